           LABEL RECORD IS STANDARD.
       COPY COBSUBF.
       WORKING-STORAGE SECTION.
       COPY COBAUT.
       COPY COBPRMS.
       COPY COBSRV.
       COPY COBSUB.
           MOVE 'N' TO TSRRNONCESW.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           PERFORM LA-15-READ-PARM.
           IF WS-PARM-OK-SW = 'Y'
               PERFORM LA-05-CHECK-AUTHORITY
           END-IF.
           IF WS-PARM-OK-SW = 'Y'
               PERFORM LA-20-SELECT-KEYS
               IF WS-PARM-OK-SW = 'Y'
           END-CALL.
           STOP RUN.

       LA-05-CHECK-AUTHORITY.
           MOVE 'COBOLMCH' TO TSRAUPROGID.
           IF MCH-TRIAL-SW = 'T'
               MOVE 'V' TO TSRAUROLE
               MOVE 'MASS CHANGE TRIAL' TO TSRAUACTION
           ELSE
               MOVE 'M' TO TSRAUROLE
               MOVE 'MASS CHANGE UPDATE' TO TSRAUACTION
           END-IF.
           CALL 'STRAUT' USING BY REFERENCE TSRAUPRMS END-CALL.
           IF TSRAURSIND NOT = 0
               MOVE 'N' TO WS-PARM-OK-SW
               DISPLAY 'COBOLMCH: ACTION REFUSED - NOT AUTHORIZED'
                   END-DISPLAY
           END-IF.

       LA-15-READ-PARM.
           OPEN INPUT MCHPARMFILE.
           IF WS-PRM-STATUS NOT = '00'
