       PROGRAM-ID. COBOLOVR.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY COBAUT.
       01  WS-ANSWER            PIC X          VALUE SPACE.
       01  WS-OVR-ACTION.
           03 FILLER            PIC X(9)       VALUE 'OVERRIDE '.
           03 WS-OVR-PROGID     PIC X(8).
       COPY COBRUN.
       PROCEDURE DIVISION.
       LA-MAIN SECTION.
                   ' START TODAY WITHOUT ITS PREREQUISITE OR AS A'
                   ' RERUN - CONFIRM (Y/N):' END-DISPLAY
               ACCEPT WS-ANSWER FROM CONSOLE
               IF WS-ANSWER = 'Y'
                   PERFORM LA-05-CHECK-AUTHORITY
               END-IF
               IF WS-ANSWER = 'Y'
                   MOVE 'O' TO TSRRNFUNC
                   MOVE 0 TO TSRRNRSIND
           END-IF.
       LA-EXIT.
           STOP RUN.

       LA-05-CHECK-AUTHORITY.
           MOVE 'COBOLOVR' TO TSRAUPROGID.
           MOVE 'O' TO TSRAUROLE.
           MOVE TSRRNPROGID TO WS-OVR-PROGID.
           MOVE WS-OVR-ACTION TO TSRAUACTION.
           CALL 'STRAUT' USING BY REFERENCE TSRAUPRMS END-CALL.
           IF TSRAURSIND NOT = 0
               MOVE 'N' TO WS-ANSWER
               DISPLAY 'COBOLOVR: ACTION REFUSED - NOT AUTHORIZED'
                   END-DISPLAY
           END-IF.
