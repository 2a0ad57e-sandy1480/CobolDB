           LABEL RECORD IS STANDARD.
       COPY COBTYP.
       WORKING-STORAGE SECTION.
       COPY COBAUT.
       COPY COBPRMS.
       COPY COBSRV.
       COPY COBSUB.
       01  WS-TYP-STATUS        PIC XX.
       01  WS-EOF-SW            PIC X          VALUE 'N'.
       01  WS-ACTION            PIC X          VALUE 'L'.
       01  WS-NEW-DESC          PIC X(30)      VALUE SPACES.
       01  WS-NEW-ACTIVE        PIC X          VALUE 'Y'.
       01  WS-LIST-COUNT        PIC 9(4)       VALUE ZERO.
       01  WS-USED-COUNT        PIC 9(4)       VALUE ZERO.
       01  WS-USED-CHECK-SW     PIC X          VALUE 'Y'.
       PROCEDURE DIVISION.
       LA-MAIN SECTION.
       LA-10.
           DISPLAY 'ACTION - (M)AINTAIN ADD/UPDATE, (D)ELETE OR'
               ' (L)IST:' END-DISPLAY.
           ACCEPT WS-ACTION FROM CONSOLE.
           PERFORM LA-05-CHECK-AUTHORITY.
           IF TSRAURSIND = 0
               PERFORM LA-15-OPEN-FILE
               IF WS-TYP-STATUS = '00'
                   EVALUATE WS-ACTION
                       WHEN 'M'
                           PERFORM LA-20-MAINTAIN
                       WHEN 'D'
                           PERFORM LA-30-DELETE
                       WHEN 'L'
                           PERFORM LA-40-LIST
                       WHEN OTHER
                           DISPLAY 'COBOLTYP: ACTION MUST BE M, D OR L'
                               END-DISPLAY
                   END-EVALUATE
                   CLOSE TYPEFILE
               END-IF
           END-IF.
       LA-EXIT.
           MOVE 9 TO TSRnnPRIND.
           CALL 'STRnn'
                USING BY REFERENCE TSRnnPRMS,
                      BY REFERENCE TRFSERVICE,
                      BY REFERENCE TRFSUBSER
           END-CALL.
           STOP RUN.

       LA-05-CHECK-AUTHORITY.
           MOVE 'COBOLTYP' TO TSRAUPROGID.
           EVALUATE WS-ACTION
               WHEN 'M'
                   MOVE 'R' TO TSRAUROLE
                   MOVE 'MAINTAIN SRVTYPE' TO TSRAUACTION
               WHEN 'D'
                   MOVE 'R' TO TSRAUROLE
                   MOVE 'DELETE SRVTYPE' TO TSRAUACTION
               WHEN OTHER
                   MOVE 'V' TO TSRAUROLE
                   MOVE 'LIST SRVTYPE' TO TSRAUACTION
           END-EVALUATE.
           CALL 'STRAUT' USING BY REFERENCE TSRAUPRMS END-CALL.
           IF TSRAURSIND NOT = 0
               DISPLAY 'COBOLTYP: ACTION REFUSED - NOT AUTHORIZED'
                   END-DISPLAY
           END-IF.

       LA-15-OPEN-FILE.
           OPEN I-O TYPEFILE.
           IF WS-TYP-STATUS = '35'
                       DISPLAY 'COBOLTYP: ACTIVE FLAG MUST BE Y OR N'
                           END-DISPLAY
                   ELSE
                       IF WS-NEW-ACTIVE = 'N'
                           PERFORM LA-50-COUNT-SERVICES
                       END-IF
                       IF WS-NEW-ACTIVE = 'N'
                           AND (WS-USED-CHECK-SW = 'N'
                               OR WS-USED-COUNT > 0)
                           DISPLAY 'COBOLTYP: TYPE ' WS-EDIT-CODE
                               ' NOT DEACTIVATED' END-DISPLAY
                       ELSE
                           PERFORM LA-25-WRITE-TYPE
                       END-IF
                   END-IF
               END-IF
           END-IF.
               DISPLAY 'COBOLTYP: TYPE CODE MUST BE A SINGLE DIGIT'
                   END-DISPLAY
           ELSE
               PERFORM LA-50-COUNT-SERVICES
               IF WS-USED-CHECK-SW = 'N' OR WS-USED-COUNT > 0
                   DISPLAY 'COBOLTYP: TYPE ' WS-EDIT-CODE
                       ' NOT DELETED' END-DISPLAY
               ELSE
                   MOVE WS-EDIT-CODE TO TYP-CODE
                   DELETE TYPEFILE RECORD
                       INVALID KEY
                           DISPLAY 'COBOLTYP: TYPE ' TYP-CODE
                               ' NOT FOUND' END-DISPLAY
                       NOT INVALID KEY
                           DISPLAY 'COBOLTYP: TYPE ' TYP-CODE
                               ' DELETED' END-DISPLAY
                   END-DELETE
               END-IF
           END-IF.

       LA-40-LIST.
           END-PERFORM.
           DISPLAY 'COBOLTYP: ' WS-LIST-COUNT ' TYPE(S) LISTED'
               END-DISPLAY.

       LA-50-COUNT-SERVICES.
           MOVE ZERO TO WS-USED-COUNT.
           MOVE 'Y' TO WS-USED-CHECK-SW.
           MOVE WS-EDIT-CODE TO TRFSRTYPE OF TRFSERVICE.
           MOVE 6 TO TSRnnPRIND.
           MOVE 0 TO TSRnnRSIND.
           CALL 'STRnn'
                USING BY REFERENCE TSRnnPRMS,
                      BY REFERENCE TRFSERVICE,
                      BY REFERENCE TRFSUBSER
           END-CALL.
           PERFORM UNTIL TSRnnRSIND NOT = 0
               ADD 1 TO WS-USED-COUNT
               MOVE 7 TO TSRnnPRIND
               CALL 'STRnn'
                    USING BY REFERENCE TSRnnPRMS,
                          BY REFERENCE TRFSERVICE,
                          BY REFERENCE TRFSUBSER
               END-CALL
           END-PERFORM.
           IF TSRnnRSIND NOT = 8
               MOVE 'N' TO WS-USED-CHECK-SW
               DISPLAY 'COBOLTYP: UNABLE TO CHECK SERVICES FOR TYPE '
                   WS-EDIT-CODE ' RSIND=' TSRnnRSIND END-DISPLAY
           END-IF.
           IF WS-USED-COUNT > 0
               DISPLAY 'COBOLTYP: TYPE ' WS-EDIT-CODE ' IS USED BY '
                   WS-USED-COUNT ' SERVICE(S) ON TRFSRV' END-DISPLAY
           END-IF.
