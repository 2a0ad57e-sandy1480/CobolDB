       01  WS-PARK-COUNT        PIC 9(8)       VALUE ZERO.
       01  WS-AUTO-PARK-COUNT   PIC 9(8)       VALUE ZERO.
       01  WS-END-STATUS        PIC X(4)       VALUE 'OK'.
       COPY COBAUT.
       COPY COBRUN.
       PROCEDURE DIVISION.
       LA-MAIN SECTION.
           MOVE SPACES TO TSRRNPREREQ.
           MOVE 'N' TO TSRRNONCESW.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           PERFORM LA-05-CHECK-AUTHORITY.
           IF TSRAURSIND = 0
               OPEN INPUT REJFILE
               IF WS-REJ-STATUS = '35'
                   DISPLAY 'COBOLRCY: NO TRANREJ FILE - NOTHING TO'
                       ' REPAIR' END-DISPLAY
               ELSE
                   IF WS-REJ-STATUS NOT = '00'
                       DISPLAY 'COBOLRCY: UNABLE TO OPEN TRANREJ'
                           ' STATUS=' WS-REJ-STATUS END-DISPLAY
                       MOVE 'FAIL' TO WS-END-STATUS
                   ELSE
                       PERFORM LA-12-OPEN-OUTPUTS
                       IF WS-END-STATUS = 'OK'
                           PERFORM UNTIL WS-REJ-EOF-SW = 'Y'
                               READ REJFILE
                                   AT END
                                       MOVE 'Y' TO WS-REJ-EOF-SW
                                   NOT AT END
                                       ADD 1 TO WS-READ-COUNT
                                       PERFORM LA-20-WORK-ONE
                               END-READ
                           END-PERFORM
                           CLOSE REJFILE
                           CLOSE RSBFILE
                           CLOSE WRKFILE
                           CLOSE DEADFILE
                           PERFORM LA-70-REWRITE-REJECTS
                           PERFORM LA-90-PRINT-TOTALS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           STOP RUN.

       LA-05-CHECK-AUTHORITY.
           MOVE 'COBOLRCY' TO TSRAUPROGID.
           MOVE 'M' TO TSRAUROLE.
           MOVE 'REPAIR TRANREJ' TO TSRAUACTION.
           CALL 'STRAUT' USING BY REFERENCE TSRAUPRMS END-CALL.
           IF TSRAURSIND NOT = 0
               MOVE 'FAIL' TO WS-END-STATUS
               DISPLAY 'COBOLRCY: ACTION REFUSED - NOT AUTHORIZED'
                   END-DISPLAY
           END-IF.

       LA-12-OPEN-OUTPUTS.
           OPEN EXTEND RSBFILE.
           IF WS-RSB-STATUS = '35'
               WHEN 12
                   DISPLAY '  REASON: SERVICE TYPE UNKNOWN OR'
                       ' INACTIVE ON SRVTYPE' END-DISPLAY
               WHEN 14
                   DISPLAY '  REASON: SERVICE DOES NOT EXIST - PARENT'
                       ' OF SUBSERVICE MISSING' END-DISPLAY
               WHEN 15
                   DISPLAY '  REASON: TRFSBCURR HAS NO CURRATE ENTRY'
                       END-DISPLAY
               WHEN 16
                   DISPLAY '  REASON: SERVICE STILL HAS SUBSERVICES -'
                       ' DELETE REFUSED' END-DISPLAY
               WHEN 18
                   DISPLAY '  REASON: LIFECYCLE STATUS/DATES INVALID'
                       END-DISPLAY
               WHEN 99
                   DISPLAY '  REASON: NON-NUMERIC KEY OR AMOUNT'
                       ' FIELD' END-DISPLAY
