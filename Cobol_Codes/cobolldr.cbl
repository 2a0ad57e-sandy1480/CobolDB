       01  WS-DED-OPEN-SW       PIC X          VALUE 'N'.
       01  WS-ACTION-OK-SW      PIC X          VALUE 'Y'.
       01  WS-APPLIED-SW        PIC X          VALUE 'N'.
       01  WS-READ-COUNT        PIC 9(8)       VALUE ZERO.
       01  WS-APP-ADD-COUNT     PIC 9(8)       VALUE ZERO.
       01  WS-APP-UPD-COUNT     PIC 9(8)       VALUE ZERO.
       01  WS-REJ-UPD-COUNT     PIC 9(8)       VALUE ZERO.
       01  WS-REJ-DEL-COUNT     PIC 9(8)       VALUE ZERO.
       01  WS-REJ-INV-COUNT     PIC 9(8)       VALUE ZERO.
       01  WS-REJ-PARENT-COUNT  PIC 9(8)       VALUE ZERO.
       01  WS-REJ-CURR-COUNT    PIC 9(8)       VALUE ZERO.
       01  WS-REJ-CHILD-COUNT   PIC 9(8)       VALUE ZERO.
       01  WS-REJ-LIFE-COUNT    PIC 9(8)       VALUE ZERO.
       01  WS-REJ-TOT-COUNT     PIC 9(8)       VALUE ZERO.
       01  WS-RSB-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-DEAD-COUNT        PIC 9(8)       VALUE ZERO.
               ELSE
                   PERFORM LA-35-BUILD-SUBSERVICE
               END-IF
               CALL 'STRnn'
                    USING BY REFERENCE TSRnnPRMS,
                          BY REFERENCE TRFSERVICE,
                          BY REFERENCE TRFSUBSER
               END-CALL
               PERFORM LA-40-DISPOSE-RESULT
           END-IF.

       LA-30-BUILD-SERVICE.
           MOVE TRN-SRATA   TO TRFSRATA OF TRFSERVICE.

       LA-35-BUILD-SUBSERVICE.
           MOVE 'A'    TO TRFSBLCS OF TRFSUBSER.
           MOVE SPACES TO TRFSBLNDT OF TRFSUBSER.
           MOVE SPACES TO TRFSBWDDT OF TRFSUBSER.
           IF TRN-ACTION = 'U'
               PERFORM LA-37-KEEP-LIFECYCLE
           END-IF.
           MOVE TRN-SERNO   TO TRFSBSERNO OF TRFSUBSER.
           MOVE TRN-SUBSER  TO TRFSBSBNO OF TRFSUBSER.
           MOVE TRN-SBST    TO TRFSBST OF TRFSUBSER.
           MOVE TRN-SBTCW   TO TRFSBTCW OF TRFSUBSER.
           MOVE TRN-SBCURR  TO TRFSBCURR OF TRFSUBSER.

       LA-37-KEEP-LIFECYCLE.
           MOVE 1 TO TSRnnPRIND.
           CALL 'STRnn'
                USING BY REFERENCE TSRnnPRMS,
                      BY REFERENCE TRFSERVICE,
                      BY REFERENCE TRFSUBSER
           END-CALL.
           MOVE 3 TO TSRnnPRIND.
           MOVE 0 TO TSRnnRSIND.

       LA-40-DISPOSE-RESULT.
           MOVE 'N' TO WS-APPLIED-SW.
           EVALUATE TRN-ACTION ALSO TSRnnRSIND
       LA-50-WRITE-REJECT.
           DISPLAY 'COBOLLDR: REJECTED ' TRN-ACTION ' ' TRN-SERNO '/'
               TRN-SUBSER ' RSIND=' TSRnnRSIND END-DISPLAY.
           EVALUATE TSRnnRSIND
               WHEN 14
                   ADD 1 TO WS-REJ-PARENT-COUNT
                   DISPLAY 'COBOLLDR: SERVICE ' TRN-SERNO ' DOES NOT'
                       ' EXIST - SUBSERVICE ' TRN-SERNO '/' TRN-SUBSER
                       ' REFUSED' END-DISPLAY
               WHEN 15
                   ADD 1 TO WS-REJ-CURR-COUNT
                   DISPLAY 'COBOLLDR: TRFSBCURR ' TRN-SBCURR
                       ' HAS NO CURRATE ENTRY' END-DISPLAY
               WHEN 16
                   ADD 1 TO WS-REJ-CHILD-COUNT
                   DISPLAY 'COBOLLDR: SERVICE ' TRN-SERNO
                       ' STILL HAS SUBSERVICES - DELETE REFUSED'
                       END-DISPLAY
               WHEN 18
                   ADD 1 TO WS-REJ-LIFE-COUNT
                   DISPLAY 'COBOLLDR: SUBSERVICE ' TRN-SERNO '/'
                       TRN-SUBSER ' LIFECYCLE STATUS/DATES INVALID'
                       END-DISPLAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE TSRnnRSIND TO WS-REJ-RSIND-SAVE.
           PERFORM LA-55-PUT-REJECT.
           EVALUATE TRN-ACTION
               END-DISPLAY.
           DISPLAY 'REJECTED - TOTAL      : ' WS-REJ-TOT-COUNT
               END-DISPLAY.
           DISPLAY '  NO PARENT SERVICE   : ' WS-REJ-PARENT-COUNT
               END-DISPLAY.
           DISPLAY '  NO CURRATE ENTRY    : ' WS-REJ-CURR-COUNT
               END-DISPLAY.
           DISPLAY '  HAS SUBSERVICES     : ' WS-REJ-CHILD-COUNT
               END-DISPLAY.
           DISPLAY '  LIFECYCLE INVALID   : ' WS-REJ-LIFE-COUNT
               END-DISPLAY.
           DISPLAY 'RESUBMISSIONS READ    : ' WS-RSB-COUNT
               END-DISPLAY.
           DISPLAY 'PARKED ON DEAD-LETTER : ' WS-DEAD-COUNT
