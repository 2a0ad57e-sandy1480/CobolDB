       01  WS-RUNNING-TOTAL     PIC 9(12)     VALUE ZERO.
       01  WS-READ-COUNT        PIC 9(8)      VALUE ZERO.
       01  WS-WRITE-COUNT       PIC 9(8)      VALUE ZERO.
       01  WS-WDRAWN-COUNT      PIC 9(8)      VALUE ZERO.
       01  WS-END-STATUS        PIC X(4)      VALUE 'OK'.
       COPY COBRUN.
       PROCEDURE DIVISION.
                           MOVE 'Y' TO WS-SUB-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF TRFSBLCS = 'W'
                               ADD 1 TO WS-WDRAWN-COUNT
                           ELSE
                               MOVE TRFSBCOA TO SRT-COA
                               MOVE TRFSBCURR TO SRT-CURR
                               MOVE TRFSBTCW TO SRT-TCW
                               RELEASE SRT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRFSUBFILE
               DISPLAY 'COBOLEXT: WITHDRAWN SUBSERVICES SKIPPED: '
                   WS-WDRAWN-COUNT END-DISPLAY
           END-IF.

       SR-20-OUTPUT.
