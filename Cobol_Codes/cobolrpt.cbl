       01  WS-TYPE-TABLE.
           03 WS-TYPE-DESC OCCURS 11 PIC X(30).
       01  WS-SRV-COUNT        PIC 9(8)     VALUE ZERO.
       01  WS-SUB-LCS          PIC X        VALUE SPACE.
       01  WS-END-STATUS       PIC X(4)     VALUE 'OK'.
       COPY COBRUN.
       PROCEDURE DIVISION.
                   NOT AT END
                       IF TRFSBSERNO OF TRFSUBSER-MF
                           = TRFSRNO OF TRFSERVICE-MF
                           MOVE TRFSBLCS OF TRFSUBSER-MF TO WS-SUB-LCS
                           IF WS-SUB-LCS = SPACE
                               MOVE 'A' TO WS-SUB-LCS
                           END-IF
                           DISPLAY '   SUB ' TRFSBSBNO OF TRFSUBSER-MF
                               ' CFCT=' TRFSBCFCT OF TRFSUBSER-MF
                               ' COA='  TRFSBCOA  OF TRFSUBSER-MF
                               ' TCW='  TRFSBTCW  OF TRFSUBSER-MF
                               ' CURR=' TRFSBCURR OF TRFSUBSER-MF
                               ' STAT=' WS-SUB-LCS
                               ' LAUNCH=' TRFSBLNDT OF TRFSUBSER-MF
                               ' WDRAW=' TRFSBWDDT OF TRFSUBSER-MF
                               END-DISPLAY
                       ELSE
                           MOVE 'Y' TO WS-SUB-EOF-SW
