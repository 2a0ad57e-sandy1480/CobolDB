               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRFSUB-KEY-MF
               FILE STATUS IS WS-SUB-STATUS.
           SELECT SCRPARMFILE ASSIGN TO "SCRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT REVFILE ASSIGN TO "REVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-KEY
               FILE STATUS IS WS-REV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRFSRVFILE
       FD  TRFSUBFILE
           LABEL RECORD IS STANDARD.
       COPY COBSUBF.
       FD  SCRPARMFILE
           LABEL RECORD IS STANDARD.
       01  SCRPARM-REC          PIC X(3).
       FD  REVFILE
           LABEL RECORD IS STANDARD.
       COPY COBREV.
       WORKING-STORAGE SECTION.
       01  WS-SCRPARM-AREA.
           03 SCP-DAYS          PIC X(3).
           03 SCP-DAYS-N REDEFINES SCP-DAYS PIC 9(3).
       01  WS-SRV-STATUS        PIC XX.
       01  WS-SUB-STATUS        PIC XX.
       01  WS-PRM-STATUS        PIC XX.
       01  WS-REV-STATUS        PIC XX.
       01  WS-REV-EOF-SW        PIC X          VALUE 'N'.
       01  WS-IDLE-CHECK-SW     PIC X          VALUE 'Y'.
       01  WS-IDLE-DAYS         PIC 9(3)       VALUE 90.
       01  WS-CURDATE-AREA.
           03 WS-TODAY          PIC X(8).
           03 FILLER            PIC X(18).
       01  WS-DATE-AREA.
           03 WS-DATE-N         PIC 9(8).
       01  WS-DATE-X REDEFINES WS-DATE-AREA PIC X(8).
       01  WS-DATE-INT          PIC 9(8)       VALUE ZERO.
       01  WS-CUTOFF-DATE       PIC X(8)       VALUE SPACES.
       01  WS-SUB-LCS           PIC X          VALUE SPACE.
       01  WS-LIFE-DATES-OK-SW  PIC X          VALUE 'Y'.
       01  WS-PRICED-SW         PIC X          VALUE 'N'.
       01  WS-PRICED-IX         PIC 9(4)       VALUE ZERO.
       01  WS-PRICED-COUNT      PIC 9(4)       VALUE ZERO.
       01  WS-PRICED-MAX        PIC 9(4)       VALUE 2000.
       01  WS-PRICED-TABLE.
           03 WS-PRICED-ENTRY OCCURS 2000.
               05 WS-PRICED-SERNO  PIC 9(4).
               05 WS-PRICED-SUBSER PIC 9(2).
       01  WS-PLANNED-COUNT     PIC 9(8)       VALUE ZERO.
       01  WS-ACTIVE-COUNT      PIC 9(8)       VALUE ZERO.
       01  WS-WDRAWN-COUNT      PIC 9(8)       VALUE ZERO.
       01  WS-IDLE-COUNT        PIC 9(8)       VALUE ZERO.
       01  WS-SRV-EOF-SW        PIC X          VALUE 'N'.
       01  WS-SUB-EOF-SW        PIC X          VALUE 'N'.
       01  WS-REC-CLEAN-SW      PIC X          VALUE 'Y'.
           MOVE SPACES TO TSRRNPREREQ.
           MOVE 'N' TO TSRRNONCESW.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-AREA.
           PERFORM LA-12-READ-PARM.
           PERFORM LA-14-LOAD-PRICED.
           OPEN INPUT TRFSRVFILE.
           OPEN INPUT TRFSUBFILE.
           IF WS-SRV-STATUS NOT = '00' OR WS-SUB-STATUS NOT = '00'
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           STOP RUN.

       LA-12-READ-PARM.
           OPEN INPUT SCRPARMFILE.
           IF WS-PRM-STATUS NOT = '00'
               DISPLAY 'COBOLSCR: NO SCRPARM - IDLE SUBSERVICE CHECK'
                   ' USES ' WS-IDLE-DAYS ' DAYS' END-DISPLAY
           ELSE
               READ SCRPARMFILE
                   AT END
                       DISPLAY 'COBOLSCR: SCRPARM IS EMPTY - IDLE'
                           ' SUBSERVICE CHECK USES ' WS-IDLE-DAYS
                           ' DAYS' END-DISPLAY
                   NOT AT END
                       MOVE SCRPARM-REC TO WS-SCRPARM-AREA
                       IF SCP-DAYS NUMERIC
                           MOVE SCP-DAYS-N TO WS-IDLE-DAYS
                       ELSE
                           DISPLAY 'COBOLSCR: SCRPARM DAYS MUST BE 3'
                               ' DIGITS - IDLE SUBSERVICE CHECK USES '
                               WS-IDLE-DAYS ' DAYS' END-DISPLAY
                       END-IF
               END-READ
               CLOSE SCRPARMFILE
           END-IF.
           MOVE WS-TODAY TO WS-DATE-X.
           COMPUTE WS-DATE-INT
               = FUNCTION INTEGER-OF-DATE (WS-DATE-N) - WS-IDLE-DAYS.
           COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
           MOVE WS-DATE-X TO WS-CUTOFF-DATE.

       LA-14-LOAD-PRICED.
           OPEN INPUT REVFILE.
           IF WS-REV-STATUS NOT = '00'
               MOVE 'N' TO WS-IDLE-CHECK-SW
               DISPLAY 'COBOLSCR: REVHIST NOT AVAILABLE STATUS='
                   WS-REV-STATUS ' - IDLE SUBSERVICE CHECK NOT MADE'
                   END-DISPLAY
           ELSE
               MOVE LOW-VALUES TO REV-KEY
               MOVE WS-CUTOFF-DATE (1:6) TO REV-PERIOD
               START REVFILE KEY IS >= REV-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-REV-EOF-SW
               END-START
               PERFORM UNTIL WS-REV-EOF-SW = 'Y'
                   READ REVFILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REV-EOF-SW
                       NOT AT END
                           IF REV-LAST-BUSDATE >= WS-CUTOFF-DATE
                               PERFORM LA-16-ADD-PRICED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVFILE
           END-IF.

       LA-16-ADD-PRICED.
           PERFORM LA-18-FIND-PRICED.
           IF WS-PRICED-SW = 'N'
               IF WS-PRICED-COUNT < WS-PRICED-MAX
                   ADD 1 TO WS-PRICED-COUNT
                   MOVE REV-SERNO TO WS-PRICED-SERNO (WS-PRICED-COUNT)
                   MOVE REV-SUBSER
                       TO WS-PRICED-SUBSER (WS-PRICED-COUNT)
               ELSE
                   IF WS-IDLE-CHECK-SW = 'Y'
                       MOVE 'N' TO WS-IDLE-CHECK-SW
                       DISPLAY 'COBOLSCR: PRICED SUBSERVICE TABLE FULL'
                           ' - IDLE SUBSERVICE CHECK NOT MADE'
                           END-DISPLAY
                   END-IF
               END-IF
           END-IF.

       LA-18-FIND-PRICED.
           MOVE 'N' TO WS-PRICED-SW.
           MOVE 1 TO WS-PRICED-IX.
           PERFORM UNTIL WS-PRICED-SW = 'Y'
               OR WS-PRICED-IX > WS-PRICED-COUNT
               IF WS-PRICED-SERNO (WS-PRICED-IX) = REV-SERNO
                   AND WS-PRICED-SUBSER (WS-PRICED-IX) = REV-SUBSER
                   MOVE 'Y' TO WS-PRICED-SW
               ELSE
                   ADD 1 TO WS-PRICED-IX
               END-IF
           END-PERFORM.

       LA-20-SCRUB-SERVICES.
           PERFORM UNTIL WS-SRV-EOF-SW = 'Y'
               READ TRFSRVFILE NEXT RECORD
                   ' FIXED CHARGE FLAGGED BUT TRFSBCFCT IS ZERO'
                   END-DISPLAY
           END-IF.
           PERFORM LA-60-CHECK-LIFECYCLE.

       LA-60-CHECK-LIFECYCLE.
           MOVE TRFSBLCS OF TRFSUBSER-MF TO WS-SUB-LCS.
           IF WS-SUB-LCS = SPACE
               MOVE 'A' TO WS-SUB-LCS
           END-IF.
           EVALUATE WS-SUB-LCS
               WHEN 'P'
                   ADD 1 TO WS-PLANNED-COUNT
               WHEN 'A'
                   ADD 1 TO WS-ACTIVE-COUNT
               WHEN 'W'
                   ADD 1 TO WS-WDRAWN-COUNT
               WHEN OTHER
                   PERFORM LA-55-SUB-ERROR
                   DISPLAY 'E SUBSERV ' TRFSUB-KEY-MF
                       ' TRFSBLCS ' WS-SUB-LCS ' NOT P/A/W' END-DISPLAY
           END-EVALUATE.
           MOVE 'Y' TO WS-LIFE-DATES-OK-SW.
           IF TRFSBLNDT OF TRFSUBSER-MF NOT = SPACES
               AND TRFSBLNDT OF TRFSUBSER-MF NOT NUMERIC
               MOVE 'N' TO WS-LIFE-DATES-OK-SW
               PERFORM LA-55-SUB-ERROR
               DISPLAY 'E SUBSERV ' TRFSUB-KEY-MF
                   ' TRFSBLNDT NOT NUMERIC' END-DISPLAY
           END-IF.
           IF TRFSBWDDT OF TRFSUBSER-MF NOT = SPACES
               AND TRFSBWDDT OF TRFSUBSER-MF NOT NUMERIC
               MOVE 'N' TO WS-LIFE-DATES-OK-SW
               PERFORM LA-55-SUB-ERROR
               DISPLAY 'E SUBSERV ' TRFSUB-KEY-MF
                   ' TRFSBWDDT NOT NUMERIC' END-DISPLAY
           END-IF.
           IF WS-LIFE-DATES-OK-SW = 'Y'
               PERFORM LA-62-CHECK-LIFE-DATES
           END-IF.

       LA-62-CHECK-LIFE-DATES.
           IF TRFSBLNDT OF TRFSUBSER-MF NOT = SPACES
               AND TRFSBWDDT OF TRFSUBSER-MF NOT = SPACES
               AND TRFSBWDDT OF TRFSUBSER-MF
                   < TRFSBLNDT OF TRFSUBSER-MF
               PERFORM LA-55-SUB-ERROR
               DISPLAY 'E SUBSERV ' TRFSUB-KEY-MF
                   ' TRFSBWDDT BEFORE TRFSBLNDT' END-DISPLAY
           END-IF.
           IF WS-SUB-LCS = 'W'
               AND TRFSBWDDT OF TRFSUBSER-MF = SPACES
               PERFORM LA-55-SUB-ERROR
               DISPLAY 'E SUBSERV ' TRFSUB-KEY-MF
                   ' WITHDRAWN BUT TRFSBWDDT IS BLANK' END-DISPLAY
           END-IF.
           IF WS-SUB-LCS = 'A'
               AND TRFSBWDDT OF TRFSUBSER-MF NOT = SPACES
               AND TRFSBWDDT OF TRFSUBSER-MF < WS-TODAY
               PERFORM LA-56-SUB-WARNING
               DISPLAY 'W SUBSERV ' TRFSUB-KEY-MF
                   ' STATUS A BUT WITHDRAWN SINCE '
                   TRFSBWDDT OF TRFSUBSER-MF END-DISPLAY
           END-IF.
           IF WS-SUB-LCS = 'P'
               AND TRFSBLNDT OF TRFSUBSER-MF NOT = SPACES
               AND TRFSBLNDT OF TRFSUBSER-MF <= WS-TODAY
               PERFORM LA-56-SUB-WARNING
               DISPLAY 'W SUBSERV ' TRFSUB-KEY-MF
                   ' STATUS P BUT LAUNCHED ON '
                   TRFSBLNDT OF TRFSUBSER-MF END-DISPLAY
           END-IF.
           IF WS-SUB-LCS = 'A' AND WS-IDLE-CHECK-SW = 'Y'
               AND (TRFSBLNDT OF TRFSUBSER-MF = SPACES
               OR TRFSBLNDT OF TRFSUBSER-MF <= WS-CUTOFF-DATE)
               MOVE TRFSBSERNO OF TRFSUBSER-MF TO REV-SERNO
               MOVE TRFSBSBNO OF TRFSUBSER-MF TO REV-SUBSER
               PERFORM LA-18-FIND-PRICED
               IF WS-PRICED-SW = 'N'
                   ADD 1 TO WS-IDLE-COUNT
                   PERFORM LA-56-SUB-WARNING
                   DISPLAY 'W SUBSERV ' TRFSUB-KEY-MF
                       ' ACTIVE BUT NOT PRICED IN ' WS-IDLE-DAYS
                       ' DAYS' END-DISPLAY
               END-IF
           END-IF.

       LA-55-SUB-ERROR.
           ADD 1 TO WS-ERR-COUNT.
               END-DISPLAY.
           DISPLAY 'WARNINGS (SEV W)      : ' WS-WARN-COUNT
               END-DISPLAY.
           DISPLAY 'SUBSERVICES PLANNED   : ' WS-PLANNED-COUNT
               END-DISPLAY.
           DISPLAY 'SUBSERVICES ACTIVE    : ' WS-ACTIVE-COUNT
               END-DISPLAY.
           DISPLAY 'SUBSERVICES WITHDRAWN : ' WS-WDRAWN-COUNT
               END-DISPLAY.
           IF WS-IDLE-CHECK-SW = 'Y'
               DISPLAY 'ACTIVE NOT PRICED     : ' WS-IDLE-COUNT
                   END-DISPLAY
               DISPLAY 'PRICED SINCE          : ' WS-CUTOFF-DATE
                   END-DISPLAY
           END-IF.
