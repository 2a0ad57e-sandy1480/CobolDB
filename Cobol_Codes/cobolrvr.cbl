       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLRVR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVPARMFILE ASSIGN TO "REVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT REVFILE ASSIGN TO "REVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-KEY
               FILE STATUS IS WS-REV-STATUS.
           SELECT SORTWORK ASSIGN TO "SRTWORK".
       DATA DIVISION.
       FILE SECTION.
       FD  REVPARMFILE
           LABEL RECORD IS STANDARD.
       01  REVPARM-REC          PIC X(11).
       FD  REVFILE
           LABEL RECORD IS STANDARD.
       COPY COBREV.
       SD  SORTWORK.
       01  SRT-REC.
           03 SRT-SERNO        PIC 9(4).
           03 SRT-CURR         PIC X(3).
           03 SRT-SUBSER       PIC 9(2).
           03 SRT-COA          PIC 9(4).
           03 SRT-BUCKET       PIC 9.
           03 SRT-TXNCNT       PIC 9(10).
           03 SRT-CHARGE       PIC S9(14)V99.
       WORKING-STORAGE SECTION.
       01  WS-REVPARM-AREA.
           03 RVP-MONTH         PIC X(6).
           03 RVP-PCT           PIC X(5).
           03 RVP-PCT-N REDEFINES RVP-PCT PIC 9(3)V99.
       01  WS-PRM-STATUS        PIC XX.
       01  WS-REV-STATUS        PIC XX.
       01  WS-REV-EOF-SW        PIC X          VALUE 'N'.
       01  WS-SORT-EOF-SW       PIC X          VALUE 'N'.
       01  WS-PARM-OK-SW        PIC X          VALUE 'Y'.
       01  WS-FIRST-REC-SW      PIC X          VALUE 'Y'.
       01  WS-COA-FOUND-SW      PIC X          VALUE 'N'.
       01  WS-MONTH-AREA.
           03 WS-CUR-YYYY       PIC 9(4).
           03 WS-CUR-MM         PIC 9(2).
       01  WS-MONTH-X REDEFINES WS-MONTH-AREA PIC X(6).
       01  WS-THIS-MONTH        PIC X(6)       VALUE SPACES.
       01  WS-PREV-MONTH        PIC X(6)       VALUE SPACES.
       01  WS-LYR-MONTH         PIC X(6)       VALUE SPACES.
       01  WS-READ-PERIOD       PIC X(6)       VALUE SPACES.
       01  WS-READ-BUCKET       PIC 9          VALUE ZERO.
       01  WS-BREAK-SERNO       PIC 9(4)       VALUE ZERO.
       01  WS-BREAK-CURR        PIC X(3)       VALUE SPACES.
       01  WS-BREAK-SUBSER      PIC 9(2)       VALUE ZERO.
       01  WS-LIN-COA           PIC 9(4)       VALUE ZERO.
       01  WS-LIN-CNT           PIC 9(10)      VALUE ZERO.
       01  WS-LIN-CUR           PIC S9(14)V99  VALUE ZERO.
       01  WS-LIN-PRV           PIC S9(14)V99  VALUE ZERO.
       01  WS-LIN-LYR           PIC S9(14)V99  VALUE ZERO.
       01  WS-SRV-CUR           PIC S9(14)V99  VALUE ZERO.
       01  WS-SRV-PRV           PIC S9(14)V99  VALUE ZERO.
       01  WS-SRV-LYR           PIC S9(14)V99  VALUE ZERO.
       01  WS-TST-CUR           PIC S9(14)V99  VALUE ZERO.
       01  WS-TST-BASE          PIC S9(14)V99  VALUE ZERO.
       01  WS-TST-PCT           PIC S9(6)V99   VALUE ZERO.
       01  WS-TST-FLAG          PIC X(4)       VALUE SPACES.
       01  WS-PRV-PCT           PIC S9(6)V99   VALUE ZERO.
       01  WS-PRV-FLAG          PIC X(4)       VALUE SPACES.
       01  WS-LYR-PCT           PIC S9(6)V99   VALUE ZERO.
       01  WS-LYR-FLAG          PIC X(4)       VALUE SPACES.
       01  WS-READ-COUNT        PIC 9(8)       VALUE ZERO.
       01  WS-LINE-COUNT        PIC 9(8)       VALUE ZERO.
       01  WS-FLAG-COUNT        PIC 9(8)       VALUE ZERO.
       01  WS-COA-IX            PIC 9(3)       VALUE ZERO.
       01  WS-COA-COUNT         PIC 9(3)       VALUE ZERO.
       01  WS-COA-MAX           PIC 9(3)       VALUE 500.
       01  WS-COA-TABLE.
           03 WS-COA-ENTRY OCCURS 500.
               05 WS-COA-CODE       PIC 9(4).
               05 WS-COA-CURR       PIC X(3).
               05 WS-COA-CUR        PIC S9(14)V99.
               05 WS-COA-PRV        PIC S9(14)V99.
               05 WS-COA-LYR        PIC S9(14)V99.
       01  WS-END-STATUS        PIC X(4)       VALUE 'OK'.
       COPY COBRUN.
       PROCEDURE DIVISION.
       LA-MAIN SECTION.
       LA-10.
           DISPLAY 'Starting COBOLRVR - REVENUE VARIANCE REPORT'
               END-DISPLAY.
           MOVE 'S' TO TSRRNFUNC.
           MOVE 'COBOLRVR' TO TSRRNPROGID.
           MOVE SPACES TO TSRRNPREREQ.
           MOVE 'N' TO TSRRNONCESW.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           PERFORM LA-15-READ-PARM.
           IF WS-PARM-OK-SW = 'Y'
               OPEN INPUT REVFILE
               IF WS-REV-STATUS NOT = '00'
                   DISPLAY 'COBOLRVR: UNABLE TO OPEN REVHIST STATUS='
                       WS-REV-STATUS END-DISPLAY
                   MOVE 'N' TO WS-PARM-OK-SW
               ELSE
                   PERFORM LA-20-PRINT-HEADINGS
                   SORT SORTWORK
                       ON ASCENDING KEY SRT-SERNO, SRT-CURR,
                                        SRT-SUBSER
                       INPUT PROCEDURE IS SR-10-INPUT
                       OUTPUT PROCEDURE IS SR-20-OUTPUT
                   CLOSE REVFILE
                   PERFORM LA-70-PRINT-COA
                   PERFORM LA-90-PRINT-TOTALS
               END-IF
           END-IF.
           IF WS-PARM-OK-SW = 'N'
               MOVE 'FAIL' TO WS-END-STATUS
           END-IF.
       LA-EXIT.
           MOVE 'E' TO TSRRNFUNC.
           MOVE WS-READ-COUNT TO TSRRNREAD.
           MOVE WS-LINE-COUNT TO TSRRNWRITTEN.
           MOVE ZERO TO TSRRNREJECT.
           MOVE WS-END-STATUS TO TSRRNSTATUS.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           STOP RUN.

       LA-15-READ-PARM.
           OPEN INPUT REVPARMFILE.
           IF WS-PRM-STATUS NOT = '00'
               DISPLAY 'COBOLRVR: UNABLE TO OPEN REVPARM STATUS='
                   WS-PRM-STATUS END-DISPLAY
               MOVE 'N' TO WS-PARM-OK-SW
           ELSE
               READ REVPARMFILE
                   AT END
                       DISPLAY 'COBOLRVR: REVPARM IS EMPTY'
                           END-DISPLAY
                       MOVE 'N' TO WS-PARM-OK-SW
                   NOT AT END
                       MOVE REVPARM-REC TO WS-REVPARM-AREA
                       PERFORM LA-17-EDIT-PARM
               END-READ
               CLOSE REVPARMFILE
           END-IF.

       LA-17-EDIT-PARM.
           MOVE RVP-MONTH TO WS-MONTH-X.
           IF WS-MONTH-X NOT NUMERIC
               MOVE 'N' TO WS-PARM-OK-SW
               DISPLAY 'COBOLRVR: REPORT MONTH MUST BE YYYYMM'
                   END-DISPLAY
           ELSE
               IF WS-CUR-MM < 1 OR WS-CUR-MM > 12
                   MOVE 'N' TO WS-PARM-OK-SW
                   DISPLAY 'COBOLRVR: REPORT MONTH MUST BE YYYYMM'
                       END-DISPLAY
               END-IF
           END-IF.
           IF RVP-PCT NOT NUMERIC
               MOVE 'N' TO WS-PARM-OK-SW
               DISPLAY 'COBOLRVR: VARIANCE PERCENT MUST BE 5 DIGITS'
                   ' (999V99)' END-DISPLAY
           END-IF.
           IF WS-PARM-OK-SW = 'Y'
               MOVE WS-MONTH-X TO WS-THIS-MONTH
               IF WS-CUR-MM = 1
                   SUBTRACT 1 FROM WS-CUR-YYYY
                   MOVE 12 TO WS-CUR-MM
               ELSE
                   SUBTRACT 1 FROM WS-CUR-MM
               END-IF
               MOVE WS-MONTH-X TO WS-PREV-MONTH
               MOVE WS-THIS-MONTH TO WS-MONTH-X
               SUBTRACT 1 FROM WS-CUR-YYYY
               MOVE WS-MONTH-X TO WS-LYR-MONTH
           END-IF.

       LA-20-PRINT-HEADINGS.
           DISPLAY ':::::: MONTH-END REVENUE VARIANCE REPORT ::::::'
               END-DISPLAY.
           DISPLAY 'REPORT MONTH          : ' WS-THIS-MONTH
               END-DISPLAY.
           DISPLAY 'PREVIOUS MONTH        : ' WS-PREV-MONTH
               END-DISPLAY.
           DISPLAY 'SAME MONTH LAST YEAR  : ' WS-LYR-MONTH
               END-DISPLAY.
           DISPLAY 'FLAG THRESHOLD PCT    : ' RVP-PCT-N END-DISPLAY.
           DISPLAY 'SERV/SB CUR COA       TXNCNT       THIS MONTH'
               '       LAST MONTH     PCT FLAG'
               '   SAME MONTH LY     PCT FLAG' END-DISPLAY.

       SR-10-INPUT.
           MOVE WS-THIS-MONTH TO WS-READ-PERIOD.
           MOVE 1 TO WS-READ-BUCKET.
           PERFORM SR-12-READ-PERIOD.
           MOVE WS-PREV-MONTH TO WS-READ-PERIOD.
           MOVE 2 TO WS-READ-BUCKET.
           PERFORM SR-12-READ-PERIOD.
           MOVE WS-LYR-MONTH TO WS-READ-PERIOD.
           MOVE 3 TO WS-READ-BUCKET.
           PERFORM SR-12-READ-PERIOD.

       SR-12-READ-PERIOD.
           MOVE 'N' TO WS-REV-EOF-SW.
           MOVE LOW-VALUES TO REV-KEY.
           MOVE WS-READ-PERIOD TO REV-PERIOD.
           START REVFILE KEY IS >= REV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REV-EOF-SW
           END-START.
           PERFORM UNTIL WS-REV-EOF-SW = 'Y'
               READ REVFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REV-EOF-SW
                   NOT AT END
                       IF REV-PERIOD NOT = WS-READ-PERIOD
                           MOVE 'Y' TO WS-REV-EOF-SW
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           MOVE REV-SERNO  TO SRT-SERNO
                           MOVE REV-CURR   TO SRT-CURR
                           MOVE REV-SUBSER TO SRT-SUBSER
                           MOVE REV-COA    TO SRT-COA
                           MOVE WS-READ-BUCKET TO SRT-BUCKET
                           MOVE REV-TXNCNT TO SRT-TXNCNT
                           MOVE REV-CHARGE TO SRT-CHARGE
                           RELEASE SRT-REC
                       END-IF
               END-READ
           END-PERFORM.

       SR-20-OUTPUT.
           PERFORM UNTIL WS-SORT-EOF-SW = 'Y'
               RETURN SORTWORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SW
                   NOT AT END
                       PERFORM SR-30-ACCUMULATE
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-REC-SW = 'N'
               PERFORM SR-40-PRINT-LINE
               PERFORM SR-45-PRINT-SERVICE
           END-IF.

       SR-30-ACCUMULATE.
           IF WS-FIRST-REC-SW = 'Y'
               MOVE 'N' TO WS-FIRST-REC-SW
               MOVE SRT-SERNO TO WS-BREAK-SERNO
               MOVE SRT-CURR TO WS-BREAK-CURR
               MOVE SRT-SUBSER TO WS-BREAK-SUBSER
           ELSE
               IF SRT-SERNO NOT = WS-BREAK-SERNO
                   OR SRT-CURR NOT = WS-BREAK-CURR
                   PERFORM SR-40-PRINT-LINE
                   PERFORM SR-45-PRINT-SERVICE
                   MOVE SRT-SERNO TO WS-BREAK-SERNO
                   MOVE SRT-CURR TO WS-BREAK-CURR
                   MOVE SRT-SUBSER TO WS-BREAK-SUBSER
               ELSE
                   IF SRT-SUBSER NOT = WS-BREAK-SUBSER
                       PERFORM SR-40-PRINT-LINE
                       MOVE SRT-SUBSER TO WS-BREAK-SUBSER
                   END-IF
               END-IF
           END-IF.
           EVALUATE SRT-BUCKET
               WHEN 1
                   MOVE SRT-COA TO WS-LIN-COA
                   ADD SRT-TXNCNT TO WS-LIN-CNT
                   ADD SRT-CHARGE TO WS-LIN-CUR
               WHEN 2
                   IF WS-LIN-COA = ZERO
                       MOVE SRT-COA TO WS-LIN-COA
                   END-IF
                   ADD SRT-CHARGE TO WS-LIN-PRV
               WHEN OTHER
                   IF WS-LIN-COA = ZERO
                       MOVE SRT-COA TO WS-LIN-COA
                   END-IF
                   ADD SRT-CHARGE TO WS-LIN-LYR
           END-EVALUATE.
           PERFORM SR-50-ADD-TO-COA.

       SR-40-PRINT-LINE.
           MOVE WS-LIN-CUR TO WS-TST-CUR.
           MOVE WS-LIN-PRV TO WS-TST-BASE.
           PERFORM LA-60-TEST-VARIANCE.
           MOVE WS-TST-PCT TO WS-PRV-PCT.
           MOVE WS-TST-FLAG TO WS-PRV-FLAG.
           MOVE WS-LIN-LYR TO WS-TST-BASE.
           PERFORM LA-60-TEST-VARIANCE.
           MOVE WS-TST-PCT TO WS-LYR-PCT.
           MOVE WS-TST-FLAG TO WS-LYR-FLAG.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-PRV-FLAG NOT = SPACES OR WS-LYR-FLAG NOT = SPACES
               ADD 1 TO WS-FLAG-COUNT
           END-IF.
           DISPLAY WS-BREAK-SERNO '/' WS-BREAK-SUBSER ' '
               WS-BREAK-CURR ' ' WS-LIN-COA ' ' WS-LIN-CNT ' '
               WS-LIN-CUR ' ' WS-LIN-PRV ' ' WS-PRV-PCT ' '
               WS-PRV-FLAG ' ' WS-LIN-LYR ' ' WS-LYR-PCT ' '
               WS-LYR-FLAG END-DISPLAY.
           ADD WS-LIN-CUR TO WS-SRV-CUR.
           ADD WS-LIN-PRV TO WS-SRV-PRV.
           ADD WS-LIN-LYR TO WS-SRV-LYR.
           MOVE ZERO TO WS-LIN-COA.
           MOVE ZERO TO WS-LIN-CNT.
           MOVE ZERO TO WS-LIN-CUR.
           MOVE ZERO TO WS-LIN-PRV.
           MOVE ZERO TO WS-LIN-LYR.

       SR-45-PRINT-SERVICE.
           MOVE WS-SRV-CUR TO WS-TST-CUR.
           MOVE WS-SRV-PRV TO WS-TST-BASE.
           PERFORM LA-60-TEST-VARIANCE.
           MOVE WS-TST-PCT TO WS-PRV-PCT.
           MOVE WS-TST-FLAG TO WS-PRV-FLAG.
           MOVE WS-SRV-LYR TO WS-TST-BASE.
           PERFORM LA-60-TEST-VARIANCE.
           MOVE WS-TST-PCT TO WS-LYR-PCT.
           MOVE WS-TST-FLAG TO WS-LYR-FLAG.
           IF WS-PRV-FLAG NOT = SPACES OR WS-LYR-FLAG NOT = SPACES
               ADD 1 TO WS-FLAG-COUNT
           END-IF.
           DISPLAY 'SERVICE ' WS-BREAK-SERNO ' ' WS-BREAK-CURR
               ' TOTAL          ' WS-SRV-CUR ' ' WS-SRV-PRV ' '
               WS-PRV-PCT ' ' WS-PRV-FLAG ' ' WS-SRV-LYR ' '
               WS-LYR-PCT ' ' WS-LYR-FLAG END-DISPLAY.
           MOVE ZERO TO WS-SRV-CUR.
           MOVE ZERO TO WS-SRV-PRV.
           MOVE ZERO TO WS-SRV-LYR.

       SR-50-ADD-TO-COA.
           MOVE 'N' TO WS-COA-FOUND-SW.
           MOVE 1 TO WS-COA-IX.
           PERFORM UNTIL WS-COA-FOUND-SW = 'Y'
               OR WS-COA-IX > WS-COA-COUNT
               IF WS-COA-CODE (WS-COA-IX) = SRT-COA
                   AND WS-COA-CURR (WS-COA-IX) = SRT-CURR
                   MOVE 'Y' TO WS-COA-FOUND-SW
               ELSE
                   ADD 1 TO WS-COA-IX
               END-IF
           END-PERFORM.
           IF WS-COA-FOUND-SW = 'N'
               IF WS-COA-COUNT < WS-COA-MAX
                   ADD 1 TO WS-COA-COUNT
                   MOVE WS-COA-COUNT TO WS-COA-IX
                   MOVE SRT-COA TO WS-COA-CODE (WS-COA-IX)
                   MOVE SRT-CURR TO WS-COA-CURR (WS-COA-IX)
                   MOVE ZERO TO WS-COA-CUR (WS-COA-IX)
                   MOVE ZERO TO WS-COA-PRV (WS-COA-IX)
                   MOVE ZERO TO WS-COA-LYR (WS-COA-IX)
                   MOVE 'Y' TO WS-COA-FOUND-SW
               ELSE
                   DISPLAY 'COBOLRVR: COA TABLE FULL - ' SRT-COA '/'
                       SRT-CURR ' NOT IN COA SUMMARY' END-DISPLAY
               END-IF
           END-IF.
           IF WS-COA-FOUND-SW = 'Y'
               EVALUATE SRT-BUCKET
                   WHEN 1
                       ADD SRT-CHARGE TO WS-COA-CUR (WS-COA-IX)
                   WHEN 2
                       ADD SRT-CHARGE TO WS-COA-PRV (WS-COA-IX)
                   WHEN OTHER
                       ADD SRT-CHARGE TO WS-COA-LYR (WS-COA-IX)
               END-EVALUATE
           END-IF.

       LA-60-TEST-VARIANCE.
           MOVE ZERO TO WS-TST-PCT.
           MOVE SPACES TO WS-TST-FLAG.
           IF WS-TST-BASE = ZERO
               IF WS-TST-CUR NOT = ZERO
                   MOVE 'NEW' TO WS-TST-FLAG
               END-IF
           ELSE
               COMPUTE WS-TST-PCT ROUNDED
                   = (WS-TST-CUR - WS-TST-BASE) * 100 / WS-TST-BASE
                   ON SIZE ERROR
                       MOVE ZERO TO WS-TST-PCT
                       MOVE '****' TO WS-TST-FLAG
               END-COMPUTE
               IF WS-TST-PCT > RVP-PCT-N
                   MOVE 'UP' TO WS-TST-FLAG
               END-IF
               IF WS-TST-PCT < ZERO - RVP-PCT-N
                   MOVE 'DOWN' TO WS-TST-FLAG
               END-IF
           END-IF.

       LA-70-PRINT-COA.
           DISPLAY ' ' END-DISPLAY.
           DISPLAY ':::::: REVENUE BY TRFSBCOA ::::::' END-DISPLAY.
           DISPLAY 'COA  CUR       THIS MONTH       LAST MONTH     PCT'
               ' FLAG   SAME MONTH LY     PCT FLAG' END-DISPLAY.
           MOVE 1 TO WS-COA-IX.
           PERFORM UNTIL WS-COA-IX > WS-COA-COUNT
               MOVE WS-COA-CUR (WS-COA-IX) TO WS-TST-CUR
               MOVE WS-COA-PRV (WS-COA-IX) TO WS-TST-BASE
               PERFORM LA-60-TEST-VARIANCE
               MOVE WS-TST-PCT TO WS-PRV-PCT
               MOVE WS-TST-FLAG TO WS-PRV-FLAG
               MOVE WS-COA-LYR (WS-COA-IX) TO WS-TST-BASE
               PERFORM LA-60-TEST-VARIANCE
               MOVE WS-TST-PCT TO WS-LYR-PCT
               MOVE WS-TST-FLAG TO WS-LYR-FLAG
               IF WS-PRV-FLAG NOT = SPACES OR WS-LYR-FLAG NOT = SPACES
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
               DISPLAY WS-COA-CODE (WS-COA-IX) ' '
                   WS-COA-CURR (WS-COA-IX) ' '
                   WS-COA-CUR (WS-COA-IX) ' '
                   WS-COA-PRV (WS-COA-IX) ' ' WS-PRV-PCT ' '
                   WS-PRV-FLAG ' ' WS-COA-LYR (WS-COA-IX) ' '
                   WS-LYR-PCT ' ' WS-LYR-FLAG END-DISPLAY
               ADD 1 TO WS-COA-IX
           END-PERFORM.

       LA-90-PRINT-TOTALS.
           DISPLAY ' ' END-DISPLAY.
           DISPLAY ':::::: COBOLRVR CONTROL TOTALS ::::::' END-DISPLAY.
           DISPLAY 'HISTORY RECORDS READ  : ' WS-READ-COUNT
               END-DISPLAY.
           DISPLAY 'SUBSERVICE LINES      : ' WS-LINE-COUNT
               END-DISPLAY.
           DISPLAY 'COA LINES             : ' WS-COA-COUNT
               END-DISPLAY.
           DISPLAY 'LINES FLAGGED         : ' WS-FLAG-COUNT
               END-DISPLAY.
