       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSTM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGPOSTFILE ASSIGN TO "CHGPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PST-STATUS.
           SELECT SORTWORK ASSIGN TO "SRTWORK".
           SELECT TYPEFILE ASSIGN TO "SRVTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TYP-CODE
               FILE STATUS IS WS-TYP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHGPOSTFILE
           LABEL RECORD IS STANDARD.
       COPY COBPST.
       SD  SORTWORK.
       01  SRT-REC.
           03 SRT-ACCOUNT      PIC X(10).
           03 SRT-CURR         PIC X(3).
           03 SRT-SERNO        PIC 9(4).
           03 SRT-SUBSER       PIC 9(2).
           03 SRT-RECTYPE      PIC X.
           03 SRT-TXNCNT       PIC 9(6).
           03 SRT-CHARGE       PIC S9(12)V99.
           03 SRT-STDCHARGE    PIC S9(12)V99.
           03 SRT-ORIGDATE     PIC X(8).
           03 SRT-REASON       PIC X(4).
       FD  TYPEFILE
           LABEL RECORD IS STANDARD.
       COPY COBTYP.
       WORKING-STORAGE SECTION.
       COPY COBPRMS.
       COPY COBSRV.
       COPY COBSUB.
       01  WS-PST-STATUS        PIC XX.
       01  WS-TYP-STATUS        PIC XX.
       01  WS-PST-EOF-SW        PIC X          VALUE 'N'.
       01  WS-SORT-EOF-SW       PIC X          VALUE 'N'.
       01  WS-TYP-EOF-SW        PIC X          VALUE 'N'.
       01  WS-FIRST-REC-SW      PIC X          VALUE 'Y'.
       01  WS-LINE-PENDING-SW   PIC X          VALUE 'N'.
       01  WS-PERIOD-OK-SW      PIC X          VALUE 'Y'.
       01  WS-IN-PERIOD-SW      PIC X          VALUE 'Y'.
       01  WS-PERIOD-FROM       PIC X(8)       VALUE SPACES.
       01  WS-PERIOD-TO         PIC X(8)       VALUE SPACES.
       01  WS-TYP-IX            PIC 9(2)       VALUE ZERO.
       01  WS-TYPE-TABLE.
           03 WS-TYPE-DESC OCCURS 11 PIC X(30).
       01  WS-LAST-SERNO        PIC 9(4)       VALUE ZERO.
       01  WS-LAST-NAME         PIC X(3)       VALUE SPACES.
       01  WS-LAST-DESC         PIC X(30)      VALUE SPACES.
       01  WS-BREAK-ACCOUNT     PIC X(10)      VALUE SPACES.
       01  WS-BREAK-CURR        PIC X(3)       VALUE SPACES.
       01  WS-BREAK-SERNO       PIC 9(4)       VALUE ZERO.
       01  WS-BREAK-SUBSER      PIC 9(2)       VALUE ZERO.
       01  WS-LINE-TXNCNT       PIC 9(8)       VALUE ZERO.
       01  WS-LINE-CHARGE       PIC S9(12)V99  VALUE ZERO.
       01  WS-LINE-STDCHARGE    PIC S9(12)V99  VALUE ZERO.
       01  WS-CURR-TOTAL        PIC S9(14)V99  VALUE ZERO.
       01  WS-PST-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-DTL-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-TRL-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-TRL-CHARGE        PIC S9(14)V99  VALUE ZERO.
       01  WS-BAD-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-DAY-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-OUT-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-STMT-COUNT        PIC 9(8)       VALUE ZERO.
       01  WS-LINE-COUNT        PIC 9(8)       VALUE ZERO.
       01  WS-ADJ-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-BILLED-TOTAL      PIC S9(14)V99  VALUE ZERO.
       01  WS-END-STATUS        PIC X(4)       VALUE 'OK'.
       COPY COBRUN.
       PROCEDURE DIVISION.
       LA-MAIN SECTION.
       LA-10.
           DISPLAY 'Starting COBOLSTM - CUSTOMER CHARGE STATEMENTS'
               END-DISPLAY.
           MOVE 'S' TO TSRRNFUNC.
           MOVE 'COBOLSTM' TO TSRRNPROGID.
           MOVE SPACES TO TSRRNPREREQ.
           MOVE 'N' TO TSRRNONCESW.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           PERFORM LA-12-ACCEPT-PERIOD.
           IF WS-PERIOD-OK-SW NOT = 'Y'
               MOVE 'FAIL' TO WS-END-STATUS
           ELSE
               PERFORM LA-15-LOAD-TYPES
               SORT SORTWORK
                   ON ASCENDING KEY SRT-ACCOUNT, SRT-CURR,
                                    SRT-SERNO, SRT-SUBSER
                   ON DESCENDING KEY SRT-RECTYPE
                   INPUT PROCEDURE IS SR-10-INPUT
                   OUTPUT PROCEDURE IS SR-20-OUTPUT
               PERFORM LA-90-PRINT-TOTALS
           END-IF.
       LA-EXIT.
           MOVE 'E' TO TSRRNFUNC.
           MOVE WS-PST-COUNT TO TSRRNREAD.
           MOVE WS-STMT-COUNT TO TSRRNWRITTEN.
           MOVE WS-BAD-COUNT TO TSRRNREJECT.
           MOVE WS-END-STATUS TO TSRRNSTATUS.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           MOVE 9 TO TSRnnPRIND.
           CALL 'STRnn'
                USING BY REFERENCE TSRnnPRMS,
                      BY REFERENCE TRFSERVICE,
                      BY REFERENCE TRFSUBSER
           END-CALL.
           STOP RUN.

       LA-12-ACCEPT-PERIOD.
           DISPLAY 'ENTER BILLING PERIOD FROM DATE (YYYYMMDD):'
               END-DISPLAY.
           ACCEPT WS-PERIOD-FROM FROM CONSOLE.
           DISPLAY 'ENTER BILLING PERIOD TO DATE (YYYYMMDD):'
               END-DISPLAY.
           ACCEPT WS-PERIOD-TO FROM CONSOLE.
           IF WS-PERIOD-FROM NOT NUMERIC OR WS-PERIOD-TO NOT NUMERIC
               MOVE 'N' TO WS-PERIOD-OK-SW
               DISPLAY 'COBOLSTM: PERIOD DATES MUST BE YYYYMMDD'
                   END-DISPLAY
           ELSE
               IF WS-PERIOD-FROM > WS-PERIOD-TO
                   MOVE 'N' TO WS-PERIOD-OK-SW
                   DISPLAY 'COBOLSTM: PERIOD FROM DATE IS AFTER THE'
                       ' TO DATE' END-DISPLAY
               END-IF
           END-IF.

       LA-15-LOAD-TYPES.
           MOVE 1 TO WS-TYP-IX.
           PERFORM UNTIL WS-TYP-IX > 11
               MOVE SPACES TO WS-TYPE-DESC (WS-TYP-IX)
               ADD 1 TO WS-TYP-IX
           END-PERFORM.
           OPEN INPUT TYPEFILE.
           IF WS-TYP-STATUS NOT = '00'
               DISPLAY 'COBOLSTM: NO SRVTYPE REFERENCE FILE - TYPE'
                   ' DESCRIPTIONS NOT AVAILABLE' END-DISPLAY
           ELSE
               PERFORM UNTIL WS-TYP-EOF-SW = 'Y'
                   READ TYPEFILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-TYP-EOF-SW
                       NOT AT END
                           COMPUTE WS-TYP-IX = TYP-CODE + 1
                           MOVE TYP-DESC
                               TO WS-TYPE-DESC (WS-TYP-IX)
                   END-READ
               END-PERFORM
               CLOSE TYPEFILE
           END-IF.

       SR-10-INPUT.
           OPEN INPUT CHGPOSTFILE.
           IF WS-PST-STATUS NOT = '00'
               DISPLAY 'COBOLSTM: UNABLE TO OPEN CHGPOST STATUS='
                   WS-PST-STATUS END-DISPLAY
               MOVE 'FAIL' TO WS-END-STATUS
           ELSE
               PERFORM UNTIL WS-PST-EOF-SW = 'Y'
                   READ CHGPOSTFILE
                       AT END
                           MOVE 'Y' TO WS-PST-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-PST-COUNT
                           PERFORM SR-15-SELECT-ONE
                   END-READ
               END-PERFORM
               CLOSE CHGPOSTFILE
           END-IF.

       SR-12-CHECK-DAY.
           IF PST-HDR-BUSDATE < WS-PERIOD-FROM
               OR PST-HDR-BUSDATE > WS-PERIOD-TO
               MOVE 'N' TO WS-IN-PERIOD-SW
               DISPLAY 'COBOLSTM: CHGPOST FOR ' PST-HDR-BUSDATE
                   ' IS OUTSIDE THE BILLING PERIOD - SKIPPED'
                   END-DISPLAY
           ELSE
               MOVE 'Y' TO WS-IN-PERIOD-SW
               ADD 1 TO WS-DAY-COUNT
           END-IF.

       SR-15-SELECT-ONE.
           EVALUATE TRUE
               WHEN PST-RECTYPE = 'H'
                   PERFORM SR-12-CHECK-DAY
               WHEN WS-IN-PERIOD-SW = 'N'
                   ADD 1 TO WS-OUT-COUNT
               WHEN PST-RECTYPE = 'D' OR PST-RECTYPE = 'A'
                   IF PST-SERNO NOT NUMERIC OR PST-SUBSER NOT NUMERIC
                       OR PST-TXNCNT NOT NUMERIC
                       OR PST-CHARGE NOT NUMERIC
                       OR PST-STDCHARGE NOT NUMERIC
                       ADD 1 TO WS-BAD-COUNT
                       DISPLAY 'COBOLSTM: NON-NUMERIC CHGPOST DETAIL'
                           ' FOR ACCOUNT ' PST-ACCOUNT ' - SKIPPED'
                           END-DISPLAY
                   ELSE
                       ADD 1 TO WS-DTL-COUNT
                       MOVE PST-ACCOUNT TO SRT-ACCOUNT
                       MOVE PST-CURR    TO SRT-CURR
                       MOVE PST-SERNO   TO SRT-SERNO
                       MOVE PST-SUBSER  TO SRT-SUBSER
                       MOVE PST-TXNCNT  TO SRT-TXNCNT
                       MOVE PST-CHARGE  TO SRT-CHARGE
                       MOVE PST-STDCHARGE TO SRT-STDCHARGE
                       MOVE PST-RECTYPE TO SRT-RECTYPE
                       MOVE PST-ORIGDATE TO SRT-ORIGDATE
                       MOVE PST-REASON  TO SRT-REASON
                       RELEASE SRT-REC
                   END-IF
               WHEN PST-RECTYPE = 'T'
                   IF PST-TXNCNT NOT NUMERIC
                       OR PST-CHARGE NOT NUMERIC
                       ADD 1 TO WS-BAD-COUNT
                       DISPLAY 'COBOLSTM: NON-NUMERIC CHGPOST TOTAL'
                           ' FOR COA ' PST-COA '/' PST-CURR
                           ' - SKIPPED' END-DISPLAY
                   ELSE
                       ADD PST-TXNCNT TO WS-TRL-COUNT
                       ADD PST-CHARGE TO WS-TRL-CHARGE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BAD-COUNT
                   DISPLAY 'COBOLSTM: BAD RECORD TYPE ' PST-RECTYPE
                       ' IN CHGPOST' END-DISPLAY
           END-EVALUATE.

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
               PERFORM SR-45-PRINT-CURR-TOTAL
               PERFORM SR-50-END-STATEMENT
           END-IF.

       SR-30-ACCUMULATE.
           IF WS-FIRST-REC-SW = 'Y'
               MOVE 'N' TO WS-FIRST-REC-SW
               PERFORM SR-35-START-STATEMENT
           ELSE
               IF SRT-ACCOUNT NOT = WS-BREAK-ACCOUNT
                   PERFORM SR-40-PRINT-LINE
                   PERFORM SR-45-PRINT-CURR-TOTAL
                   PERFORM SR-50-END-STATEMENT
                   PERFORM SR-35-START-STATEMENT
               ELSE
                   IF SRT-CURR NOT = WS-BREAK-CURR
                       PERFORM SR-40-PRINT-LINE
                       PERFORM SR-45-PRINT-CURR-TOTAL
                       MOVE SRT-CURR TO WS-BREAK-CURR
                       MOVE SRT-SERNO TO WS-BREAK-SERNO
                       MOVE SRT-SUBSER TO WS-BREAK-SUBSER
                   ELSE
                       IF SRT-SERNO NOT = WS-BREAK-SERNO
                           OR SRT-SUBSER NOT = WS-BREAK-SUBSER
                           PERFORM SR-40-PRINT-LINE
                           MOVE SRT-SERNO TO WS-BREAK-SERNO
                           MOVE SRT-SUBSER TO WS-BREAK-SUBSER
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF SRT-RECTYPE = 'A'
               PERFORM SR-40-PRINT-LINE
               PERFORM SR-44-PRINT-ADJUSTMENT
           ELSE
               ADD SRT-TXNCNT TO WS-LINE-TXNCNT
               ADD SRT-CHARGE TO WS-LINE-CHARGE
               ADD SRT-STDCHARGE TO WS-LINE-STDCHARGE
               MOVE 'Y' TO WS-LINE-PENDING-SW
           END-IF.

       SR-35-START-STATEMENT.
           MOVE SRT-ACCOUNT TO WS-BREAK-ACCOUNT.
           MOVE SRT-CURR TO WS-BREAK-CURR.
           MOVE SRT-SERNO TO WS-BREAK-SERNO.
           MOVE SRT-SUBSER TO WS-BREAK-SUBSER.
           ADD 1 TO WS-STMT-COUNT.
           DISPLAY ' ' END-DISPLAY.
           DISPLAY ':::::: CUSTOMER CHARGE STATEMENT ::::::'
               END-DISPLAY.
           DISPLAY 'ACCOUNT               : ' WS-BREAK-ACCOUNT
               END-DISPLAY.
           DISPLAY 'BILLING PERIOD        : ' WS-PERIOD-FROM ' TO '
               WS-PERIOD-TO END-DISPLAY.
           DISPLAY 'SERV/SB NAME TYPE DESCRIPTION                  '
               '   TXNCNT         STANDARD           CHARGE CUR'
               END-DISPLAY.

       SR-40-PRINT-LINE.
           IF WS-LINE-PENDING-SW = 'Y'
               PERFORM SR-42-GET-SERVICE
               ADD 1 TO WS-LINE-COUNT
               DISPLAY WS-BREAK-SERNO '/' WS-BREAK-SUBSER '  '
                   WS-LAST-NAME '  ' WS-LAST-DESC ' ' WS-LINE-TXNCNT
                   ' ' WS-LINE-STDCHARGE ' ' WS-LINE-CHARGE ' '
                   WS-BREAK-CURR END-DISPLAY
               ADD WS-LINE-CHARGE TO WS-CURR-TOTAL
               MOVE ZERO TO WS-LINE-TXNCNT
               MOVE ZERO TO WS-LINE-CHARGE
               MOVE ZERO TO WS-LINE-STDCHARGE
               MOVE 'N' TO WS-LINE-PENDING-SW
           END-IF.

       SR-42-GET-SERVICE.
           IF WS-BREAK-SERNO NOT = WS-LAST-SERNO
               OR WS-LAST-NAME = SPACES
               MOVE WS-BREAK-SERNO TO WS-LAST-SERNO
               MOVE 1 TO TSRnnPRIND
               MOVE WS-BREAK-SERNO TO TSRnnSERNO
               MOVE 0 TO TSRnnSUBSER
               CALL 'STRnn'
                    USING BY REFERENCE TSRnnPRMS,
                          BY REFERENCE TRFSERVICE,
                          BY REFERENCE TRFSUBSER
               END-CALL
               IF TSRnnRSIND NOT = 0
                   MOVE '???' TO WS-LAST-NAME
                   MOVE 'SERVICE NOT ON FILE' TO WS-LAST-DESC
               ELSE
                   MOVE TRFSRNAME TO WS-LAST-NAME
                   IF TRFSRTYPE NUMERIC
                       COMPUTE WS-TYP-IX = TRFSRTYPE + 1
                   ELSE
                       MOVE 11 TO WS-TYP-IX
                   END-IF
                   MOVE WS-TYPE-DESC (WS-TYP-IX) TO WS-LAST-DESC
               END-IF
           END-IF.

       SR-44-PRINT-ADJUSTMENT.
           PERFORM SR-42-GET-SERVICE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-ADJ-COUNT.
           DISPLAY WS-BREAK-SERNO '/' WS-BREAK-SUBSER '  '
               WS-LAST-NAME '  ADJUSTMENT ' SRT-REASON ' FOR '
               SRT-ORIGDATE '         ' SRT-STDCHARGE ' ' SRT-CHARGE
               ' ' WS-BREAK-CURR END-DISPLAY.
           ADD SRT-CHARGE TO WS-CURR-TOTAL.

       SR-45-PRINT-CURR-TOTAL.
           DISPLAY 'TOTAL ' WS-BREAK-CURR '             : '
               WS-CURR-TOTAL END-DISPLAY.
           ADD WS-CURR-TOTAL TO WS-BILLED-TOTAL.
           MOVE ZERO TO WS-CURR-TOTAL.

       SR-50-END-STATEMENT.
           DISPLAY ':::::: END OF STATEMENT ' WS-BREAK-ACCOUNT
               ' ::::::' END-DISPLAY.

       LA-90-PRINT-TOTALS.
           DISPLAY ' ' END-DISPLAY.
           DISPLAY ':::::: COBOLSTM CONTROL TOTALS ::::::' END-DISPLAY.
           DISPLAY 'CHGPOST RECORDS READ  : ' WS-PST-COUNT
               END-DISPLAY.
           DISPLAY 'BUSINESS DAYS USED    : ' WS-DAY-COUNT
               END-DISPLAY.
           DISPLAY 'OUTSIDE PERIOD        : ' WS-OUT-COUNT
               END-DISPLAY.
           DISPLAY 'DETAIL RECORDS USED   : ' WS-DTL-COUNT
               END-DISPLAY.
           DISPLAY 'RECORDS SKIPPED       : ' WS-BAD-COUNT
               END-DISPLAY.
           DISPLAY 'STATEMENTS PRINTED    : ' WS-STMT-COUNT
               END-DISPLAY.
           DISPLAY 'STATEMENT LINES       : ' WS-LINE-COUNT
               END-DISPLAY.
           DISPLAY 'ADJUSTMENT LINES      : ' WS-ADJ-COUNT
               END-DISPLAY.
           DISPLAY 'TOTAL BILLED          : ' WS-BILLED-TOTAL
               END-DISPLAY.
           DISPLAY 'CHGPOST TOTAL COUNT   : ' WS-TRL-COUNT
               END-DISPLAY.
           DISPLAY 'CHGPOST TOTAL CHARGE  : ' WS-TRL-CHARGE
               END-DISPLAY.
           IF WS-DTL-COUNT = WS-TRL-COUNT
               AND WS-BILLED-TOTAL = WS-TRL-CHARGE
               AND WS-BAD-COUNT = ZERO
               DISPLAY 'COBOLSTM: STATEMENTS PROVED TO CHGPOST TOTALS'
                   END-DISPLAY
           ELSE
               DISPLAY 'COBOLSTM: STATEMENTS NOT PROVED - DO NOT'
                   ' RELEASE THEM' END-DISPLAY
               MOVE 'FAIL' TO WS-END-STATUS
           END-IF.
