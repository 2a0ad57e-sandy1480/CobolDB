       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLGLJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLJPARMFILE ASSIGN TO "GLJPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT CHGPOSTFILE ASSIGN TO "CHGPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PST-STATUS.
           SELECT JNLFILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT GLREGFILE ASSIGN TO "GLPSTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GLJPARMFILE
           LABEL RECORD IS STANDARD.
       01  GLJPARM-REC          PIC X(4).
       FD  CHGPOSTFILE
           LABEL RECORD IS STANDARD.
       COPY COBPST.
       FD  JNLFILE
           LABEL RECORD IS STANDARD.
       COPY COBJNL.
       FD  GLREGFILE
           LABEL RECORD IS STANDARD.
       COPY COBGLR.
       WORKING-STORAGE SECTION.
       01  WS-GLJPARM-AREA.
           03 GLJ-RECV-COA      PIC X(4).
       01  WS-RECV-COA          PIC 9(4)       VALUE ZERO.
       01  WS-PRM-STATUS        PIC XX.
       01  WS-PST-STATUS        PIC XX.
       01  WS-JNL-STATUS        PIC XX.
       01  WS-GLR-STATUS        PIC XX.
       01  WS-PST-EOF-SW        PIC X          VALUE 'N'.
       01  WS-GLR-EOF-SW        PIC X          VALUE 'N'.
       01  WS-START-OK-SW       PIC X          VALUE 'Y'.
       01  WS-RUN-OK-SW         PIC X          VALUE 'Y'.
       01  WS-USERID            PIC X(8)       VALUE SPACES.
       01  WS-CURDATE-AREA.
           03 WS-TODAY          PIC X(8).
           03 WS-NOW            PIC X(6).
           03 FILLER            PIC X(12).
       01  WS-BUSDATE           PIC X(8)       VALUE SPACES.
       01  WS-RUNID             PIC X(14)      VALUE SPACES.
       01  WS-PST-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-DTL-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-DTL-CHARGE        PIC S9(14)V99  VALUE ZERO.
       01  WS-TOT-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-TRL-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-TRL-CHARGE        PIC S9(14)V99  VALUE ZERO.
       01  WS-JNL-AMOUNT        PIC 9(12)V99   VALUE ZERO.
       01  WS-RECV-DRCR         PIC X          VALUE 'D'.
       01  WS-INCOME-DRCR       PIC X          VALUE 'C'.
       01  WS-ENTRY-COUNT       PIC 9(8)       VALUE ZERO.
       01  WS-DEBIT-TOTAL       PIC 9(14)V99   VALUE ZERO.
       01  WS-CREDIT-TOTAL      PIC 9(14)V99   VALUE ZERO.
       01  WS-END-STATUS        PIC X(4)       VALUE 'OK'.
       COPY COBRUN.
       PROCEDURE DIVISION.
       LA-MAIN SECTION.
       LA-10.
           DISPLAY 'Starting COBOLGLJ - GL JOURNAL INTERFACE FOR'
               ' PRICED CHARGES' END-DISPLAY.
           MOVE 'S' TO TSRRNFUNC.
           MOVE 'COBOLGLJ' TO TSRRNPROGID.
           MOVE 'COBOLCHP' TO TSRRNPREREQ.
           MOVE 'N' TO TSRRNONCESW.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           IF TSRRNRSIND = 2 OR TSRRNRSIND = 3
               MOVE 'N' TO WS-START-OK-SW
               DISPLAY 'COBOLGLJ: START REFUSED BY RUN CONTROL -'
                   ' RUN COBOLCHP FIRST OR RECORD AN OVERRIDE WITH'
                   ' COBOLOVR' END-DISPLAY
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-AREA
               ACCEPT WS-USERID FROM ENVIRONMENT "USER"
               PERFORM LA-12-READ-PARM
               IF WS-RUN-OK-SW = 'Y'
                   PERFORM LA-20-PROVE-CHGPOST
               END-IF
               IF WS-RUN-OK-SW = 'Y'
                   PERFORM LA-30-CHECK-REGISTER
               END-IF
               IF WS-RUN-OK-SW = 'Y'
                   PERFORM LA-40-WRITE-JOURNAL
               END-IF
               IF WS-RUN-OK-SW = 'Y'
                   PERFORM LA-60-REGISTER-BATCH
               END-IF
               IF WS-RUN-OK-SW NOT = 'Y'
                   MOVE 'FAIL' TO WS-END-STATUS
               END-IF
               PERFORM LA-90-PRINT-TOTALS
           END-IF.
       LA-EXIT.
           IF WS-START-OK-SW = 'Y'
               MOVE 'E' TO TSRRNFUNC
               MOVE WS-PST-COUNT TO TSRRNREAD
               MOVE WS-ENTRY-COUNT TO TSRRNWRITTEN
               MOVE ZERO TO TSRRNREJECT
               MOVE WS-END-STATUS TO TSRRNSTATUS
               CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL
           END-IF.
           STOP RUN.

       LA-12-READ-PARM.
           OPEN INPUT GLJPARMFILE.
           IF WS-PRM-STATUS NOT = '00'
               DISPLAY 'COBOLGLJ: UNABLE TO OPEN GLJPARM STATUS='
                   WS-PRM-STATUS END-DISPLAY
               MOVE 'N' TO WS-RUN-OK-SW
           ELSE
               READ GLJPARMFILE
                   AT END
                       DISPLAY 'COBOLGLJ: GLJPARM IS EMPTY'
                           END-DISPLAY
                       MOVE 'N' TO WS-RUN-OK-SW
                   NOT AT END
                       MOVE GLJPARM-REC TO WS-GLJPARM-AREA
                       IF GLJ-RECV-COA NOT NUMERIC
                           DISPLAY 'COBOLGLJ: RECEIVABLE CONTROL'
                               ' ACCOUNT IN GLJPARM MUST BE NUMERIC'
                               END-DISPLAY
                           MOVE 'N' TO WS-RUN-OK-SW
                       ELSE
                           MOVE GLJ-RECV-COA TO WS-RECV-COA
                       END-IF
               END-READ
               CLOSE GLJPARMFILE
           END-IF.

       LA-20-PROVE-CHGPOST.
           OPEN INPUT CHGPOSTFILE.
           IF WS-PST-STATUS NOT = '00'
               DISPLAY 'COBOLGLJ: UNABLE TO OPEN CHGPOST STATUS='
                   WS-PST-STATUS END-DISPLAY
               MOVE 'N' TO WS-RUN-OK-SW
           ELSE
               READ CHGPOSTFILE
                   AT END
                       MOVE 'Y' TO WS-PST-EOF-SW
               END-READ
               IF WS-PST-EOF-SW = 'Y' OR PST-RECTYPE NOT = 'H'
                   DISPLAY 'COBOLGLJ: CHGPOST HAS NO HEADER RECORD -'
                       ' NOTHING POSTED' END-DISPLAY
                   MOVE 'N' TO WS-RUN-OK-SW
               ELSE
                   ADD 1 TO WS-PST-COUNT
                   MOVE PST-HDR-BUSDATE TO WS-BUSDATE
                   MOVE PST-HDR-RUNID TO WS-RUNID
                   DISPLAY 'COBOLGLJ: CHGPOST FOR BUSINESS DATE '
                       WS-BUSDATE ' RUN ' WS-RUNID END-DISPLAY
                   PERFORM UNTIL WS-PST-EOF-SW = 'Y'
                       READ CHGPOSTFILE
                           AT END
                               MOVE 'Y' TO WS-PST-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-PST-COUNT
                               PERFORM LA-25-PROVE-ONE
                       END-READ
                   END-PERFORM
                   IF WS-DTL-COUNT NOT = WS-TRL-COUNT
                       OR WS-DTL-CHARGE NOT = WS-TRL-CHARGE
                       DISPLAY 'COBOLGLJ: CHGPOST DOES NOT PROVE -'
                           ' DETAIL ' WS-DTL-COUNT '/' WS-DTL-CHARGE
                           ' TOTALS ' WS-TRL-COUNT '/' WS-TRL-CHARGE
                           END-DISPLAY
                       MOVE 'N' TO WS-RUN-OK-SW
                   END-IF
               END-IF
               CLOSE CHGPOSTFILE
           END-IF.

       LA-25-PROVE-ONE.
           EVALUATE PST-RECTYPE
               WHEN 'D'
               WHEN 'A'
                   IF PST-CHARGE NOT NUMERIC
                       DISPLAY 'COBOLGLJ: NON-NUMERIC CHARGE FOR'
                           ' ACCOUNT ' PST-ACCOUNT END-DISPLAY
                       MOVE 'N' TO WS-RUN-OK-SW
                   ELSE
                       ADD 1 TO WS-DTL-COUNT
                       ADD PST-CHARGE TO WS-DTL-CHARGE
                   END-IF
               WHEN 'T'
                   IF PST-TXNCNT NOT NUMERIC
                       OR PST-CHARGE NOT NUMERIC
                       DISPLAY 'COBOLGLJ: NON-NUMERIC TOTAL FOR COA '
                           PST-COA '/' PST-CURR END-DISPLAY
                       MOVE 'N' TO WS-RUN-OK-SW
                   ELSE
                       ADD 1 TO WS-TOT-COUNT
                       ADD PST-TXNCNT TO WS-TRL-COUNT
                       ADD PST-CHARGE TO WS-TRL-CHARGE
                   END-IF
               WHEN 'H'
                   DISPLAY 'COBOLGLJ: MORE THAN ONE CHGPOST RUN IN'
                       ' THE FILE - POST ONE BUSINESS DAY AT A TIME'
                       END-DISPLAY
                   MOVE 'N' TO WS-RUN-OK-SW
               WHEN OTHER
                   DISPLAY 'COBOLGLJ: BAD RECORD TYPE ' PST-RECTYPE
                       ' IN CHGPOST' END-DISPLAY
                   MOVE 'N' TO WS-RUN-OK-SW
           END-EVALUATE.

       LA-30-CHECK-REGISTER.
           OPEN INPUT GLREGFILE.
           IF WS-GLR-STATUS = '00'
               PERFORM UNTIL WS-GLR-EOF-SW = 'Y'
                   READ GLREGFILE
                       AT END
                           MOVE 'Y' TO WS-GLR-EOF-SW
                       NOT AT END
                           IF GLR-BUSDATE = WS-BUSDATE
                               MOVE 'N' TO WS-RUN-OK-SW
                               DISPLAY 'COBOLGLJ: CHARGES FOR '
                                   WS-BUSDATE ' ALREADY POSTED FROM'
                                   ' RUN ' GLR-RUNID ' BY ' GLR-USERID
                                   ' - RUN REFUSED' END-DISPLAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLREGFILE
           ELSE
               IF WS-GLR-STATUS NOT = '35'
                   DISPLAY 'COBOLGLJ: UNABLE TO OPEN GLPSTREG STATUS='
                       WS-GLR-STATUS END-DISPLAY
                   MOVE 'N' TO WS-RUN-OK-SW
               END-IF
           END-IF.

       LA-40-WRITE-JOURNAL.
           OPEN INPUT CHGPOSTFILE.
           OPEN OUTPUT JNLFILE.
           IF WS-PST-STATUS NOT = '00' OR WS-JNL-STATUS NOT = '00'
               DISPLAY 'COBOLGLJ: UNABLE TO OPEN FILES PST='
                   WS-PST-STATUS ' JNL=' WS-JNL-STATUS END-DISPLAY
               MOVE 'N' TO WS-RUN-OK-SW
           ELSE
               MOVE SPACES TO JNL-REC
               MOVE 'H' TO JNL-RECTYPE
               MOVE WS-BUSDATE TO JNL-HDR-BUSDATE
               MOVE WS-RUNID TO JNL-HDR-RUNID
               MOVE 'COBOLCHP' TO JNL-HDR-SOURCE
               MOVE WS-CURDATE-AREA (1:14) TO JNL-HDR-CREATED
               WRITE JNL-REC
               MOVE 'N' TO WS-PST-EOF-SW
               PERFORM UNTIL WS-PST-EOF-SW = 'Y'
                   READ CHGPOSTFILE
                       AT END
                           MOVE 'Y' TO WS-PST-EOF-SW
                       NOT AT END
                           IF PST-RECTYPE = 'T'
                               PERFORM LA-45-WRITE-ENTRIES
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO JNL-REC
               MOVE 'T' TO JNL-RECTYPE
               MOVE WS-ENTRY-COUNT TO JNL-TRL-COUNT
               MOVE WS-DEBIT-TOTAL TO JNL-TRL-DEBITS
               MOVE WS-CREDIT-TOTAL TO JNL-TRL-CREDITS
               WRITE JNL-REC
               CLOSE CHGPOSTFILE
               CLOSE JNLFILE
               IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   DISPLAY 'COBOLGLJ: JOURNAL OUT OF BALANCE - DO NOT'
                       ' RELEASE GLJRNL' END-DISPLAY
                   MOVE 'N' TO WS-RUN-OK-SW
               END-IF
           END-IF.

       LA-45-WRITE-ENTRIES.
           IF PST-CHARGE < ZERO
               COMPUTE WS-JNL-AMOUNT = ZERO - PST-CHARGE
               MOVE 'C' TO WS-RECV-DRCR
               MOVE 'D' TO WS-INCOME-DRCR
           ELSE
               MOVE PST-CHARGE TO WS-JNL-AMOUNT
               MOVE 'D' TO WS-RECV-DRCR
               MOVE 'C' TO WS-INCOME-DRCR
           END-IF.
           MOVE SPACES TO JNL-REC.
           MOVE 'D' TO JNL-RECTYPE.
           MOVE WS-RECV-COA TO JNL-COA.
           MOVE PST-CURR TO JNL-CURR.
           MOVE WS-RECV-DRCR TO JNL-DRCR.
           MOVE WS-JNL-AMOUNT TO JNL-AMOUNT.
           MOVE PST-COA TO JNL-CONTRA-COA.
           MOVE WS-BUSDATE TO JNL-BUSDATE.
           MOVE 'FEE RECEIVABLE' TO JNL-NARRATIVE.
           WRITE JNL-REC.
           ADD 1 TO WS-ENTRY-COUNT.
           PERFORM LA-47-ADD-TO-SIDE.
           MOVE PST-COA TO JNL-COA.
           MOVE WS-INCOME-DRCR TO JNL-DRCR.
           MOVE WS-RECV-COA TO JNL-CONTRA-COA.
           MOVE 'FEE INCOME' TO JNL-NARRATIVE.
           WRITE JNL-REC.
           ADD 1 TO WS-ENTRY-COUNT.
           PERFORM LA-47-ADD-TO-SIDE.

       LA-47-ADD-TO-SIDE.
           IF JNL-DRCR = 'D'
               ADD WS-JNL-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-JNL-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

       LA-60-REGISTER-BATCH.
           OPEN EXTEND GLREGFILE.
           IF WS-GLR-STATUS = '35'
               OPEN OUTPUT GLREGFILE
           END-IF.
           IF WS-GLR-STATUS NOT = '00'
               DISPLAY 'COBOLGLJ: UNABLE TO OPEN GLPSTREG STATUS='
                   WS-GLR-STATUS ' - BATCH NOT REGISTERED, DO NOT'
                   ' RELEASE GLJRNL' END-DISPLAY
               MOVE 'N' TO WS-RUN-OK-SW
           ELSE
               MOVE WS-BUSDATE TO GLR-BUSDATE
               MOVE WS-RUNID TO GLR-RUNID
               MOVE FUNCTION CURRENT-DATE TO GLR-TIMESTAMP
               MOVE WS-USERID TO GLR-USERID
               MOVE WS-ENTRY-COUNT TO GLR-COUNT
               MOVE WS-DEBIT-TOTAL TO GLR-DEBITS
               MOVE WS-CREDIT-TOTAL TO GLR-CREDITS
               WRITE GLREG-REC
               CLOSE GLREGFILE
               DISPLAY 'COBOLGLJ: BATCH ' WS-BUSDATE '/' WS-RUNID
                   ' REGISTERED AS POSTED' END-DISPLAY
           END-IF.

       LA-90-PRINT-TOTALS.
           DISPLAY ':::::: COBOLGLJ CONTROL TOTALS ::::::' END-DISPLAY.
           DISPLAY 'CHGPOST RECORDS READ  : ' WS-PST-COUNT
               END-DISPLAY.
           DISPLAY 'COA TOTALS POSTED     : ' WS-TOT-COUNT
               END-DISPLAY.
           DISPLAY 'JOURNAL ENTRIES       : ' WS-ENTRY-COUNT
               END-DISPLAY.
           DISPLAY 'TOTAL DEBITS          : ' WS-DEBIT-TOTAL
               END-DISPLAY.
           DISPLAY 'TOTAL CREDITS         : ' WS-CREDIT-TOTAL
               END-DISPLAY.
