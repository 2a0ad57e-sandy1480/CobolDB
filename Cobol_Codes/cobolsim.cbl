       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIMPARMFILE ASSIGN TO "SIMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT PENDFILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PND-STATUS.
           SELECT SIMACTFILE ASSIGN TO "SIMACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT SIMFILE ASSIGN TO "SIMRES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIM-KEY
               FILE STATUS IS WS-SIM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SIMPARMFILE
           LABEL RECORD IS STANDARD.
       01  SIMPARM-REC          PIC X(10).
       FD  PENDFILE
           LABEL RECORD IS STANDARD.
       COPY COBPND.
       FD  SIMACTFILE
           LABEL RECORD IS STANDARD.
       COPY COBACT.
       FD  SIMFILE
           LABEL RECORD IS STANDARD.
       COPY COBSIM.
       WORKING-STORAGE SECTION.
       COPY COBPRMS.
       COPY COBSRV.
       COPY COBSUB.
       COPY COBCHG.
       01  WS-SIMPARM-AREA.
           03 SMP-EFFDATE       PIC X(8).
           03 SMP-TOPN          PIC X(2).
           03 SMP-TOPN-N REDEFINES SMP-TOPN PIC 9(2).
       01  WS-PRM-STATUS        PIC XX.
       01  WS-PND-STATUS        PIC XX.
       01  WS-ACT-STATUS        PIC XX.
       01  WS-SIM-STATUS        PIC XX.
       01  WS-EOF-SW            PIC X          VALUE 'N'.
       01  WS-ACT-EOF-SW        PIC X          VALUE 'N'.
       01  WS-SIM-OK-SW         PIC X          VALUE 'N'.
       01  WS-FOUND-SW          PIC X          VALUE 'N'.
       01  WS-ACCT-FULL-SW      PIC X          VALUE 'N'.
       01  WS-CHG-FULL-SW       PIC X          VALUE 'N'.
       01  WS-USERID            PIC X(8)       VALUE SPACES.
       01  WS-RUNID             PIC X(14)      VALUE SPACES.
       01  WS-TOPN              PIC 9(2)       VALUE 10.
       01  WS-CURDATE-AREA.
           03 WS-TODAY          PIC X(8).
           03 WS-NOW            PIC X(6).
           03 FILLER            PIC X(12).
       01  WS-BUSDATE           PIC X(8)       VALUE SPACES.
       01  WS-FIRST-BUSDATE     PIC X(8)       VALUE HIGH-VALUES.
       01  WS-LAST-BUSDATE      PIC X(8)       VALUE LOW-VALUES.
       01  WS-SIM-CUR           PIC S9(14)V99  VALUE ZERO.
       01  WS-SIM-NEW           PIC S9(14)V99  VALUE ZERO.
       01  WS-SIM-CUR-CURR      PIC X(3)       VALUE SPACES.
       01  WS-SIM-DIFF          PIC S9(14)V99  VALUE ZERO.
       01  WS-SIM-PCT           PIC S9(6)V99   VALUE ZERO.
       01  WS-SIM-FLAG          PIC X(4)       VALUE SPACES.
       01  WS-ABS-DIFF          PIC 9(14)V99   VALUE ZERO.
       01  WS-BEST-ABS          PIC 9(14)V99   VALUE ZERO.
       01  WS-BEST-IX           PIC 9(5)       VALUE ZERO.
       01  WS-TOP-IX            PIC 9(2)       VALUE ZERO.
       01  WS-BATCH-COUNT       PIC 9(4)       VALUE ZERO.
       01  WS-READ-COUNT        PIC 9(8)       VALUE ZERO.
       01  WS-BAD-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-SIM-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-REJ-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-WRITE-COUNT       PIC 9(8)       VALUE ZERO.
       01  WS-CHG-IX            PIC 9(3)       VALUE ZERO.
       01  WS-CHG-COUNT         PIC 9(3)       VALUE ZERO.
       01  WS-CHG-MAX           PIC 9(3)       VALUE 200.
       01  WS-CHG-TABLE.
           03 WS-CHG-ENTRY OCCURS 200.
               05 WS-CHG-KEY.
                   07 WS-CHG-EFFDATE    PIC X(8).
                   07 WS-CHG-SERNO      PIC 9(4).
                   07 WS-CHG-SUBSER     PIC 9(2).
               05 WS-CHG-RATES      PIC X(24).
               05 WS-CHG-TXNCNT     PIC 9(10).
               05 WS-CHG-ACCOUNTS   PIC 9(6).
               05 WS-CHG-CUR-CURR   PIC X(3).
               05 WS-CHG-CUR        PIC S9(14)V99.
               05 WS-CHG-NEW-CURR   PIC X(3).
               05 WS-CHG-NEW        PIC S9(14)V99.
               05 WS-CHG-REJ        PIC 9(8).
               05 WS-CHG-TOP-ACCOUNT PIC X(10).
               05 WS-CHG-TOP-DIFF   PIC S9(14)V99.
       01  WS-ACCT-IX           PIC 9(5)       VALUE ZERO.
       01  WS-ACCT-COUNT        PIC 9(5)       VALUE ZERO.
       01  WS-ACCT-MAX          PIC 9(5)       VALUE 5000.
       01  WS-ACCT-TABLE.
           03 WS-ACCT-ENTRY OCCURS 5000.
               05 WS-ACCT-NUMBER    PIC X(10).
               05 WS-ACCT-CHG-IX    PIC 9(3).
               05 WS-ACCT-CUR       PIC S9(14)V99.
               05 WS-ACCT-NEW       PIC S9(14)V99.
               05 WS-ACCT-DIFF      PIC S9(14)V99.
               05 WS-ACCT-SHOWN-SW  PIC X.
       01  WS-END-STATUS        PIC X(4)       VALUE 'OK'.
       COPY COBRUN.
       PROCEDURE DIVISION.
       LA-MAIN SECTION.
       LA-10.
           DISPLAY 'Starting COBOLSIM - TARIFF CHANGE IMPACT SIMULATION'
               END-DISPLAY.
           MOVE 'S' TO TSRRNFUNC.
           MOVE 'COBOLSIM' TO TSRRNPROGID.
           MOVE SPACES TO TSRRNPREREQ.
           MOVE 'N' TO TSRRNONCESW.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-AREA.
           MOVE WS-CURDATE-AREA (1:14) TO WS-RUNID.
           ACCEPT WS-USERID FROM ENVIRONMENT "USER".
           PERFORM LA-15-READ-PARM.
           PERFORM LA-20-LOAD-CHANGES.
           IF WS-CHG-COUNT = 0
               DISPLAY 'COBOLSIM: NO PENDING SUBSERVICE TARIFF CHANGES'
                   ' TO SIMULATE' END-DISPLAY
           ELSE
               OPEN INPUT SIMACTFILE
               IF WS-ACT-STATUS NOT = '00'
                   DISPLAY 'COBOLSIM: UNABLE TO OPEN SIMACT STATUS='
                       WS-ACT-STATUS END-DISPLAY
                   MOVE 'FAIL' TO WS-END-STATUS
               ELSE
                   PERFORM UNTIL WS-ACT-EOF-SW = 'Y'
                       READ SIMACTFILE
                           AT END
                               MOVE 'Y' TO WS-ACT-EOF-SW
                           NOT AT END
                               PERFORM LA-30-PROCESS-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SIMACTFILE
                   PERFORM LA-50-REPORT-CHANGES
                   PERFORM LA-60-REPORT-ACCOUNTS
                   PERFORM LA-70-WRITE-RESULTS
               END-IF
           END-IF.
           PERFORM LA-90-PRINT-TOTALS.
       LA-EXIT.
           MOVE 'E' TO TSRRNFUNC.
           MOVE WS-READ-COUNT TO TSRRNREAD.
           MOVE WS-WRITE-COUNT TO TSRRNWRITTEN.
           MOVE WS-REJ-COUNT TO TSRRNREJECT.
           MOVE WS-END-STATUS TO TSRRNSTATUS.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           MOVE 9 TO TSRnnPRIND.
           CALL 'STRnn'
                USING BY REFERENCE TSRnnPRMS,
                      BY REFERENCE TRFSERVICE,
                      BY REFERENCE TRFSUBSER
           END-CALL.
           STOP RUN.

       LA-15-READ-PARM.
           MOVE SPACES TO WS-SIMPARM-AREA.
           OPEN INPUT SIMPARMFILE.
           IF WS-PRM-STATUS = '00'
               READ SIMPARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SIMPARM-REC TO WS-SIMPARM-AREA
               END-READ
               CLOSE SIMPARMFILE
           END-IF.
           IF SMP-TOPN NUMERIC
               IF SMP-TOPN-N > 0
                   MOVE SMP-TOPN-N TO WS-TOPN
               END-IF
           END-IF.
           IF SMP-EFFDATE = SPACES
               DISPLAY 'SIMULATING ALL PENDING SUBSERVICE CHANGES'
                   END-DISPLAY
           ELSE
               DISPLAY 'SIMULATING PENDING CHANGES EFFECTIVE '
                   SMP-EFFDATE END-DISPLAY
           END-IF.

       LA-20-LOAD-CHANGES.
           OPEN INPUT PENDFILE.
           IF WS-PND-STATUS NOT = '00'
               IF WS-PND-STATUS NOT = '35'
                   DISPLAY 'COBOLSIM: UNABLE TO OPEN PENDCHG STATUS='
                       WS-PND-STATUS END-DISPLAY
                   MOVE 'FAIL' TO WS-END-STATUS
               END-IF
           ELSE
               MOVE LOW-VALUES TO PND-KEY
               START PENDFILE KEY IS >= PND-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ PENDFILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF (SMP-EFFDATE = SPACES
                               OR PND-EFFDATE = SMP-EFFDATE)
                               AND PND-APPSTAT = 'P'
                               AND PND-ACTION = 'M'
                               AND PND-SUBSER NOT = 0
                               PERFORM LA-22-ADD-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDFILE
           END-IF.

       LA-22-ADD-CHANGE.
           IF WS-CHG-COUNT < WS-CHG-MAX
               ADD 1 TO WS-CHG-COUNT
               MOVE WS-CHG-COUNT TO WS-CHG-IX
               MOVE PND-KEY TO WS-CHG-KEY (WS-CHG-IX)
               MOVE PND-SBCFCF  TO TSRCHSIMCFCF
               MOVE PND-SBCFCM  TO TSRCHSIMCFCM
               MOVE PND-SBCFCT  TO TSRCHSIMCFCT
               MOVE PND-SBCOA   TO TSRCHSIMCOA
               MOVE PND-SBCCAF  TO TSRCHSIMCCAF
               MOVE PND-SBCCAM  TO TSRCHSIMCCAM
               MOVE PND-SBTCW   TO TSRCHSIMTCW
               MOVE PND-SBCURR  TO TSRCHSIMCURR
               MOVE TSRCHSIMRATES TO WS-CHG-RATES (WS-CHG-IX)
               MOVE ZERO TO WS-CHG-TXNCNT (WS-CHG-IX)
               MOVE ZERO TO WS-CHG-ACCOUNTS (WS-CHG-IX)
               MOVE SPACES TO WS-CHG-CUR-CURR (WS-CHG-IX)
               MOVE ZERO TO WS-CHG-CUR (WS-CHG-IX)
               MOVE PND-SBCURR TO WS-CHG-NEW-CURR (WS-CHG-IX)
               MOVE ZERO TO WS-CHG-NEW (WS-CHG-IX)
               MOVE ZERO TO WS-CHG-REJ (WS-CHG-IX)
               MOVE SPACES TO WS-CHG-TOP-ACCOUNT (WS-CHG-IX)
               MOVE ZERO TO WS-CHG-TOP-DIFF (WS-CHG-IX)
           ELSE
               IF WS-CHG-FULL-SW = 'N'
                   MOVE 'Y' TO WS-CHG-FULL-SW
                   DISPLAY 'COBOLSIM: MORE THAN ' WS-CHG-MAX
                       ' PENDING CHANGES - REST NOT SIMULATED'
                       END-DISPLAY
               END-IF
           END-IF.

       LA-30-PROCESS-RECORD.
           EVALUATE ACT-RECTYPE
               WHEN 'H'
                   ADD 1 TO WS-BATCH-COUNT
                   MOVE ACT-HDR-BUSDATE TO WS-BUSDATE
                   IF WS-BUSDATE < WS-FIRST-BUSDATE
                       MOVE WS-BUSDATE TO WS-FIRST-BUSDATE
                   END-IF
                   IF WS-BUSDATE > WS-LAST-BUSDATE
                       MOVE WS-BUSDATE TO WS-LAST-BUSDATE
                   END-IF
                   DISPLAY 'REPRICING BATCH ' ACT-HDR-BATCHID
                       ' BUSINESS DATE ' WS-BUSDATE END-DISPLAY
               WHEN 'D'
                   ADD 1 TO WS-READ-COUNT
                   PERFORM LA-32-MATCH-CHANGES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LA-32-MATCH-CHANGES.
           IF ACT-SERNO NOT NUMERIC OR ACT-SUBSER NOT NUMERIC
               OR ACT-TXNAMT NOT NUMERIC OR ACT-TXNCNT NOT NUMERIC
               OR (ACT-TXNDATE NOT = SPACES
                   AND ACT-TXNDATE NOT NUMERIC)
               ADD 1 TO WS-BAD-COUNT
           ELSE
               MOVE 1 TO WS-CHG-IX
               PERFORM UNTIL WS-CHG-IX > WS-CHG-COUNT
                   IF WS-CHG-SERNO (WS-CHG-IX) = ACT-SERNO
                       AND WS-CHG-SUBSER (WS-CHG-IX) = ACT-SUBSER
                       PERFORM LA-34-SIMULATE-ONE
                   END-IF
                   ADD 1 TO WS-CHG-IX
               END-PERFORM
           END-IF.

       LA-34-SIMULATE-ONE.
           MOVE 'N' TO WS-SIM-OK-SW.
           MOVE ACT-SERNO  TO TSRCHSERNO.
           MOVE ACT-SUBSER TO TSRCHSUBSER.
           MOVE ACT-TXNAMT TO TSRCHTXNAMT.
           IF ACT-TXNDATE = SPACES
               MOVE WS-BUSDATE TO TSRCHEFFDATE
           ELSE
               MOVE ACT-TXNDATE TO TSRCHEFFDATE
           END-IF.
           MOVE ACT-ACCOUNT TO TSRCHACCOUNT.
           MOVE 0 TO TSRCHRSIND.
           MOVE 'C' TO TSRCHSIMSW.
           CALL 'STRCHG' USING BY REFERENCE TSRCHPRMS END-CALL.
           EVALUATE TSRCHRSIND
               WHEN 0
                   MOVE TSRCHCURR TO WS-SIM-CUR-CURR
                   COMPUTE WS-SIM-CUR ROUNDED
                       = TSRCHTOTAL * ACT-TXNCNT
                       ON SIZE ERROR
                           MOVE 6 TO TSRCHRSIND
                       NOT ON SIZE ERROR
                           MOVE 'Y' TO WS-SIM-OK-SW
                   END-COMPUTE
               WHEN 9
                   MOVE SPACES TO WS-SIM-CUR-CURR
                   MOVE ZERO TO WS-SIM-CUR
                   MOVE 'Y' TO WS-SIM-OK-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-SIM-OK-SW = 'Y'
               MOVE 'N' TO WS-SIM-OK-SW
               MOVE 0 TO TSRCHRSIND
               MOVE 'P' TO TSRCHSIMSW
               MOVE WS-CHG-RATES (WS-CHG-IX) TO TSRCHSIMRATES
               CALL 'STRCHG' USING BY REFERENCE TSRCHPRMS END-CALL
               IF TSRCHRSIND = 0
                   COMPUTE WS-SIM-NEW ROUNDED
                       = TSRCHTOTAL * ACT-TXNCNT
                       ON SIZE ERROR
                           MOVE 6 TO TSRCHRSIND
                       NOT ON SIZE ERROR
                           MOVE 'Y' TO WS-SIM-OK-SW
                   END-COMPUTE
               END-IF
           END-IF.
           IF WS-SIM-OK-SW = 'Y'
               ADD 1 TO WS-SIM-COUNT
               ADD ACT-TXNCNT TO WS-CHG-TXNCNT (WS-CHG-IX)
               ADD WS-SIM-CUR TO WS-CHG-CUR (WS-CHG-IX)
               ADD WS-SIM-NEW TO WS-CHG-NEW (WS-CHG-IX)
               IF WS-SIM-CUR-CURR NOT = SPACES
                   MOVE WS-SIM-CUR-CURR TO WS-CHG-CUR-CURR (WS-CHG-IX)
               END-IF
               PERFORM LA-36-ADD-ACCOUNT
           ELSE
               ADD 1 TO WS-REJ-COUNT
               ADD 1 TO WS-CHG-REJ (WS-CHG-IX)
               DISPLAY 'COBOLSIM: NOT REPRICED ' ACT-SERNO '/'
                   ACT-SUBSER ' ACCOUNT ' ACT-ACCOUNT ' RSIND='
                   TSRCHRSIND END-DISPLAY
           END-IF.

       LA-36-ADD-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1 TO WS-ACCT-IX.
           PERFORM UNTIL WS-FOUND-SW = 'Y'
               OR WS-ACCT-IX > WS-ACCT-COUNT
               IF WS-ACCT-NUMBER (WS-ACCT-IX) = ACT-ACCOUNT
                   AND WS-ACCT-CHG-IX (WS-ACCT-IX) = WS-CHG-IX
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   ADD 1 TO WS-ACCT-IX
               END-IF
           END-PERFORM.
           IF WS-FOUND-SW = 'N'
               IF WS-ACCT-COUNT < WS-ACCT-MAX
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-IX
                   MOVE ACT-ACCOUNT TO WS-ACCT-NUMBER (WS-ACCT-IX)
                   MOVE WS-CHG-IX TO WS-ACCT-CHG-IX (WS-ACCT-IX)
                   MOVE ZERO TO WS-ACCT-CUR (WS-ACCT-IX)
                   MOVE ZERO TO WS-ACCT-NEW (WS-ACCT-IX)
                   MOVE ZERO TO WS-ACCT-DIFF (WS-ACCT-IX)
                   MOVE 'N' TO WS-ACCT-SHOWN-SW (WS-ACCT-IX)
                   ADD 1 TO WS-CHG-ACCOUNTS (WS-CHG-IX)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   IF WS-ACCT-FULL-SW = 'N'
                       MOVE 'Y' TO WS-ACCT-FULL-SW
                       DISPLAY 'COBOLSIM: MORE THAN ' WS-ACCT-MAX
                           ' ACCOUNTS - ACCOUNT RANKING IS PARTIAL'
                           END-DISPLAY
                   END-IF
               END-IF
           END-IF.
           IF WS-FOUND-SW = 'Y'
               ADD WS-SIM-CUR TO WS-ACCT-CUR (WS-ACCT-IX)
               ADD WS-SIM-NEW TO WS-ACCT-NEW (WS-ACCT-IX)
               COMPUTE WS-ACCT-DIFF (WS-ACCT-IX)
                   = WS-ACCT-NEW (WS-ACCT-IX) - WS-ACCT-CUR (WS-ACCT-IX)
               END-COMPUTE
           END-IF.

       LA-50-REPORT-CHANGES.
           DISPLAY ' ' END-DISPLAY.
           DISPLAY ':::::: TARIFF CHANGE IMPACT BY SUBSERVICE ::::::'
               END-DISPLAY.
           DISPLAY 'BATCHES REPRICED      : ' WS-BATCH-COUNT
               END-DISPLAY.
           IF WS-BATCH-COUNT > 0
               DISPLAY 'BUSINESS DATES        : ' WS-FIRST-BUSDATE
                   ' TO ' WS-LAST-BUSDATE END-DISPLAY
           END-IF.
           DISPLAY 'EFFDATE  SERV/SB     TXNCNT CUR   CURRENT CHARGE'
               ' NEW  PROPOSED CHARGE       DIFFERENCE     PCT FLAG'
               ' ACCOUNTS' END-DISPLAY.
           MOVE 1 TO WS-CHG-IX.
           PERFORM UNTIL WS-CHG-IX > WS-CHG-COUNT
               PERFORM LA-52-MEASURE-CHANGE
               PERFORM LA-54-FIND-TOP-ACCOUNT
               DISPLAY WS-CHG-EFFDATE (WS-CHG-IX) ' '
                   WS-CHG-SERNO (WS-CHG-IX) '/'
                   WS-CHG-SUBSER (WS-CHG-IX) ' '
                   WS-CHG-TXNCNT (WS-CHG-IX) ' '
                   WS-CHG-CUR-CURR (WS-CHG-IX) ' '
                   WS-CHG-CUR (WS-CHG-IX) ' '
                   WS-CHG-NEW-CURR (WS-CHG-IX) ' '
                   WS-CHG-NEW (WS-CHG-IX) ' ' WS-SIM-DIFF ' '
                   WS-SIM-PCT ' ' WS-SIM-FLAG ' '
                   WS-CHG-ACCOUNTS (WS-CHG-IX) END-DISPLAY
               IF WS-CHG-CUR-CURR (WS-CHG-IX) NOT = SPACES
                   AND WS-CHG-CUR-CURR (WS-CHG-IX)
                       NOT = WS-CHG-NEW-CURR (WS-CHG-IX)
                   DISPLAY '         CURRENCY CHANGES FROM '
                       WS-CHG-CUR-CURR (WS-CHG-IX) ' TO '
                       WS-CHG-NEW-CURR (WS-CHG-IX)
                       ' - CHARGES SHOWN IN TARIFF CURRENCY'
                       END-DISPLAY
               END-IF
               IF WS-CHG-TOP-ACCOUNT (WS-CHG-IX) NOT = SPACES
                   DISPLAY '         MOST AFFECTED ACCOUNT '
                       WS-CHG-TOP-ACCOUNT (WS-CHG-IX) ' DIFFERENCE '
                       WS-CHG-TOP-DIFF (WS-CHG-IX) END-DISPLAY
               END-IF
               IF WS-CHG-REJ (WS-CHG-IX) > 0
                   DISPLAY '         ACTIVITY NOT REPRICED  '
                       WS-CHG-REJ (WS-CHG-IX) END-DISPLAY
               END-IF
               ADD 1 TO WS-CHG-IX
           END-PERFORM.

       LA-52-MEASURE-CHANGE.
           MOVE ZERO TO WS-SIM-PCT.
           MOVE SPACES TO WS-SIM-FLAG.
           COMPUTE WS-SIM-DIFF
               = WS-CHG-NEW (WS-CHG-IX) - WS-CHG-CUR (WS-CHG-IX)
           END-COMPUTE.
           IF WS-CHG-CUR (WS-CHG-IX) = ZERO
               IF WS-CHG-NEW (WS-CHG-IX) NOT = ZERO
                   MOVE 'NEW' TO WS-SIM-FLAG
               END-IF
           ELSE
               COMPUTE WS-SIM-PCT ROUNDED
                   = WS-SIM-DIFF * 100 / WS-CHG-CUR (WS-CHG-IX)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-SIM-PCT
                       MOVE '****' TO WS-SIM-FLAG
               END-COMPUTE
           END-IF.

       LA-54-FIND-TOP-ACCOUNT.
           MOVE ZERO TO WS-BEST-ABS.
           MOVE 1 TO WS-ACCT-IX.
           PERFORM UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               IF WS-ACCT-CHG-IX (WS-ACCT-IX) = WS-CHG-IX
                   PERFORM LA-56-ABSOLUTE-DIFF
                   IF WS-ABS-DIFF > WS-BEST-ABS
                       MOVE WS-ABS-DIFF TO WS-BEST-ABS
                       MOVE WS-ACCT-NUMBER (WS-ACCT-IX)
                           TO WS-CHG-TOP-ACCOUNT (WS-CHG-IX)
                       MOVE WS-ACCT-DIFF (WS-ACCT-IX)
                           TO WS-CHG-TOP-DIFF (WS-CHG-IX)
                   END-IF
               END-IF
               ADD 1 TO WS-ACCT-IX
           END-PERFORM.

       LA-56-ABSOLUTE-DIFF.
           IF WS-ACCT-DIFF (WS-ACCT-IX) < ZERO
               COMPUTE WS-ABS-DIFF = ZERO - WS-ACCT-DIFF (WS-ACCT-IX)
           ELSE
               MOVE WS-ACCT-DIFF (WS-ACCT-IX) TO WS-ABS-DIFF
           END-IF.

       LA-60-REPORT-ACCOUNTS.
           DISPLAY ' ' END-DISPLAY.
           DISPLAY ':::::: MOST AFFECTED ACCOUNTS ::::::' END-DISPLAY.
           DISPLAY 'ACCOUNT    EFFDATE  SERV/SB   CURRENT CHARGE'
               '  PROPOSED CHARGE       DIFFERENCE' END-DISPLAY.
           MOVE 1 TO WS-TOP-IX.
           MOVE 1 TO WS-BEST-IX.
           PERFORM UNTIL WS-TOP-IX > WS-TOPN OR WS-BEST-IX = 0
               PERFORM LA-62-FIND-LARGEST
               IF WS-BEST-IX > 0
                   MOVE 'Y' TO WS-ACCT-SHOWN-SW (WS-BEST-IX)
                   MOVE WS-ACCT-CHG-IX (WS-BEST-IX) TO WS-CHG-IX
                   DISPLAY WS-ACCT-NUMBER (WS-BEST-IX) ' '
                       WS-CHG-EFFDATE (WS-CHG-IX) ' '
                       WS-CHG-SERNO (WS-CHG-IX) '/'
                       WS-CHG-SUBSER (WS-CHG-IX) ' '
                       WS-ACCT-CUR (WS-BEST-IX) ' '
                       WS-ACCT-NEW (WS-BEST-IX) ' '
                       WS-ACCT-DIFF (WS-BEST-IX) END-DISPLAY
               END-IF
               ADD 1 TO WS-TOP-IX
           END-PERFORM.

       LA-62-FIND-LARGEST.
           MOVE ZERO TO WS-BEST-IX.
           MOVE ZERO TO WS-BEST-ABS.
           MOVE 1 TO WS-ACCT-IX.
           PERFORM UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               IF WS-ACCT-SHOWN-SW (WS-ACCT-IX) = 'N'
                   PERFORM LA-56-ABSOLUTE-DIFF
                   IF WS-ABS-DIFF > WS-BEST-ABS
                       MOVE WS-ABS-DIFF TO WS-BEST-ABS
                       MOVE WS-ACCT-IX TO WS-BEST-IX
                   END-IF
               END-IF
               ADD 1 TO WS-ACCT-IX
           END-PERFORM.

       LA-70-WRITE-RESULTS.
           OPEN I-O SIMFILE.
           IF WS-SIM-STATUS = '35'
               OPEN OUTPUT SIMFILE
               CLOSE SIMFILE
               OPEN I-O SIMFILE
           END-IF.
           IF WS-SIM-STATUS NOT = '00'
               DISPLAY 'COBOLSIM: UNABLE TO OPEN SIMRES STATUS='
                   WS-SIM-STATUS END-DISPLAY
               MOVE 'FAIL' TO WS-END-STATUS
           ELSE
               MOVE 1 TO WS-CHG-IX
               PERFORM UNTIL WS-CHG-IX > WS-CHG-COUNT
                   PERFORM LA-72-WRITE-ONE
                   ADD 1 TO WS-CHG-IX
               END-PERFORM
               CLOSE SIMFILE
           END-IF.

       LA-72-WRITE-ONE.
           MOVE WS-CHG-KEY (WS-CHG-IX) TO SIM-KEY.
           MOVE 'Y' TO WS-FOUND-SW.
           READ SIMFILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
           END-READ.
           PERFORM LA-52-MEASURE-CHANGE.
           MOVE WS-CHG-KEY (WS-CHG-IX) TO SIM-KEY.
           MOVE WS-RUNID TO SIM-RUNID.
           MOVE WS-USERID TO SIM-USERID.
           MOVE WS-BATCH-COUNT TO SIM-BATCHES.
           IF WS-BATCH-COUNT > 0
               MOVE WS-FIRST-BUSDATE TO SIM-FIRST-BUSDATE
               MOVE WS-LAST-BUSDATE TO SIM-LAST-BUSDATE
           ELSE
               MOVE SPACES TO SIM-FIRST-BUSDATE
               MOVE SPACES TO SIM-LAST-BUSDATE
           END-IF.
           MOVE WS-CHG-TXNCNT (WS-CHG-IX) TO SIM-TXNCNT.
           MOVE WS-CHG-ACCOUNTS (WS-CHG-IX) TO SIM-ACCOUNTS.
           MOVE WS-CHG-CUR-CURR (WS-CHG-IX) TO SIM-CUR-CURR.
           MOVE WS-CHG-CUR (WS-CHG-IX) TO SIM-CUR-CHARGE.
           MOVE WS-CHG-NEW-CURR (WS-CHG-IX) TO SIM-NEW-CURR.
           MOVE WS-CHG-NEW (WS-CHG-IX) TO SIM-NEW-CHARGE.
           MOVE WS-SIM-DIFF TO SIM-DIFF.
           MOVE WS-SIM-PCT TO SIM-PCT.
           MOVE WS-CHG-REJ (WS-CHG-IX) TO SIM-REJECTS.
           MOVE WS-CHG-TOP-ACCOUNT (WS-CHG-IX) TO SIM-TOP-ACCOUNT.
           MOVE WS-CHG-TOP-DIFF (WS-CHG-IX) TO SIM-TOP-DIFF.
           MOVE WS-CHG-RATES (WS-CHG-IX) TO SIM-RATES.
           IF WS-FOUND-SW = 'Y'
               REWRITE SIM-REC
                   INVALID KEY
                       DISPLAY 'COBOLSIM: UNABLE TO UPDATE SIMRES '
                           SIM-KEY END-DISPLAY
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITE-COUNT
               END-REWRITE
           ELSE
               WRITE SIM-REC
                   INVALID KEY
                       DISPLAY 'COBOLSIM: UNABLE TO WRITE SIMRES '
                           SIM-KEY END-DISPLAY
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITE-COUNT
               END-WRITE
           END-IF.

       LA-90-PRINT-TOTALS.
           DISPLAY ' ' END-DISPLAY.
           DISPLAY ':::::: COBOLSIM CONTROL TOTALS ::::::' END-DISPLAY.
           DISPLAY 'CHANGES SIMULATED     : ' WS-CHG-COUNT
               END-DISPLAY.
           DISPLAY 'ACTIVITY RECORDS READ : ' WS-READ-COUNT
               END-DISPLAY.
           DISPLAY 'NON-NUMERIC SKIPPED   : ' WS-BAD-COUNT
               END-DISPLAY.
           DISPLAY 'ACTIVITY REPRICED     : ' WS-SIM-COUNT
               END-DISPLAY.
           DISPLAY 'NOT REPRICED          : ' WS-REJ-COUNT
               END-DISPLAY.
           DISPLAY 'RESULTS WRITTEN       : ' WS-WRITE-COUNT
               END-DISPLAY.
