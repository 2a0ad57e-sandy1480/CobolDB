           SELECT DAYACTFILE ASSIGN TO "DAYACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT ACCFILE ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ACCOUNT
               FILE STATUS IS WS-ACC-STATUS.
           SELECT ADJFILE ASSIGN TO "ADJPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADJ-ID
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT SORTWORK ASSIGN TO "SRTWORK".
           SELECT CHGPOSTFILE ASSIGN TO "CHGPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PST-STATUS.
           SELECT GLREGFILE ASSIGN TO "GLPSTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLR-STATUS.
           SELECT RCVREGFILE ASSIGN TO "DAYACTRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DAYACTFILE
           LABEL RECORD IS STANDARD.
       COPY COBACT.
       FD  ACCFILE
           LABEL RECORD IS STANDARD.
       COPY COBACC.
       FD  ADJFILE
           LABEL RECORD IS STANDARD.
       COPY COBADJ.
       SD  SORTWORK.
       01  SRT-REC.
           03 SRT-COA          PIC 9(4).
           03 SRT-SERNO        PIC 9(4).
           03 SRT-SUBSER       PIC 9(2).
           03 SRT-TXNCNT       PIC 9(4).
           03 SRT-CHARGE       PIC S9(12)V99.
           03 SRT-STDCHARGE    PIC S9(12)V99.
           03 SRT-RECTYPE      PIC X.
           03 SRT-ORIGDATE     PIC X(8).
           03 SRT-REASON       PIC X(4).
       FD  CHGPOSTFILE
           LABEL RECORD IS STANDARD.
       COPY COBPST.
       FD  GLREGFILE
           LABEL RECORD IS STANDARD.
       COPY COBGLR.
       FD  RCVREGFILE
           LABEL RECORD IS STANDARD.
       COPY COBRCV.
       WORKING-STORAGE SECTION.
       COPY COBPRMS.
       COPY COBSRV.
       COPY COBSUB.
       COPY COBCHG.
       01  WS-ACT-STATUS        PIC XX.
       01  WS-ACC-STATUS        PIC XX.
       01  WS-PST-STATUS        PIC XX.
       01  WS-GLR-STATUS        PIC XX.
       01  WS-GLR-EOF-SW        PIC X          VALUE 'N'.
       01  WS-GL-POSTED-SW      PIC X          VALUE 'N'.
       01  WS-RCV-STATUS        PIC XX.
       01  WS-ADJ-STATUS        PIC XX.
       01  WS-ADJ-EOF-SW        PIC X          VALUE 'N'.
       01  WS-ADJ-IX            PIC 9(4)       VALUE ZERO.
       01  WS-ADJ-COUNT         PIC 9(4)       VALUE ZERO.
       01  WS-ADJ-MAX           PIC 9(4)       VALUE 500.
       01  WS-ADJ-TABLE.
           03 WS-ADJ-POSTED-ID OCCURS 500 PIC X(16).
       01  WS-ADJ-HELD-COUNT    PIC 9(8)       VALUE ZERO.
       01  WS-ADJ-MARK-COUNT    PIC 9(8)       VALUE ZERO.
       01  WS-ADJ-NET           PIC S9(14)V99  VALUE ZERO.
       01  WS-RCV-EOF-SW        PIC X          VALUE 'N'.
       01  WS-USERID            PIC X(8)       VALUE SPACES.
       01  WS-INPUT-OK-SW       PIC X          VALUE 'Y'.
       01  WS-DUPLICATE-SW      PIC X          VALUE 'N'.
       01  WS-OVERRIDDEN-SW     PIC X          VALUE 'N'.
       01  WS-HDR-SEEN-SW       PIC X          VALUE 'N'.
       01  WS-TRL-SEEN-SW       PIC X          VALUE 'N'.
       01  WS-BUSDATE           PIC X(8)       VALUE SPACES.
       01  WS-BATCHID           PIC X(12)      VALUE SPACES.
       01  WS-PRF-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-PRF-AMTHASH       PIC 9(14)V99   VALUE ZERO.
       01  WS-PRF-CNTHASH       PIC 9(12)      VALUE ZERO.
       01  WS-TRL-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-TRL-AMTHASH       PIC 9(14)V99   VALUE ZERO.
       01  WS-TRL-CNTHASH       PIC 9(12)      VALUE ZERO.
       01  WS-CURDATE-AREA.
           03 WS-TODAY          PIC X(8).
           03 WS-NOW            PIC X(6).
           03 FILLER            PIC X(12).
       01  WS-ACT-EOF-SW        PIC X          VALUE 'N'.
       01  WS-SORT-EOF-SW       PIC X          VALUE 'N'.
       01  WS-FIRST-REC-SW      PIC X          VALUE 'Y'.
       01  WS-PRICED-SW         PIC X          VALUE 'N'.
       01  WS-CHECK-DATE        PIC X(8)       VALUE SPACES.
       01  WS-BREAK-COA         PIC 9(4)       VALUE ZERO.
       01  WS-BREAK-CURR        PIC X(3)       VALUE SPACES.
       01  WS-COA-TOTAL         PIC S9(12)V99  VALUE ZERO.
       01  WS-COA-STDTOTAL      PIC S9(12)V99  VALUE ZERO.
       01  WS-COA-COUNT         PIC 9(6)       VALUE ZERO.
       01  WS-EXT-CHARGE        PIC 9(12)V99   VALUE ZERO.
       01  WS-EXT-STDCHARGE     PIC 9(12)V99   VALUE ZERO.
       01  WS-CHG-GRAND         PIC S9(14)V99  VALUE ZERO.
       01  WS-STD-GRAND         PIC S9(14)V99  VALUE ZERO.
       01  WS-READ-COUNT        PIC 9(8)       VALUE ZERO.
       01  WS-PRICE-COUNT       PIC 9(8)       VALUE ZERO.
       01  WS-REJ-COUNT         PIC 9(8)       VALUE ZERO.
           MOVE SPACES TO TSRRNPREREQ.
           MOVE 'N' TO TSRRNONCESW.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-AREA.
           ACCEPT WS-USERID FROM ENVIRONMENT "USER".
           PERFORM LA-15-INIT-REASONS.
           PERFORM LA-20-PROVE-DAYACT.
           IF WS-INPUT-OK-SW = 'Y'
               PERFORM LA-30-CHECK-RECEIVED
           END-IF.
           IF WS-INPUT-OK-SW = 'Y'
               PERFORM LA-17-CHECK-GL-REGISTER
               SORT SORTWORK
                   ON ASCENDING KEY SRT-COA, SRT-CURR
                   INPUT PROCEDURE IS SR-10-INPUT
                   OUTPUT PROCEDURE IS SR-20-OUTPUT
               IF WS-END-STATUS = 'OK'
                   PERFORM LA-40-REGISTER-BATCH
                   IF WS-END-STATUS = 'OK'
                       PERFORM LA-45-MARK-ADJ-POSTED
                   END-IF
               END-IF
           ELSE
               MOVE 'FAIL' TO WS-END-STATUS
               DISPLAY 'COBOLCHP: DAYACT NOT PRICED - NOTHING WRITTEN'
                   ' TO CHGPOST' END-DISPLAY
           END-IF.
           PERFORM LA-90-PRINT-TOTALS.
       LA-EXIT.
           MOVE 'E' TO TSRRNFUNC.
               ADD 1 TO WS-REJ-IX
           END-PERFORM.

       LA-17-CHECK-GL-REGISTER.
           OPEN INPUT GLREGFILE.
           IF WS-GLR-STATUS = '00'
               PERFORM UNTIL WS-GLR-EOF-SW = 'Y'
                   READ GLREGFILE
                       AT END
                           MOVE 'Y' TO WS-GLR-EOF-SW
                       NOT AT END
                           IF GLR-BUSDATE = WS-BUSDATE
                               MOVE 'Y' TO WS-GL-POSTED-SW
                               DISPLAY 'COBOLCHP: WARNING - CHARGES'
                                   ' FOR ' WS-BUSDATE ' ALREADY POSTED'
                                   ' TO GL FROM RUN ' GLR-RUNID
                                   ' - THIS CHGPOST WILL BE REFUSED'
                                   ' BY COBOLGLJ' END-DISPLAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLREGFILE
           END-IF.

       LA-20-PROVE-DAYACT.
           OPEN INPUT DAYACTFILE.
           IF WS-ACT-STATUS NOT = '00'
               MOVE 'N' TO WS-INPUT-OK-SW
               DISPLAY 'COBOLCHP: UNABLE TO OPEN DAYACT STATUS='
                   WS-ACT-STATUS END-DISPLAY
           ELSE
               PERFORM UNTIL WS-ACT-EOF-SW = 'Y'
                   READ DAYACTFILE
                       AT END
                           MOVE 'Y' TO WS-ACT-EOF-SW
                       NOT AT END
                           PERFORM LA-22-PROVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE DAYACTFILE
               PERFORM LA-25-PROVE-TOTALS
           END-IF.
           MOVE 'N' TO WS-ACT-EOF-SW.

       LA-22-PROVE-RECORD.
           EVALUATE ACT-RECTYPE
               WHEN 'H'
                   IF WS-HDR-SEEN-SW = 'Y' OR WS-PRF-COUNT > 0
                       MOVE 'N' TO WS-INPUT-OK-SW
                       DISPLAY 'COBOLCHP: DAYACT HEADER OUT OF'
                           ' SEQUENCE' END-DISPLAY
                   ELSE
                       MOVE 'Y' TO WS-HDR-SEEN-SW
                       MOVE ACT-HDR-BUSDATE TO WS-BUSDATE
                       MOVE ACT-HDR-BATCHID TO WS-BATCHID
                   END-IF
               WHEN 'D'
                   IF WS-HDR-SEEN-SW = 'N' OR WS-TRL-SEEN-SW = 'Y'
                       MOVE 'N' TO WS-INPUT-OK-SW
                       DISPLAY 'COBOLCHP: DAYACT DETAIL OUTSIDE'
                           ' HEADER/TRAILER FOR ACCOUNT ' ACT-ACCOUNT
                           END-DISPLAY
                   END-IF
                   ADD 1 TO WS-PRF-COUNT
                   IF ACT-TXNAMT NUMERIC
                       ADD ACT-TXNAMT TO WS-PRF-AMTHASH
                   END-IF
                   IF ACT-TXNCNT NUMERIC
                       ADD ACT-TXNCNT TO WS-PRF-CNTHASH
                   END-IF
               WHEN 'T'
                   IF WS-TRL-SEEN-SW = 'Y'
                       MOVE 'N' TO WS-INPUT-OK-SW
                       DISPLAY 'COBOLCHP: DAYACT HAS MORE THAN ONE'
                           ' TRAILER' END-DISPLAY
                   ELSE
                       MOVE 'Y' TO WS-TRL-SEEN-SW
                       IF ACT-TRL-COUNT NUMERIC
                           AND ACT-TRL-AMTHASH NUMERIC
                           AND ACT-TRL-CNTHASH NUMERIC
                           MOVE ACT-TRL-COUNT TO WS-TRL-COUNT
                           MOVE ACT-TRL-AMTHASH TO WS-TRL-AMTHASH
                           MOVE ACT-TRL-CNTHASH TO WS-TRL-CNTHASH
                       ELSE
                           MOVE 'N' TO WS-INPUT-OK-SW
                           DISPLAY 'COBOLCHP: DAYACT TRAILER TOTALS'
                               ' ARE NOT NUMERIC' END-DISPLAY
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-INPUT-OK-SW
                   DISPLAY 'COBOLCHP: BAD RECORD TYPE ' ACT-RECTYPE
                       ' IN DAYACT' END-DISPLAY
           END-EVALUATE.

       LA-25-PROVE-TOTALS.
           IF WS-HDR-SEEN-SW = 'N'
               MOVE 'N' TO WS-INPUT-OK-SW
               DISPLAY 'COBOLCHP: DAYACT HAS NO HEADER RECORD'
                   END-DISPLAY
           ELSE
               IF WS-BUSDATE NOT NUMERIC OR WS-BATCHID = SPACES
                   MOVE 'N' TO WS-INPUT-OK-SW
                   DISPLAY 'COBOLCHP: DAYACT HEADER NEEDS A BUSINESS'
                       ' DATE AND BATCH ID' END-DISPLAY
               END-IF
           END-IF.
           IF WS-TRL-SEEN-SW = 'N'
               MOVE 'N' TO WS-INPUT-OK-SW
               DISPLAY 'COBOLCHP: DAYACT HAS NO TRAILER RECORD - FILE'
                   ' MAY BE TRUNCATED' END-DISPLAY
           ELSE
               IF WS-PRF-COUNT NOT = WS-TRL-COUNT
                   OR WS-PRF-AMTHASH NOT = WS-TRL-AMTHASH
                   OR WS-PRF-CNTHASH NOT = WS-TRL-CNTHASH
                   MOVE 'N' TO WS-INPUT-OK-SW
                   DISPLAY 'COBOLCHP: DAYACT OUT OF BALANCE WITH ITS'
                       ' TRAILER' END-DISPLAY
                   DISPLAY 'COBOLCHP:   RECORDS READ ' WS-PRF-COUNT
                       ' TRAILER ' WS-TRL-COUNT END-DISPLAY
                   DISPLAY 'COBOLCHP:   TXNAMT HASH  ' WS-PRF-AMTHASH
                       ' TRAILER ' WS-TRL-AMTHASH END-DISPLAY
                   DISPLAY 'COBOLCHP:   TXNCNT HASH  ' WS-PRF-CNTHASH
                       ' TRAILER ' WS-TRL-CNTHASH END-DISPLAY
               END-IF
           END-IF.

       LA-30-CHECK-RECEIVED.
           OPEN INPUT RCVREGFILE.
           IF WS-RCV-STATUS = '00'
               PERFORM UNTIL WS-RCV-EOF-SW = 'Y'
                   READ RCVREGFILE
                       AT END
                           MOVE 'Y' TO WS-RCV-EOF-SW
                       NOT AT END
                           IF RCV-BATCHID = WS-BATCHID
                               OR RCV-BUSDATE = WS-BUSDATE
                               MOVE 'Y' TO WS-DUPLICATE-SW
                               DISPLAY 'COBOLCHP: BATCH ' RCV-BATCHID
                                   ' FOR ' RCV-BUSDATE ' ALREADY'
                                   ' PRICED IN RUN ' RCV-RUNID ' BY '
                                   RCV-USERID END-DISPLAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RCVREGFILE
           ELSE
               IF WS-RCV-STATUS NOT = '35'
                   MOVE 'N' TO WS-INPUT-OK-SW
                   DISPLAY 'COBOLCHP: UNABLE TO OPEN DAYACTRG STATUS='
                       WS-RCV-STATUS END-DISPLAY
               END-IF
           END-IF.
           IF WS-DUPLICATE-SW = 'Y'
               PERFORM LA-32-CHECK-OVERRIDE
           END-IF.

       LA-32-CHECK-OVERRIDE.
           MOVE 'V' TO TSRRNFUNC.
           MOVE 'COBOLCHP' TO TSRRNPROGID.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           IF TSRRNRSIND = 0
               MOVE 'Y' TO WS-OVERRIDDEN-SW
               DISPLAY 'COBOLCHP: OVERRIDE ON FILE - DUPLICATE BATCH '
                   WS-BATCHID ' ACCEPTED' END-DISPLAY
           ELSE
               MOVE 'N' TO WS-INPUT-OK-SW
               DISPLAY 'COBOLCHP: DUPLICATE DELIVERY OF BATCH '
                   WS-BATCHID ' FOR ' WS-BUSDATE ' REFUSED - RUN'
                   ' COBOLOVR FOR COBOLCHP TO ACCEPT IT' END-DISPLAY
           END-IF.

       LA-40-REGISTER-BATCH.
           OPEN EXTEND RCVREGFILE.
           IF WS-RCV-STATUS = '35'
               OPEN OUTPUT RCVREGFILE
           END-IF.
           IF WS-RCV-STATUS NOT = '00'
               MOVE 'FAIL' TO WS-END-STATUS
               DISPLAY 'COBOLCHP: UNABLE TO REGISTER BATCH '
                   WS-BATCHID ' - DAYACTRG STATUS=' WS-RCV-STATUS
                   END-DISPLAY
           ELSE
               MOVE WS-BUSDATE TO RCV-BUSDATE
               MOVE WS-BATCHID TO RCV-BATCHID
               MOVE WS-CURDATE-AREA (1:14) TO RCV-RUNID
               MOVE WS-USERID TO RCV-USERID
               MOVE WS-TRL-COUNT TO RCV-COUNT
               MOVE WS-TRL-AMTHASH TO RCV-AMTHASH
               MOVE WS-TRL-CNTHASH TO RCV-CNTHASH
               MOVE WS-OVERRIDDEN-SW TO RCV-OVERRIDE
               WRITE RCVREG-REC
               CLOSE RCVREGFILE
           END-IF.

       LA-45-MARK-ADJ-POSTED.
           IF WS-ADJ-COUNT > 0
               OPEN I-O ADJFILE
               IF WS-ADJ-STATUS NOT = '00'
                   MOVE 'FAIL' TO WS-END-STATUS
                   DISPLAY 'COBOLCHP: UNABLE TO MARK ADJUSTMENTS'
                       ' POSTED - ADJPEND STATUS=' WS-ADJ-STATUS
                       ' - THEY WILL POST AGAIN' END-DISPLAY
               ELSE
                   MOVE 1 TO WS-ADJ-IX
                   PERFORM UNTIL WS-ADJ-IX > WS-ADJ-COUNT
                       PERFORM LA-47-MARK-ONE
                       ADD 1 TO WS-ADJ-IX
                   END-PERFORM
                   CLOSE ADJFILE
               END-IF
           END-IF.

       LA-47-MARK-ONE.
           MOVE WS-ADJ-POSTED-ID (WS-ADJ-IX) TO ADJ-ID.
           READ ADJFILE
               INVALID KEY
                   MOVE 'FAIL' TO WS-END-STATUS
                   DISPLAY 'COBOLCHP: ADJUSTMENT ' ADJ-ID
                       ' NO LONGER ON ADJPEND' END-DISPLAY
               NOT INVALID KEY
                   MOVE 'X' TO ADJ-APPSTAT
                   MOVE WS-CURDATE-AREA (1:14) TO ADJ-POSTED-RUN
                   MOVE WS-BUSDATE TO ADJ-POSTED-BUSDATE
                   REWRITE ADJ-REC
                       INVALID KEY
                           MOVE 'FAIL' TO WS-END-STATUS
                           DISPLAY 'COBOLCHP: UNABLE TO MARK '
                               ADJ-ID ' POSTED' END-DISPLAY
                       NOT INVALID KEY
                           ADD 1 TO WS-ADJ-MARK-COUNT
                   END-REWRITE
           END-READ.

       SR-10-INPUT.
           OPEN INPUT ACCFILE.
           OPEN INPUT DAYACTFILE.
           IF WS-ACT-STATUS NOT = '00' OR WS-ACC-STATUS NOT = '00'
               DISPLAY 'COBOLCHP: UNABLE TO OPEN FILES ACT='
                   WS-ACT-STATUS ' ACC=' WS-ACC-STATUS END-DISPLAY
               MOVE 'FAIL' TO WS-END-STATUS
           ELSE
               PERFORM UNTIL WS-ACT-EOF-SW = 'Y'
                       AT END
                           MOVE 'Y' TO WS-ACT-EOF-SW
                       NOT AT END
                           IF ACT-RECTYPE = 'D'
                               ADD 1 TO WS-READ-COUNT
                               PERFORM SR-15-PRICE-ONE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ACT-STATUS = '00'
               CLOSE DAYACTFILE
           END-IF.
           IF WS-ACC-STATUS = '00'
               CLOSE ACCFILE
           END-IF.
           IF WS-END-STATUS = 'OK'
               IF WS-GL-POSTED-SW = 'Y'
                   DISPLAY 'COBOLCHP: APPROVED ADJUSTMENTS HELD FOR THE'
                       ' NEXT BUSINESS DATE - ' WS-BUSDATE
                       ' ALREADY POSTED TO GL' END-DISPLAY
               ELSE
                   PERFORM SR-12-RELEASE-ADJUSTMENTS
               END-IF
           END-IF.

       SR-15-PRICE-ONE.
           MOVE 'N' TO WS-PRICED-SW.
               DISPLAY 'COBOLCHP: NON-NUMERIC ACTIVITY RECORD FOR'
                   ' ACCOUNT ' ACT-ACCOUNT ' - REJECTED' END-DISPLAY
           ELSE
               MOVE 0 TO WS-REJ-RSIND
               PERFORM SR-17-CHECK-ACCOUNT
               IF WS-REJ-RSIND = 0
                   PERFORM SR-18-PRICE-ACTIVITY
               END-IF
           END-IF.
           IF WS-PRICED-SW = 'Y'
               MOVE ACT-SUBSER  TO SRT-SUBSER
               MOVE ACT-TXNCNT  TO SRT-TXNCNT
               MOVE WS-EXT-CHARGE TO SRT-CHARGE
               MOVE WS-EXT-STDCHARGE TO SRT-STDCHARGE
               MOVE 'D' TO SRT-RECTYPE
               MOVE SPACES TO SRT-ORIGDATE
               MOVE SPACES TO SRT-REASON
               RELEASE SRT-REC
           ELSE
               ADD 1 TO WS-REJ-COUNT
               ADD 1 TO WS-REJ-REASON (WS-REJ-IX)
           END-IF.

       SR-17-CHECK-ACCOUNT.
           MOVE ACT-ACCOUNT TO ACC-ACCOUNT.
           READ ACCFILE
               INVALID KEY
                   MOVE 20 TO WS-REJ-RSIND
                   DISPLAY 'COBOLCHP: ACCOUNT ' ACT-ACCOUNT
                       ' NOT ON CUSTACCT - RSIND=20' END-DISPLAY
           END-READ.
           IF WS-REJ-RSIND = 0
               IF ACT-TXNDATE = SPACES
                   MOVE WS-BUSDATE TO WS-CHECK-DATE
               ELSE
                   MOVE ACT-TXNDATE TO WS-CHECK-DATE
               END-IF
               EVALUATE TRUE
                   WHEN ACC-STATUS = 'B'
                       MOVE 21 TO WS-REJ-RSIND
                       DISPLAY 'COBOLCHP: ACCOUNT ' ACT-ACCOUNT
                           ' IS BLOCKED - RSIND=21' END-DISPLAY
                   WHEN ACC-STATUS = 'C'
                       MOVE 22 TO WS-REJ-RSIND
                       DISPLAY 'COBOLCHP: ACCOUNT ' ACT-ACCOUNT
                           ' IS CLOSED - RSIND=22' END-DISPLAY
                   WHEN WS-CHECK-DATE < ACC-OPENDATE
                       MOVE 23 TO WS-REJ-RSIND
                       DISPLAY 'COBOLCHP: ACTIVITY DATED '
                           WS-CHECK-DATE ' OUTSIDE OPEN PERIOD OF'
                           ' ACCOUNT ' ACT-ACCOUNT ' - RSIND=23'
                           END-DISPLAY
                   WHEN ACC-CLOSEDATE NOT = SPACES
                       AND WS-CHECK-DATE > ACC-CLOSEDATE
                       MOVE 23 TO WS-REJ-RSIND
                       DISPLAY 'COBOLCHP: ACTIVITY DATED '
                           WS-CHECK-DATE ' OUTSIDE OPEN PERIOD OF'
                           ' ACCOUNT ' ACT-ACCOUNT ' - RSIND=23'
                           END-DISPLAY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       SR-18-PRICE-ACTIVITY.
           MOVE 0 TO TSRCHRSIND.
           MOVE ACT-SERNO  TO TSRCHSERNO.
           MOVE ACT-SUBSER TO TSRCHSUBSER.
           MOVE ACT-TXNAMT TO TSRCHTXNAMT.
           IF ACT-TXNDATE = SPACES
               MOVE WS-BUSDATE TO TSRCHEFFDATE
           ELSE
               MOVE ACT-TXNDATE TO TSRCHEFFDATE
           END-IF.
           MOVE ACT-ACCOUNT TO TSRCHACCOUNT.
           MOVE SPACE TO TSRCHSIMSW.
           CALL 'STRCHG' USING BY REFERENCE TSRCHPRMS END-CALL.
           IF TSRCHRSIND NOT = 0
               MOVE TSRCHRSIND TO WS-REJ-RSIND
               EVALUATE TSRCHRSIND
                   WHEN 24
                       DISPLAY 'COBOLCHP: SUBSERVICE ' ACT-SERNO '/'
                           ACT-SUBSER ' NOT LAUNCHED OR WITHDRAWN ON '
                           TSRCHEFFDATE ' ACCOUNT ' ACT-ACCOUNT
                           ' - RSIND=24' END-DISPLAY
                   WHEN 25
                       DISPLAY 'COBOLCHP: CUSTAGR NOT AVAILABLE - '
                           ACT-SERNO '/' ACT-SUBSER ' ACCOUNT '
                           ACT-ACCOUNT ' NOT PRICED - RSIND=25'
                           END-DISPLAY
                   WHEN OTHER
                       DISPLAY 'COBOLCHP: REJECTED ' ACT-SERNO '/'
                           ACT-SUBSER ' ACCOUNT ' ACT-ACCOUNT ' RSIND='
                           TSRCHRSIND END-DISPLAY
               END-EVALUATE
           ELSE
               COMPUTE WS-EXT-CHARGE ROUNDED
                   = TSRCHTOTAL * ACT-TXNCNT
                   ON SIZE ERROR
                       MOVE 6 TO WS-REJ-RSIND
                       DISPLAY 'COBOLCHP: CHARGE OVERFLOW FOR '
                           ACT-SERNO '/' ACT-SUBSER ' ACCOUNT '
                           ACT-ACCOUNT ' RSIND=06' END-DISPLAY
                   NOT ON SIZE ERROR
                       MOVE 'Y' TO WS-PRICED-SW
               END-COMPUTE
           END-IF.
           IF WS-PRICED-SW = 'Y'
               COMPUTE WS-EXT-STDCHARGE ROUNDED
                   = TSRCHSTDTOTAL * ACT-TXNCNT
                   ON SIZE ERROR
                       MOVE 'N' TO WS-PRICED-SW
                       MOVE 6 TO WS-REJ-RSIND
                       DISPLAY 'COBOLCHP: STANDARD CHARGE OVERFLOW FOR '
                           ACT-SERNO '/' ACT-SUBSER ' ACCOUNT '
                           ACT-ACCOUNT ' RSIND=06' END-DISPLAY
               END-COMPUTE
           END-IF.

       SR-12-RELEASE-ADJUSTMENTS.
           OPEN INPUT ADJFILE.
           IF WS-ADJ-STATUS = '00'
               PERFORM UNTIL WS-ADJ-EOF-SW = 'Y'
                   READ ADJFILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ADJ-EOF-SW
                       NOT AT END
                           IF ADJ-APPSTAT = 'A'
                               OR (ADJ-APPSTAT = 'X'
                                   AND ADJ-POSTED-BUSDATE = WS-BUSDATE)
                               PERFORM SR-13-RELEASE-ONE-ADJ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJFILE
           ELSE
               IF WS-ADJ-STATUS NOT = '35'
                   DISPLAY 'COBOLCHP: UNABLE TO OPEN ADJPEND STATUS='
                       WS-ADJ-STATUS ' - NO ADJUSTMENTS POSTED'
                       END-DISPLAY
               END-IF
           END-IF.

       SR-13-RELEASE-ONE-ADJ.
           IF WS-ADJ-COUNT NOT < WS-ADJ-MAX
               ADD 1 TO WS-ADJ-HELD-COUNT
           ELSE
               ADD 1 TO WS-ADJ-COUNT
               MOVE ADJ-ID TO WS-ADJ-POSTED-ID (WS-ADJ-COUNT)
               MOVE ADJ-COA     TO SRT-COA
               MOVE ADJ-CURR    TO SRT-CURR
               MOVE ADJ-ACCOUNT TO SRT-ACCOUNT
               MOVE ADJ-SERNO   TO SRT-SERNO
               MOVE ADJ-SUBSER  TO SRT-SUBSER
               MOVE ZERO        TO SRT-TXNCNT
               IF ADJ-DRCR = 'C'
                   COMPUTE SRT-CHARGE = ZERO - ADJ-AMOUNT
               ELSE
                   MOVE ADJ-AMOUNT TO SRT-CHARGE
               END-IF
               MOVE SRT-CHARGE  TO SRT-STDCHARGE
               MOVE 'A'         TO SRT-RECTYPE
               MOVE ADJ-TXNDATE TO SRT-ORIGDATE
               MOVE ADJ-REASON  TO SRT-REASON
               ADD SRT-CHARGE TO WS-ADJ-NET
               RELEASE SRT-REC
           END-IF.

       SR-20-OUTPUT.
           OPEN OUTPUT CHGPOSTFILE.
           IF WS-PST-STATUS NOT = '00'
                   WS-PST-STATUS END-DISPLAY
               MOVE 'FAIL' TO WS-END-STATUS
           ELSE
               PERFORM SR-25-WRITE-HEADER
               PERFORM UNTIL WS-SORT-EOF-SW = 'Y'
                   RETURN SORTWORK
                       AT END
               CLOSE CHGPOSTFILE
           END-IF.

       SR-25-WRITE-HEADER.
           MOVE SPACES TO CHGPOST-REC.
           MOVE 'H' TO PST-RECTYPE.
           MOVE WS-BUSDATE TO PST-HDR-BUSDATE.
           MOVE WS-CURDATE-AREA (1:14) TO PST-HDR-RUNID.
           WRITE CHGPOST-REC.

       SR-30-ACCUMULATE.
           IF WS-FIRST-REC-SW = 'Y'
               MOVE 'N' TO WS-FIRST-REC-SW
               MOVE SRT-COA TO WS-BREAK-COA
               MOVE SRT-CURR TO WS-BREAK-CURR
               MOVE ZERO TO WS-COA-TOTAL
               MOVE ZERO TO WS-COA-STDTOTAL
               MOVE ZERO TO WS-COA-COUNT
           END-IF.
           MOVE SRT-RECTYPE TO PST-RECTYPE.
           MOVE SRT-COA     TO PST-COA.
           MOVE SRT-CURR    TO PST-CURR.
           MOVE SRT-ACCOUNT TO PST-ACCOUNT.
           MOVE SRT-SUBSER  TO PST-SUBSER.
           MOVE SRT-TXNCNT  TO PST-TXNCNT.
           MOVE SRT-CHARGE  TO PST-CHARGE.
           MOVE SRT-STDCHARGE TO PST-STDCHARGE.
           MOVE SRT-ORIGDATE TO PST-ORIGDATE.
           MOVE SRT-REASON  TO PST-REASON.
           WRITE CHGPOST-REC.
           ADD SRT-CHARGE TO WS-COA-TOTAL.
           ADD SRT-STDCHARGE TO WS-COA-STDTOTAL.
           ADD SRT-CHARGE TO WS-CHG-GRAND.
           ADD SRT-STDCHARGE TO WS-STD-GRAND.
           ADD 1 TO WS-COA-COUNT.

       SR-40-WRITE-TOTAL.
           MOVE ZERO TO PST-SUBSER.
           MOVE WS-COA-COUNT TO PST-TXNCNT.
           MOVE WS-COA-TOTAL TO PST-CHARGE.
           MOVE WS-COA-STDTOTAL TO PST-STDCHARGE.
           MOVE SPACES TO PST-ORIGDATE.
           MOVE SPACES TO PST-REASON.
           WRITE CHGPOST-REC.

       LA-90-PRINT-TOTALS.
           DISPLAY ':::::: COBOLCHP CONTROL TOTALS ::::::' END-DISPLAY.
           DISPLAY 'BUSINESS DATE         : ' WS-BUSDATE
               END-DISPLAY.
           DISPLAY 'SOURCE BATCH ID       : ' WS-BATCHID
               END-DISPLAY.
           DISPLAY 'DAYACT TRAILER COUNT  : ' WS-TRL-COUNT
               END-DISPLAY.
           DISPLAY 'ACTIVITY RECORDS READ : ' WS-READ-COUNT
               END-DISPLAY.
           DISPLAY 'RECORDS PRICED        : ' WS-PRICE-COUNT
               END-DISPLAY.
           DISPLAY 'RECORDS REJECTED      : ' WS-REJ-COUNT
               END-DISPLAY.
           DISPLAY 'ADJUSTMENTS POSTED    : ' WS-ADJ-COUNT
               END-DISPLAY.
           DISPLAY 'ADJUSTMENTS NET       : ' WS-ADJ-NET
               END-DISPLAY.
           DISPLAY 'ADJUSTMENTS MARKED    : ' WS-ADJ-MARK-COUNT
               END-DISPLAY.
           IF WS-ADJ-HELD-COUNT > 0
               DISPLAY 'ADJUSTMENTS HELD OVER : ' WS-ADJ-HELD-COUNT
                   END-DISPLAY
           END-IF.
           DISPLAY 'STANDARD CHARGES      : ' WS-STD-GRAND
               END-DISPLAY.
           DISPLAY 'CHARGES AFTER AGREEMT : ' WS-CHG-GRAND
               END-DISPLAY.
           MOVE 1 TO WS-REJ-IX.
           PERFORM UNTIL WS-REJ-IX > WS-REJ-MAX
               IF WS-REJ-REASON (WS-REJ-IX) > 0
