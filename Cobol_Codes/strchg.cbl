               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-KEY
               FILE STATUS IS WS-CUR-STATUS.
           SELECT AGRFILE ASSIGN TO "CUSTAGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGR-KEY
               FILE STATUS IS WS-AGR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATEFILE
       FD  CURFILE
           LABEL RECORD IS STANDARD.
       COPY COBCUR.
       FD  AGRFILE
           LABEL RECORD IS STANDARD.
       COPY COBAGR.
       WORKING-STORAGE SECTION.
       COPY COBPRMS.
       COPY COBSRV.
       01  WS-RATE-FOUND-SW    PIC X           VALUE 'N'.
       01  WS-BEST-RATE        PIC 9(3)V9(6)   VALUE ZERO.
       01  WS-CALC-DATE        PIC X(8)        VALUE SPACES.
       01  WS-AGR-STATUS       PIC XX.
       01  WS-AGR-EOF-SW       PIC X           VALUE 'N'.
       01  WS-AGR-FOUND-SW     PIC X           VALUE 'N'.
       01  WS-AGR-DATE         PIC X(8)        VALUE SPACES.
       01  WS-AGR-HOLD.
           03 WS-AGR-TYPE      PIC X.
           03 WS-AGR-FIXED     PIC 9(10)V99.
           03 WS-AGR-COMMRATE  PIC 9(2)V9(4).
           03 WS-AGR-DISCPCT   PIC 9(3)V99.
       01  WS-CURDATE-AREA.
           03 WS-TODAY         PIC X(8).
           03 FILLER           PIC X(18).
           MOVE SPACES TO TSRCHCURR.
           MOVE 0 TO TSRCHRATE.
           MOVE 0 TO TSRCHLOCAMT.
           MOVE 0 TO TSRCHSTDTOTAL.
           MOVE SPACE TO TSRCHAGRTYPE.
           IF TSRCHSUBSER = 0
               MOVE 9 TO TSRCHRSIND
           ELSE
                          BY REFERENCE TRFSERVICE,
                          BY REFERENCE TRFSUBSER
               END-CALL
               IF TSRnnRSIND = 9 AND TSRCHSIMSW = 'P'
                   MOVE TSRCHSERNO  TO TRFSBSERNO OF TRFSUBSER
                   MOVE TSRCHSUBSER TO TRFSBSBNO OF TRFSUBSER
                   MOVE 0 TO TSRnnRSIND
               END-IF
               IF TSRnnRSIND = 0
                   IF TSRCHSIMSW NOT = 'P'
                       PERFORM LA-11-CHECK-LIFECYCLE
                   END-IF
                   IF TSRCHRSIND = 0
                       EVALUATE TSRCHSIMSW
                           WHEN 'P'
                               PERFORM LA-12-APPLY-SIMULATED-RATES
                           WHEN 'C'
                               CONTINUE
                           WHEN OTHER
                               IF TSRCHEFFDATE NOT = SPACES
                                   AND TSRCHEFFDATE NUMERIC
                                   PERFORM LA-15-APPLY-RATE-HISTORY
                               END-IF
                       END-EVALUATE
                       PERFORM LA-20-COMPUTE-CHARGE
                       IF TSRCHRSIND = 0
                           MOVE TSRCHTOTAL TO TSRCHSTDTOTAL
                           IF TSRCHACCOUNT NOT = SPACES
                               PERFORM LA-25-APPLY-AGREEMENT
                           END-IF
                       END-IF
                       IF TSRCHRSIND = 0
                           PERFORM LA-30-CONVERT-LOCAL
                       END-IF
                   END-IF
               ELSE
                   MOVE TSRnnRSIND TO TSRCHRSIND
       LA-EXIT.
           GOBACK.

       LA-11-CHECK-LIFECYCLE.
           IF TSRCHEFFDATE NOT = SPACES
               AND TSRCHEFFDATE NUMERIC
               MOVE TSRCHEFFDATE TO WS-CALC-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-AREA
               MOVE WS-TODAY TO WS-CALC-DATE
           END-IF.
           EVALUATE TRUE
               WHEN TRFSBLCS OF TRFSUBSER = 'P'
                   AND TRFSBLNDT OF TRFSUBSER = SPACES
                   MOVE 24 TO TSRCHRSIND
               WHEN TRFSBLNDT OF TRFSUBSER NOT = SPACES
                   AND WS-CALC-DATE < TRFSBLNDT OF TRFSUBSER
                   MOVE 24 TO TSRCHRSIND
               WHEN TRFSBWDDT OF TRFSUBSER NOT = SPACES
                   AND WS-CALC-DATE > TRFSBWDDT OF TRFSUBSER
                   MOVE 24 TO TSRCHRSIND
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LA-12-APPLY-SIMULATED-RATES.
           MOVE TSRCHSIMCFCF TO TRFSBCFCF OF TRFSUBSER.
           MOVE TSRCHSIMCFCM TO TRFSBCFCM OF TRFSUBSER.
           MOVE TSRCHSIMCFCT TO TRFSBCFCT OF TRFSUBSER.
           MOVE TSRCHSIMCOA  TO TRFSBCOA OF TRFSUBSER.
           MOVE TSRCHSIMCCAF TO TRFSBCCAF OF TRFSUBSER.
           MOVE TSRCHSIMCCAM TO TRFSBCCAM OF TRFSUBSER.
           MOVE TSRCHSIMTCW  TO TRFSBTCW OF TRFSUBSER.
           MOVE TSRCHSIMCURR TO TRFSBCURR OF TRFSUBSER.

       LA-15-APPLY-RATE-HISTORY.
           MOVE 'N' TO WS-HST-EOF-SW.
           MOVE 'N' TO WS-HST-FOUND-SW.
               END-COMPUTE
           END-IF.

       LA-25-APPLY-AGREEMENT.
           MOVE 'N' TO WS-AGR-EOF-SW.
           MOVE 'N' TO WS-AGR-FOUND-SW.
           IF TSRCHEFFDATE NOT = SPACES
               AND TSRCHEFFDATE NUMERIC
               MOVE TSRCHEFFDATE TO WS-AGR-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-AREA
               MOVE WS-TODAY TO WS-AGR-DATE
           END-IF.
           OPEN INPUT AGRFILE.
           IF WS-AGR-STATUS NOT = '00'
               IF WS-AGR-STATUS NOT = '35'
                   DISPLAY 'STRCHG: CUSTAGR NOT AVAILABLE - AGR='
                       WS-AGR-STATUS END-DISPLAY
                   MOVE 25 TO TSRCHRSIND
               END-IF
           ELSE
               MOVE TSRCHACCOUNT TO AGR-ACCOUNT
               MOVE TSRCHSERNO   TO AGR-SERNO
               MOVE TSRCHSUBSER  TO AGR-SUBSER
               MOVE LOW-VALUES   TO AGR-FROMDATE
               START AGRFILE KEY IS >= AGR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-AGR-EOF-SW
               END-START
               PERFORM UNTIL WS-AGR-EOF-SW = 'Y'
                   READ AGRFILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-AGR-EOF-SW
                       NOT AT END
                           PERFORM LA-26-TEST-AGREEMENT
                   END-READ
               END-PERFORM
               CLOSE AGRFILE
               IF WS-AGR-FOUND-SW = 'Y'
                   PERFORM LA-27-PRICE-AGREEMENT
               END-IF
           END-IF.

       LA-26-TEST-AGREEMENT.
           IF AGR-ACCOUNT NOT = TSRCHACCOUNT
               OR AGR-SERNO NOT = TSRCHSERNO
               OR AGR-SUBSER NOT = TSRCHSUBSER
               OR AGR-FROMDATE > WS-AGR-DATE
               MOVE 'Y' TO WS-AGR-EOF-SW
           ELSE
               IF AGR-TODATE = SPACES OR AGR-TODATE >= WS-AGR-DATE
                   MOVE 'Y' TO WS-AGR-FOUND-SW
                   MOVE AGR-TYPE     TO WS-AGR-TYPE
                   MOVE AGR-FIXED    TO WS-AGR-FIXED
                   MOVE AGR-COMMRATE TO WS-AGR-COMMRATE
                   MOVE AGR-DISCPCT  TO WS-AGR-DISCPCT
               END-IF
           END-IF.

       LA-27-PRICE-AGREEMENT.
           MOVE WS-AGR-TYPE TO TSRCHAGRTYPE.
           EVALUATE WS-AGR-TYPE
               WHEN 'F'
                   MOVE WS-AGR-FIXED TO TSRCHFIXED
               WHEN 'C'
                   COMPUTE TSRCHCOMMN ROUNDED
                       = TSRCHTXNAMT * WS-AGR-COMMRATE / 100
                       ON SIZE ERROR
                           MOVE 6 TO TSRCHRSIND
                   END-COMPUTE
               WHEN 'W'
                   MOVE 0 TO TSRCHFIXED
                   MOVE 0 TO TSRCHCOMMN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF TSRCHRSIND = 0
               IF WS-AGR-TYPE = 'D'
                   COMPUTE TSRCHTOTAL ROUNDED
                       = TSRCHSTDTOTAL
                       - TSRCHSTDTOTAL * WS-AGR-DISCPCT / 100
                       ON SIZE ERROR
                           MOVE 6 TO TSRCHRSIND
                   END-COMPUTE
               ELSE
                   COMPUTE TSRCHTOTAL = TSRCHFIXED + TSRCHCOMMN
                       ON SIZE ERROR
                           MOVE 6 TO TSRCHRSIND
                   END-COMPUTE
               END-IF
           END-IF.

       LA-30-CONVERT-LOCAL.
           MOVE TRFSBCURR OF TRFSUBSER TO TSRCHCURR.
           IF TSRCHCURR = SPACES
