               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PND-STATUS.
           SELECT SIMFILE ASSIGN TO "SIMRES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIM-KEY
               FILE STATUS IS WS-SIM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDFILE
           LABEL RECORD IS STANDARD.
       COPY COBPND.
       FD  SIMFILE
           LABEL RECORD IS STANDARD.
       COPY COBSIM.
       WORKING-STORAGE SECTION.
       COPY COBAUT.
       01  WS-PND-STATUS        PIC XX.
       01  WS-SIM-STATUS        PIC XX.
       01  WS-SIM-OPEN-SW       PIC X          VALUE 'N'.
       01  WS-EOF-SW            PIC X          VALUE 'N'.
       01  WS-SEL-DATE          PIC X(8)       VALUE SPACES.
       01  WS-REVIEW-USER       PIC X(8)       VALUE SPACES.
       01  WS-REJECT-COUNT      PIC 9(6)       VALUE ZERO.
       01  WS-SKIP-COUNT        PIC 9(6)       VALUE ZERO.
       01  WS-OWN-COUNT         PIC 9(6)       VALUE ZERO.
       01  WS-PND-RATES.
           03 WS-PND-CFCF       PIC X.
           03 WS-PND-CFCM       PIC X.
           03 WS-PND-CFCT       PIC 9(3).
           03 WS-PND-COA        PIC 9(4).
           03 WS-PND-CCAF       PIC X.
           03 WS-PND-CCAM       PIC 9.
           03 WS-PND-TCW        PIC 9(10).
           03 WS-PND-CURR       PIC X(3).
       PROCEDURE DIVISION.
       LA-MAIN SECTION.
       LA-10.
           DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD OR BLANK FOR ALL):'
               END-DISPLAY.
           ACCEPT WS-SEL-DATE FROM CONSOLE.
           PERFORM LA-05-CHECK-AUTHORITY.
           IF TSRAURSIND = 0
               OPEN INPUT SIMFILE
               IF WS-SIM-STATUS = '00'
                   MOVE 'Y' TO WS-SIM-OPEN-SW
               END-IF
               OPEN I-O PENDFILE
               IF WS-PND-STATUS = '35'
                   DISPLAY 'COBOLAPP: NO PENDING-CHANGE FILE - NOTHING'
                       ' TO REVIEW' END-DISPLAY
               ELSE
                   IF WS-PND-STATUS NOT = '00'
                       DISPLAY 'COBOLAPP: UNABLE TO OPEN PENDCHG'
                           ' STATUS=' WS-PND-STATUS END-DISPLAY
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
                                   IF (WS-SEL-DATE = SPACES
                                       OR PND-EFFDATE = WS-SEL-DATE)
                                       AND PND-APPSTAT = 'P'
                                       PERFORM LA-20-REVIEW-ONE
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE PENDFILE
                       PERFORM LA-90-PRINT-TOTALS
                   END-IF
               END-IF
           END-IF.
           IF WS-SIM-OPEN-SW = 'Y'
               CLOSE SIMFILE
           END-IF.
       LA-EXIT.
           STOP RUN.

       LA-05-CHECK-AUTHORITY.
           MOVE 'COBOLAPP' TO TSRAUPROGID.
           MOVE 'C' TO TSRAUROLE.
           MOVE 'APPROVE PENDCHG' TO TSRAUACTION.
           CALL 'STRAUT' USING BY REFERENCE TSRAUPRMS END-CALL.
           IF TSRAURSIND NOT = 0
               DISPLAY 'COBOLAPP: ACTION REFUSED - NOT AUTHORIZED'
                   END-DISPLAY
           END-IF.

       LA-20-REVIEW-ONE.
           ADD 1 TO WS-SHOWN-COUNT.
           IF PND-SUBSER = 0
               DISPLAY PND-EFFDATE ' ' PND-ACTION ' SERVICE    '
                   PND-SERNO ' ENTERED BY ' PND-ENTERED-BY
                   END-DISPLAY
               IF PND-ACTION = 'D' AND PND-DEL-CASCADE = 'Y'
                   DISPLAY '    CASCADE - ALL SUBSERVICES OF THE'
                       ' SERVICE WILL BE DELETED AS WELL' END-DISPLAY
               END-IF
           ELSE
               DISPLAY PND-EFFDATE ' ' PND-ACTION ' SUBSERVICE '
                   PND-SERNO '/' PND-SUBSER ' ENTERED BY '
                   PND-ENTERED-BY END-DISPLAY
               IF PND-ACTION = 'M'
                   DISPLAY '    LIFECYCLE ' PND-SBLCS ' LAUNCH '
                       PND-SBLNDT ' WITHDRAWAL ' PND-SBWDDT END-DISPLAY
                   PERFORM LA-25-SHOW-SIMULATION
               END-IF
           END-IF.
           IF PND-ENTERED-BY = WS-REVIEW-USER
               ADD 1 TO WS-OWN-COUNT
               END-EVALUATE
           END-IF.

       LA-25-SHOW-SIMULATION.
           IF WS-SIM-OPEN-SW = 'Y'
               MOVE PND-KEY TO SIM-KEY
               READ SIMFILE
                   INVALID KEY
                       DISPLAY '    NO SIMULATED IMPACT ON FILE - RUN'
                           ' COBOLSIM' END-DISPLAY
                   NOT INVALID KEY
                       MOVE PND-SBCFCF TO WS-PND-CFCF
                       MOVE PND-SBCFCM TO WS-PND-CFCM
                       MOVE PND-SBCFCT TO WS-PND-CFCT
                       MOVE PND-SBCOA  TO WS-PND-COA
                       MOVE PND-SBCCAF TO WS-PND-CCAF
                       MOVE PND-SBCCAM TO WS-PND-CCAM
                       MOVE PND-SBTCW  TO WS-PND-TCW
                       MOVE PND-SBCURR TO WS-PND-CURR
                       IF SIM-RATES NOT = WS-PND-RATES
                           DISPLAY '    SIMULATION OUT OF DATE - RERUN'
                               ' COBOLSIM' END-DISPLAY
                       ELSE
                           PERFORM LA-27-SHOW-SIM-FIGURES
                       END-IF
               END-READ
           END-IF.

       LA-27-SHOW-SIM-FIGURES.
           DISPLAY '    SIMULATED ON ' SIM-RUNID (1:8)
               ' OVER ' SIM-BATCHES ' BATCHES '
               SIM-FIRST-BUSDATE ' TO ' SIM-LAST-BUSDATE
               END-DISPLAY.
           DISPLAY '    CURRENT  ' SIM-CUR-CURR ' '
               SIM-CUR-CHARGE ' PROPOSED ' SIM-NEW-CURR
               ' ' SIM-NEW-CHARGE END-DISPLAY.
           DISPLAY '    DIFFERENCE   ' SIM-DIFF ' PCT '
               SIM-PCT ' ACCOUNTS ' SIM-ACCOUNTS
               ' TXNCNT ' SIM-TXNCNT END-DISPLAY.
           IF SIM-TOP-ACCOUNT NOT = SPACES
               DISPLAY '    MOST AFFECTED ACCOUNT '
                   SIM-TOP-ACCOUNT ' DIFFERENCE '
                   SIM-TOP-DIFF END-DISPLAY
           END-IF.
           IF SIM-REJECTS > 0
               DISPLAY '    ACTIVITY NOT REPRICED '
                   SIM-REJECTS END-DISPLAY
           END-IF.

       LA-30-MARK-APPROVED.
           MOVE 'A' TO PND-APPSTAT.
           MOVE WS-REVIEW-USER TO PND-APPROVED-BY.
