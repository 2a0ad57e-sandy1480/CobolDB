       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJPARMFILE ASSIGN TO "ADJPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT ADJFILE ASSIGN TO "ADJPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADJ-ID
               FILE STATUS IS WS-ADJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADJPARMFILE
           LABEL RECORD IS STANDARD.
       01  ADJPARM-REC          PIC X(52).
       FD  ADJFILE
           LABEL RECORD IS STANDARD.
       COPY COBADJ.
       WORKING-STORAGE SECTION.
       COPY COBAUT.
       01  WS-ADJPARM-AREA.
           03 ADP-SUPV-LIMIT    PIC X(12).
           03 ADP-SUPV-LIMIT-N REDEFINES ADP-SUPV-LIMIT
                                PIC 9(10)V99.
           03 ADP-SUPV-USER     PIC X(8)       OCCURS 5.
       01  WS-PRM-STATUS        PIC XX.
       01  WS-ADJ-STATUS        PIC XX.
       01  WS-EOF-SW            PIC X          VALUE 'N'.
       01  WS-SUPERVISOR-SW     PIC X          VALUE 'N'.
       01  WS-SUPV-IX           PIC 9          VALUE ZERO.
       01  WS-REVIEW-USER       PIC X(8)       VALUE SPACES.
       01  WS-ANSWER            PIC X          VALUE SPACE.
       01  WS-SHOWN-COUNT       PIC 9(6)       VALUE ZERO.
       01  WS-APPROVE-COUNT     PIC 9(6)       VALUE ZERO.
       01  WS-REJECT-COUNT      PIC 9(6)       VALUE ZERO.
       01  WS-SKIP-COUNT        PIC 9(6)       VALUE ZERO.
       01  WS-OWN-COUNT         PIC 9(6)       VALUE ZERO.
       01  WS-SUPV-COUNT        PIC 9(6)       VALUE ZERO.
       PROCEDURE DIVISION.
       LA-MAIN SECTION.
       LA-10.
           DISPLAY 'Starting COBOLADA - CHARGE ADJUSTMENT APPROVAL'
               END-DISPLAY.
           ACCEPT WS-REVIEW-USER FROM ENVIRONMENT "USER".
           DISPLAY 'REVIEWING AS USER ' WS-REVIEW-USER END-DISPLAY.
           PERFORM LA-05-CHECK-AUTHORITY.
           IF TSRAURSIND = 0
               PERFORM LA-15-READ-PARM
               OPEN I-O ADJFILE
               IF WS-ADJ-STATUS = '35'
                   DISPLAY 'COBOLADA: NO ADJUSTMENT FILE - NOTHING'
                       ' TO REVIEW' END-DISPLAY
               ELSE
                   IF WS-ADJ-STATUS NOT = '00'
                       DISPLAY 'COBOLADA: UNABLE TO OPEN ADJPEND'
                           ' STATUS=' WS-ADJ-STATUS END-DISPLAY
                   ELSE
                       MOVE LOW-VALUES TO ADJ-ID
                       START ADJFILE KEY IS >= ADJ-ID
                           INVALID KEY
                               MOVE 'Y' TO WS-EOF-SW
                       END-START
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ ADJFILE NEXT RECORD
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   IF ADJ-APPSTAT = 'P'
                                       PERFORM LA-20-REVIEW-ONE
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE ADJFILE
                       PERFORM LA-90-PRINT-TOTALS
                   END-IF
               END-IF
           END-IF.
       LA-EXIT.
           STOP RUN.

       LA-05-CHECK-AUTHORITY.
           MOVE 'COBOLADA' TO TSRAUPROGID.
           MOVE 'C' TO TSRAUROLE.
           MOVE 'APPROVE ADJUSTMENT' TO TSRAUACTION.
           CALL 'STRAUT' USING BY REFERENCE TSRAUPRMS END-CALL.
           IF TSRAURSIND NOT = 0
               DISPLAY 'COBOLADA: ACTION REFUSED - NOT AUTHORIZED'
                   END-DISPLAY
           END-IF.

       LA-15-READ-PARM.
           MOVE SPACES TO WS-ADJPARM-AREA.
           OPEN INPUT ADJPARMFILE.
           IF WS-PRM-STATUS NOT = '00'
               DISPLAY 'COBOLADA: NO ADJPARM - ADJUSTMENTS NEEDING A'
                   ' SUPERVISOR CANNOT BE APPROVED' END-DISPLAY
           ELSE
               READ ADJPARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ADJPARM-REC TO WS-ADJPARM-AREA
               END-READ
               CLOSE ADJPARMFILE
           END-IF.
           MOVE 1 TO WS-SUPV-IX.
           PERFORM UNTIL WS-SUPV-IX > 5
               IF ADP-SUPV-USER (WS-SUPV-IX) = WS-REVIEW-USER
                   AND WS-REVIEW-USER NOT = SPACES
                   MOVE 'Y' TO WS-SUPERVISOR-SW
               END-IF
               ADD 1 TO WS-SUPV-IX
           END-PERFORM.

       LA-20-REVIEW-ONE.
           ADD 1 TO WS-SHOWN-COUNT.
           DISPLAY ADJ-ID ' ' ADJ-ACCOUNT ' ' ADJ-SERNO '/'
               ADJ-SUBSER ' ORIG=' ADJ-TXNDATE ' ' ADJ-DRCR ' '
               ADJ-AMOUNT ' ' ADJ-CURR ' ' ADJ-REASON ' ENTERED BY '
               ADJ-ENTERED-BY END-DISPLAY.
           EVALUATE TRUE
               WHEN ADJ-ENTERED-BY = WS-REVIEW-USER
                   ADD 1 TO WS-OWN-COUNT
                   DISPLAY 'COBOLADA: YOU ENTERED THIS ADJUSTMENT - A'
                       ' SECOND USER MUST APPROVE IT' END-DISPLAY
               WHEN ADJ-SUPV-REQ = 'Y' AND WS-SUPERVISOR-SW = 'N'
                   ADD 1 TO WS-SUPV-COUNT
                   DISPLAY 'COBOLADA: AMOUNT IS OVER THE LIMIT - A'
                       ' SUPERVISOR MUST APPROVE IT' END-DISPLAY
               WHEN OTHER
                   DISPLAY '(A)PPROVE, (R)EJECT OR ENTER TO SKIP:'
                       END-DISPLAY
                   ACCEPT WS-ANSWER FROM CONSOLE
                   EVALUATE WS-ANSWER
                       WHEN 'A'
                           PERFORM LA-30-MARK-APPROVED
                       WHEN 'R'
                           PERFORM LA-40-MARK-REJECTED
                       WHEN OTHER
                           ADD 1 TO WS-SKIP-COUNT
                   END-EVALUATE
           END-EVALUATE.

       LA-30-MARK-APPROVED.
           MOVE 'A' TO ADJ-APPSTAT.
           MOVE WS-REVIEW-USER TO ADJ-APPROVED-BY.
           REWRITE ADJ-REC
               INVALID KEY
                   DISPLAY 'COBOLADA: UNABLE TO UPDATE ' ADJ-ID
                       END-DISPLAY
               NOT INVALID KEY
                   ADD 1 TO WS-APPROVE-COUNT
                   DISPLAY 'COBOLADA: APPROVED - WILL POST IN THE NEXT'
                       ' COBOLCHP RUN' END-DISPLAY
           END-REWRITE.

       LA-40-MARK-REJECTED.
           MOVE 'R' TO ADJ-APPSTAT.
           MOVE WS-REVIEW-USER TO ADJ-APPROVED-BY.
           REWRITE ADJ-REC
               INVALID KEY
                   DISPLAY 'COBOLADA: UNABLE TO UPDATE ' ADJ-ID
                       END-DISPLAY
               NOT INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'COBOLADA: REJECTED' END-DISPLAY
           END-REWRITE.

       LA-90-PRINT-TOTALS.
           DISPLAY ':::::: COBOLADA REVIEW TOTALS ::::::' END-DISPLAY.
           DISPLAY 'ADJUSTMENTS PRESENTED : ' WS-SHOWN-COUNT
               END-DISPLAY.
           DISPLAY 'APPROVED              : ' WS-APPROVE-COUNT
               END-DISPLAY.
           DISPLAY 'REJECTED              : ' WS-REJECT-COUNT
               END-DISPLAY.
           DISPLAY 'SKIPPED               : ' WS-SKIP-COUNT
               END-DISPLAY.
           DISPLAY 'OWN ENTRIES REFUSED   : ' WS-OWN-COUNT
               END-DISPLAY.
           DISPLAY 'NEED SUPERVISOR       : ' WS-SUPV-COUNT
               END-DISPLAY.
