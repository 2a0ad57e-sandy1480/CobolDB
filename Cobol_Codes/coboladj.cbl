       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLADJ.
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
           SELECT ACCFILE ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ACCOUNT
               FILE STATUS IS WS-ACC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADJPARMFILE
           LABEL RECORD IS STANDARD.
       01  ADJPARM-REC          PIC X(52).
       FD  ADJFILE
           LABEL RECORD IS STANDARD.
       COPY COBADJ.
       FD  ACCFILE
           LABEL RECORD IS STANDARD.
       COPY COBACC.
       WORKING-STORAGE SECTION.
       COPY COBAUT.
       COPY COBPRMS.
       COPY COBSRV.
       COPY COBSUB.
       01  WS-ADJPARM-AREA.
           03 ADP-SUPV-LIMIT    PIC X(12).
           03 ADP-SUPV-LIMIT-N REDEFINES ADP-SUPV-LIMIT
                                PIC 9(10)V99.
           03 ADP-SUPV-USER     PIC X(8)       OCCURS 5.
       01  WS-PRM-STATUS        PIC XX.
       01  WS-ADJ-STATUS        PIC XX.
       01  WS-ACC-STATUS        PIC XX.
       01  WS-EOF-SW            PIC X          VALUE 'N'.
       01  WS-PARM-OK-SW        PIC X          VALUE 'Y'.
       01  WS-EDITS-OK-SW       PIC X          VALUE 'Y'.
       01  WS-ACTION            PIC X          VALUE 'L'.
       01  WS-ENTRY-USER        PIC X(8)       VALUE SPACES.
       01  WS-CURDATE-AREA.
           03 WS-TODAY          PIC X(8).
           03 FILLER            PIC X(18).
       01  WS-EDIT-ACCOUNT      PIC X(10)      VALUE SPACES.
       01  WS-EDIT-SERNO        PIC X(4)       VALUE SPACES.
       01  WS-EDIT-SUBSER       PIC X(2)       VALUE SPACES.
       01  WS-EDIT-TXNDATE      PIC X(8)       VALUE SPACES.
       01  WS-EDIT-AMOUNT       PIC X(12)      VALUE ZEROS.
       01  WS-EDIT-AMOUNT-N REDEFINES WS-EDIT-AMOUNT PIC 9(10)V99.
       01  WS-EDIT-DRCR         PIC X          VALUE SPACE.
       01  WS-EDIT-REASON       PIC X(4)       VALUE SPACES.
       01  WS-SEL-STATUS        PIC X          VALUE SPACE.
       01  WS-LIST-COUNT        PIC 9(6)       VALUE ZERO.
       PROCEDURE DIVISION.
       LA-MAIN SECTION.
       LA-10.
           DISPLAY 'Starting COBOLADJ - CHARGE ADJUSTMENT ENTRY'
               END-DISPLAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-AREA.
           ACCEPT WS-ENTRY-USER FROM ENVIRONMENT "USER".
           DISPLAY 'ACTION - (E)NTER ADJUSTMENT OR (L)IST:'
               END-DISPLAY.
           ACCEPT WS-ACTION FROM CONSOLE.
           PERFORM LA-05-CHECK-AUTHORITY.
           IF TSRAURSIND = 0
               EVALUATE WS-ACTION
                   WHEN 'E'
                       PERFORM LA-15-READ-PARM
                       IF WS-PARM-OK-SW = 'Y'
                           PERFORM LA-20-ENTER
                       END-IF
                   WHEN 'L'
                       PERFORM LA-40-LIST
                   WHEN OTHER
                       DISPLAY 'COBOLADJ: ACTION MUST BE E OR L'
                           END-DISPLAY
               END-EVALUATE
           END-IF.
       LA-EXIT.
           MOVE 9 TO TSRnnPRIND.
           CALL 'STRnn'
                USING BY REFERENCE TSRnnPRMS,
                      BY REFERENCE TRFSERVICE,
                      BY REFERENCE TRFSUBSER
           END-CALL.
           STOP RUN.

       LA-05-CHECK-AUTHORITY.
           MOVE 'COBOLADJ' TO TSRAUPROGID.
           EVALUATE WS-ACTION
               WHEN 'E'
                   MOVE 'M' TO TSRAUROLE
                   MOVE 'ENTER ADJUSTMENT' TO TSRAUACTION
               WHEN OTHER
                   MOVE 'V' TO TSRAUROLE
                   MOVE 'LIST ADJUSTMENTS' TO TSRAUACTION
           END-EVALUATE.
           CALL 'STRAUT' USING BY REFERENCE TSRAUPRMS END-CALL.
           IF TSRAURSIND NOT = 0
               DISPLAY 'COBOLADJ: ACTION REFUSED - NOT AUTHORIZED'
                   END-DISPLAY
           END-IF.

       LA-15-READ-PARM.
           OPEN INPUT ADJPARMFILE.
           IF WS-PRM-STATUS NOT = '00'
               DISPLAY 'COBOLADJ: UNABLE TO OPEN ADJPARM STATUS='
                   WS-PRM-STATUS END-DISPLAY
               MOVE 'N' TO WS-PARM-OK-SW
           ELSE
               READ ADJPARMFILE
                   AT END
                       DISPLAY 'COBOLADJ: ADJPARM IS EMPTY'
                           END-DISPLAY
                       MOVE 'N' TO WS-PARM-OK-SW
                   NOT AT END
                       MOVE ADJPARM-REC TO WS-ADJPARM-AREA
                       IF ADP-SUPV-LIMIT NOT NUMERIC
                           DISPLAY 'COBOLADJ: SUPERVISOR LIMIT IN'
                               ' ADJPARM MUST BE NUMERIC' END-DISPLAY
                           MOVE 'N' TO WS-PARM-OK-SW
                       END-IF
               END-READ
               CLOSE ADJPARMFILE
           END-IF.

       LA-20-ENTER.
           MOVE 'Y' TO WS-EDITS-OK-SW.
           DISPLAY 'ENTER ACCOUNT NUMBER:' END-DISPLAY.
           ACCEPT WS-EDIT-ACCOUNT FROM CONSOLE.
           DISPLAY 'ENTER TRFSBSERNO (9999):' END-DISPLAY.
           ACCEPT WS-EDIT-SERNO FROM CONSOLE.
           DISPLAY 'ENTER TRFSBSBNO (99):' END-DISPLAY.
           ACCEPT WS-EDIT-SUBSER FROM CONSOLE.
           DISPLAY 'ENTER ORIGINAL TRANSACTION DATE (YYYYMMDD):'
               END-DISPLAY.
           ACCEPT WS-EDIT-TXNDATE FROM CONSOLE.
           DISPLAY 'ENTER AMOUNT (999999999999 MEANING'
               ' 9999999999V99):' END-DISPLAY.
           ACCEPT WS-EDIT-AMOUNT FROM CONSOLE.
           DISPLAY '(D)EBIT - FURTHER CHARGE OR (C)REDIT - REFUND OR'
               ' REVERSAL:' END-DISPLAY.
           ACCEPT WS-EDIT-DRCR FROM CONSOLE.
           DISPLAY 'REASON - DISP (DISPUTE), MISP (MISPRICED),'
               ' GWIL (GOODWILL) OR OTHR:' END-DISPLAY.
           ACCEPT WS-EDIT-REASON FROM CONSOLE.
           PERFORM LA-22-EDIT-ADJUSTMENT.
           IF WS-EDITS-OK-SW = 'Y'
               PERFORM LA-24-CHECK-MASTERS
           END-IF.
           IF WS-EDITS-OK-SW = 'Y'
               PERFORM LA-25-WRITE-ADJUSTMENT
           ELSE
               DISPLAY 'COBOLADJ: REJECTED - EDIT FAILURE' END-DISPLAY
           END-IF.

       LA-22-EDIT-ADJUSTMENT.
           IF WS-EDIT-ACCOUNT = SPACES
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLADJ: ACCOUNT NUMBER MUST NOT BE BLANK'
                   END-DISPLAY
           END-IF.
           IF WS-EDIT-SERNO NOT NUMERIC OR WS-EDIT-SUBSER NOT NUMERIC
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLADJ: TRFSBSERNO/TRFSBSBNO MUST BE NUMERIC'
                   END-DISPLAY
           ELSE
               IF WS-EDIT-SUBSER = ZERO
                   MOVE 'N' TO WS-EDITS-OK-SW
                   DISPLAY 'COBOLADJ: TRFSBSBNO MUST NOT BE ZERO'
                       END-DISPLAY
               END-IF
           END-IF.
           IF WS-EDIT-TXNDATE NOT NUMERIC
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLADJ: TRANSACTION DATE MUST BE YYYYMMDD'
                   END-DISPLAY
           ELSE
               IF WS-EDIT-TXNDATE > WS-TODAY
                   MOVE 'N' TO WS-EDITS-OK-SW
                   DISPLAY 'COBOLADJ: TRANSACTION DATE IS IN THE'
                       ' FUTURE' END-DISPLAY
               END-IF
           END-IF.
           IF WS-EDIT-AMOUNT NOT NUMERIC
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLADJ: AMOUNT MUST BE 12 DIGITS ZERO-FILLED'
                   END-DISPLAY
           ELSE
               IF WS-EDIT-AMOUNT-N = ZERO
                   MOVE 'N' TO WS-EDITS-OK-SW
                   DISPLAY 'COBOLADJ: AMOUNT MUST NOT BE ZERO'
                       END-DISPLAY
               END-IF
           END-IF.
           IF WS-EDIT-DRCR NOT = 'D' AND WS-EDIT-DRCR NOT = 'C'
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLADJ: DEBIT/CREDIT MUST BE D OR C'
                   END-DISPLAY
           END-IF.
           EVALUATE WS-EDIT-REASON
               WHEN 'DISP'
               WHEN 'MISP'
               WHEN 'GWIL'
               WHEN 'OTHR'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-EDITS-OK-SW
                   DISPLAY 'COBOLADJ: REASON MUST BE DISP, MISP, GWIL'
                       ' OR OTHR' END-DISPLAY
           END-EVALUATE.

       LA-24-CHECK-MASTERS.
           OPEN INPUT ACCFILE.
           IF WS-ACC-STATUS NOT = '00'
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLADJ: UNABLE TO OPEN CUSTACCT STATUS='
                   WS-ACC-STATUS END-DISPLAY
           ELSE
               MOVE WS-EDIT-ACCOUNT TO ACC-ACCOUNT
               READ ACCFILE
                   INVALID KEY
                       MOVE 'N' TO WS-EDITS-OK-SW
                       DISPLAY 'COBOLADJ: ACCOUNT ' WS-EDIT-ACCOUNT
                           ' NOT ON CUSTACCT' END-DISPLAY
                   NOT INVALID KEY
                       IF WS-EDIT-TXNDATE < ACC-OPENDATE
                           MOVE 'N' TO WS-EDITS-OK-SW
                           DISPLAY 'COBOLADJ: TRANSACTION DATE IS'
                               ' BEFORE THE ACCOUNT WAS OPENED'
                               END-DISPLAY
                       END-IF
               END-READ
               CLOSE ACCFILE
           END-IF.
           MOVE 1 TO TSRnnPRIND.
           MOVE 0 TO TSRnnRSIND.
           MOVE WS-EDIT-SERNO TO TSRnnSERNO.
           MOVE WS-EDIT-SUBSER TO TSRnnSUBSER.
           CALL 'STRnn'
                USING BY REFERENCE TSRnnPRMS,
                      BY REFERENCE TRFSERVICE,
                      BY REFERENCE TRFSUBSER
           END-CALL.
           IF TSRnnRSIND NOT = 0
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLADJ: SUBSERVICE ' WS-EDIT-SERNO '/'
                   WS-EDIT-SUBSER ' NOT ON FILE - RSIND=' TSRnnRSIND
                   END-DISPLAY
           END-IF.

       LA-25-WRITE-ADJUSTMENT.
           OPEN I-O ADJFILE.
           IF WS-ADJ-STATUS = '35'
               OPEN OUTPUT ADJFILE
               CLOSE ADJFILE
               OPEN I-O ADJFILE
           END-IF.
           IF WS-ADJ-STATUS NOT = '00'
               DISPLAY 'COBOLADJ: UNABLE TO OPEN ADJPEND STATUS='
                   WS-ADJ-STATUS END-DISPLAY
           ELSE
               MOVE FUNCTION CURRENT-DATE TO ADJ-ID
               MOVE WS-EDIT-ACCOUNT TO ADJ-ACCOUNT
               MOVE WS-EDIT-SERNO TO ADJ-SERNO
               MOVE WS-EDIT-SUBSER TO ADJ-SUBSER
               MOVE WS-EDIT-TXNDATE TO ADJ-TXNDATE
               MOVE WS-EDIT-AMOUNT-N TO ADJ-AMOUNT
               MOVE WS-EDIT-DRCR TO ADJ-DRCR
               MOVE WS-EDIT-REASON TO ADJ-REASON
               MOVE TRFSBCOA TO ADJ-COA
               MOVE TRFSBCURR TO ADJ-CURR
               IF WS-EDIT-AMOUNT-N > ADP-SUPV-LIMIT-N
                   MOVE 'Y' TO ADJ-SUPV-REQ
               ELSE
                   MOVE 'N' TO ADJ-SUPV-REQ
               END-IF
               MOVE WS-ENTRY-USER TO ADJ-ENTERED-BY
               MOVE SPACES TO ADJ-APPROVED-BY
               MOVE 'P' TO ADJ-APPSTAT
               MOVE SPACES TO ADJ-POSTED-RUN
               MOVE SPACES TO ADJ-POSTED-BUSDATE
               WRITE ADJ-REC
                   INVALID KEY
                       DISPLAY 'COBOLADJ: UNABLE TO QUEUE ADJUSTMENT'
                           ' STATUS=' WS-ADJ-STATUS END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'COBOLADJ: ADJUSTMENT ' ADJ-ID
                           ' QUEUED - AWAITING APPROVAL' END-DISPLAY
                       IF ADJ-SUPV-REQ = 'Y'
                           DISPLAY 'COBOLADJ: AMOUNT IS OVER THE'
                               ' LIMIT OF ' ADP-SUPV-LIMIT-N
                               ' - A SUPERVISOR MUST APPROVE IT'
                               END-DISPLAY
                       END-IF
               END-WRITE
               CLOSE ADJFILE
           END-IF.

       LA-40-LIST.
           DISPLAY 'ENTER STATUS - P, A, R, X OR BLANK FOR ALL:'
               END-DISPLAY.
           ACCEPT WS-SEL-STATUS FROM CONSOLE.
           OPEN INPUT ADJFILE.
           IF WS-ADJ-STATUS = '35'
               DISPLAY 'COBOLADJ: NO ADJUSTMENT FILE - NOTHING TO'
                   ' LIST' END-DISPLAY
           ELSE
               IF WS-ADJ-STATUS NOT = '00'
                   DISPLAY 'COBOLADJ: UNABLE TO OPEN ADJPEND STATUS='
                       WS-ADJ-STATUS END-DISPLAY
               ELSE
                   DISPLAY ':::::: CHARGE ADJUSTMENTS ::::::'
                       END-DISPLAY
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ ADJFILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF WS-SEL-STATUS = SPACE
                                   OR ADJ-APPSTAT = WS-SEL-STATUS
                                   PERFORM LA-45-LIST-ONE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ADJFILE
                   DISPLAY 'COBOLADJ: ' WS-LIST-COUNT
                       ' ADJUSTMENT(S) LISTED' END-DISPLAY
               END-IF
           END-IF.

       LA-45-LIST-ONE.
           ADD 1 TO WS-LIST-COUNT.
           DISPLAY ADJ-ID ' ' ADJ-ACCOUNT ' ' ADJ-SERNO '/'
               ADJ-SUBSER ' ORIG=' ADJ-TXNDATE ' ' ADJ-DRCR ' '
               ADJ-AMOUNT ' ' ADJ-CURR ' ' ADJ-REASON END-DISPLAY.
           DISPLAY '   STATUS=' ADJ-APPSTAT ' SUPV=' ADJ-SUPV-REQ
               ' ENTERED BY ' ADJ-ENTERED-BY ' APPROVED BY '
               ADJ-APPROVED-BY ' POSTED RUN ' ADJ-POSTED-RUN
               ' BUSDATE ' ADJ-POSTED-BUSDATE END-DISPLAY.
