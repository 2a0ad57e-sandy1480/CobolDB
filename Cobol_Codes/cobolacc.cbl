       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLACC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCFILE ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ACCOUNT
               FILE STATUS IS WS-ACC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCFILE
           LABEL RECORD IS STANDARD.
       COPY COBACC.
       WORKING-STORAGE SECTION.
       COPY COBAUT.
       01  WS-ACC-STATUS        PIC XX.
       01  WS-EOF-SW            PIC X          VALUE 'N'.
       01  WS-EDITS-OK-SW       PIC X          VALUE 'Y'.
       01  WS-ACTION            PIC X          VALUE 'L'.
       01  WS-EDIT-ACCOUNT      PIC X(10)      VALUE SPACES.
       01  WS-NEW-NAME          PIC X(30)      VALUE SPACES.
       01  WS-NEW-BRANCH        PIC X(4)       VALUE SPACES.
       01  WS-NEW-STATUS        PIC X          VALUE SPACE.
       01  WS-NEW-BILLCURR      PIC X(3)       VALUE SPACES.
       01  WS-NEW-OPENDATE      PIC X(8)       VALUE SPACES.
       01  WS-NEW-CLOSEDATE     PIC X(8)       VALUE SPACES.
       01  WS-LIST-COUNT        PIC 9(6)       VALUE ZERO.
       PROCEDURE DIVISION.
       LA-MAIN SECTION.
       LA-10.
           DISPLAY 'Starting COBOLACC - CUSTOMER ACCOUNT MAINTENANCE'
               END-DISPLAY.
           DISPLAY 'ACTION - (M)AINTAIN ADD/UPDATE, (D)ELETE OR'
               ' (L)IST:' END-DISPLAY.
           ACCEPT WS-ACTION FROM CONSOLE.
           PERFORM LA-05-CHECK-AUTHORITY.
           IF TSRAURSIND = 0
               PERFORM LA-15-OPEN-FILE
               IF WS-ACC-STATUS = '00'
                   EVALUATE WS-ACTION
                       WHEN 'M'
                           PERFORM LA-20-MAINTAIN
                       WHEN 'D'
                           PERFORM LA-30-DELETE
                       WHEN 'L'
                           PERFORM LA-40-LIST
                       WHEN OTHER
                           DISPLAY 'COBOLACC: ACTION MUST BE M, D OR L'
                               END-DISPLAY
                   END-EVALUATE
                   CLOSE ACCFILE
               END-IF
           END-IF.
       LA-EXIT.
           STOP RUN.

       LA-05-CHECK-AUTHORITY.
           MOVE 'COBOLACC' TO TSRAUPROGID.
           EVALUATE WS-ACTION
               WHEN 'M'
                   MOVE 'M' TO TSRAUROLE
                   MOVE 'MAINTAIN ACCOUNT' TO TSRAUACTION
               WHEN 'D'
                   MOVE 'M' TO TSRAUROLE
                   MOVE 'DELETE ACCOUNT' TO TSRAUACTION
               WHEN OTHER
                   MOVE 'V' TO TSRAUROLE
                   MOVE 'LIST ACCOUNTS' TO TSRAUACTION
           END-EVALUATE.
           CALL 'STRAUT' USING BY REFERENCE TSRAUPRMS END-CALL.
           IF TSRAURSIND NOT = 0
               DISPLAY 'COBOLACC: ACTION REFUSED - NOT AUTHORIZED'
                   END-DISPLAY
           END-IF.

       LA-15-OPEN-FILE.
           OPEN I-O ACCFILE.
           IF WS-ACC-STATUS = '35'
               OPEN OUTPUT ACCFILE
               CLOSE ACCFILE
               OPEN I-O ACCFILE
           END-IF.
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'COBOLACC: UNABLE TO OPEN CUSTACCT STATUS='
                   WS-ACC-STATUS END-DISPLAY
           END-IF.

       LA-20-MAINTAIN.
           DISPLAY 'ENTER ACCOUNT NUMBER (UP TO 10 CHARACTERS):'
               END-DISPLAY.
           ACCEPT WS-EDIT-ACCOUNT FROM CONSOLE.
           IF WS-EDIT-ACCOUNT = SPACES
               DISPLAY 'COBOLACC: ACCOUNT NUMBER MUST NOT BE BLANK'
                   END-DISPLAY
           ELSE
               DISPLAY 'ENTER ACCOUNT NAME (UP TO 30 CHARACTERS):'
                   END-DISPLAY
               ACCEPT WS-NEW-NAME FROM CONSOLE
               DISPLAY 'ENTER BRANCH (XXXX):' END-DISPLAY
               ACCEPT WS-NEW-BRANCH FROM CONSOLE
               DISPLAY 'ENTER STATUS - (A)CTIVE, (B)LOCKED OR'
                   ' (C)LOSED:' END-DISPLAY
               ACCEPT WS-NEW-STATUS FROM CONSOLE
               DISPLAY 'ENTER BILLING CURRENCY (XXX):' END-DISPLAY
               ACCEPT WS-NEW-BILLCURR FROM CONSOLE
               DISPLAY 'ENTER OPEN DATE (YYYYMMDD):' END-DISPLAY
               ACCEPT WS-NEW-OPENDATE FROM CONSOLE
               DISPLAY 'ENTER CLOSE DATE (YYYYMMDD OR BLANK IF'
                   ' OPEN):' END-DISPLAY
               ACCEPT WS-NEW-CLOSEDATE FROM CONSOLE
               PERFORM LA-22-EDIT-ACCOUNT
               IF WS-EDITS-OK-SW = 'Y'
                   PERFORM LA-25-WRITE-ACCOUNT
               END-IF
           END-IF.

       LA-22-EDIT-ACCOUNT.
           MOVE 'Y' TO WS-EDITS-OK-SW.
           IF WS-NEW-NAME = SPACES OR WS-NEW-BRANCH = SPACES
               OR WS-NEW-BILLCURR = SPACES
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLACC: NAME, BRANCH AND BILLING CURRENCY'
                   ' MUST NOT BE BLANK' END-DISPLAY
           END-IF.
           IF WS-NEW-STATUS NOT = 'A' AND WS-NEW-STATUS NOT = 'B'
               AND WS-NEW-STATUS NOT = 'C'
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLACC: STATUS MUST BE A, B OR C'
                   END-DISPLAY
           END-IF.
           IF WS-NEW-OPENDATE NOT NUMERIC
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLACC: OPEN DATE MUST BE YYYYMMDD'
                   END-DISPLAY
           END-IF.
           IF WS-NEW-CLOSEDATE NOT = SPACES
               IF WS-NEW-CLOSEDATE NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   DISPLAY 'COBOLACC: CLOSE DATE MUST BE YYYYMMDD OR'
                       ' BLANK' END-DISPLAY
               ELSE
                   IF WS-NEW-CLOSEDATE < WS-NEW-OPENDATE
                       MOVE 'N' TO WS-EDITS-OK-SW
                       DISPLAY 'COBOLACC: CLOSE DATE IS BEFORE THE'
                           ' OPEN DATE' END-DISPLAY
                   END-IF
               END-IF
           END-IF.
           IF WS-NEW-STATUS = 'C' AND WS-NEW-CLOSEDATE = SPACES
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLACC: A CLOSED ACCOUNT NEEDS A CLOSE'
                   ' DATE' END-DISPLAY
           END-IF.

       LA-25-WRITE-ACCOUNT.
           MOVE WS-EDIT-ACCOUNT TO ACC-ACCOUNT.
           MOVE WS-NEW-NAME TO ACC-NAME.
           MOVE WS-NEW-BRANCH TO ACC-BRANCH.
           MOVE WS-NEW-STATUS TO ACC-STATUS.
           MOVE WS-NEW-BILLCURR TO ACC-BILLCURR.
           MOVE WS-NEW-OPENDATE TO ACC-OPENDATE.
           MOVE WS-NEW-CLOSEDATE TO ACC-CLOSEDATE.
           WRITE CUSTACCT-REC
               INVALID KEY
                   REWRITE CUSTACCT-REC
                       INVALID KEY
                           DISPLAY 'COBOLACC: UNABLE TO MAINTAIN '
                               ACC-ACCOUNT ' STATUS=' WS-ACC-STATUS
                               END-DISPLAY
                       NOT INVALID KEY
                           DISPLAY 'COBOLACC: ACCOUNT ' ACC-ACCOUNT
                               ' UPDATED' END-DISPLAY
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY 'COBOLACC: ACCOUNT ' ACC-ACCOUNT ' ADDED'
                       END-DISPLAY
           END-WRITE.

       LA-30-DELETE.
           DISPLAY 'ENTER ACCOUNT NUMBER TO DELETE:' END-DISPLAY.
           ACCEPT WS-EDIT-ACCOUNT FROM CONSOLE.
           IF WS-EDIT-ACCOUNT = SPACES
               DISPLAY 'COBOLACC: ACCOUNT NUMBER MUST NOT BE BLANK'
                   END-DISPLAY
           ELSE
               MOVE WS-EDIT-ACCOUNT TO ACC-ACCOUNT
               DELETE ACCFILE RECORD
                   INVALID KEY
                       DISPLAY 'COBOLACC: ACCOUNT ' ACC-ACCOUNT
                           ' NOT FOUND' END-DISPLAY
                   NOT INVALID KEY
                       DISPLAY 'COBOLACC: ACCOUNT ' ACC-ACCOUNT
                           ' DELETED' END-DISPLAY
               END-DELETE
           END-IF.

       LA-40-LIST.
           DISPLAY ':::::: CUSTOMER ACCOUNTS ::::::' END-DISPLAY.
           MOVE LOW-VALUES TO ACC-ACCOUNT.
           START ACCFILE KEY IS >= ACC-ACCOUNT
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ ACCFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY ACC-ACCOUNT ' ' ACC-NAME ' BR='
                           ACC-BRANCH ' ST=' ACC-STATUS ' CUR='
                           ACC-BILLCURR ' OPEN=' ACC-OPENDATE
                           ' CLOSE=' ACC-CLOSEDATE END-DISPLAY
               END-READ
           END-PERFORM.
           DISPLAY 'COBOLACC: ' WS-LIST-COUNT ' ACCOUNT(S) LISTED'
               END-DISPLAY.
