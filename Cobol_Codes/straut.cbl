       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRAUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USRFILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-ID
               FILE STATUS IS WS-USR-STATUS.
           SELECT AUDITFILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USRFILE
           LABEL RECORD IS STANDARD.
       COPY COBUSR.
       FD  AUDITFILE
           LABEL RECORD IS STANDARD.
       COPY COBAUD.
       WORKING-STORAGE SECTION.
       01  WS-USR-STATUS       PIC XX.
       01  WS-AUD-STATUS       PIC XX.
       01  WS-CURDATE-AREA.
           03 WS-TODAY         PIC X(8).
           03 FILLER           PIC X(18).
       01  WS-ROLE-NAME        PIC X(12)      VALUE SPACES.
       01  WS-REASON           PIC X(17)      VALUE SPACES.
       01  WS-AUD-REFUSAL.
           03 WS-AUD-PROGID    PIC X(8).
           03 FILLER           PIC X(6)       VALUE ' ROLE='.
           03 WS-AUD-ROLE      PIC X.
           03 FILLER           PIC X          VALUE SPACE.
           03 WS-AUD-REASON    PIC X(17).
       LINKAGE SECTION.
       COPY COBAUT.
       PROCEDURE DIVISION USING TSRAUPRMS.
       LA-MAIN SECTION.
       LA-10.
           MOVE 0 TO TSRAURSIND.
           MOVE SPACES TO TSRAUUSERID.
           ACCEPT TSRAUUSERID FROM ENVIRONMENT "USER".
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-AREA.
           OPEN INPUT USRFILE.
           EVALUATE WS-USR-STATUS
               WHEN '00'
                   MOVE TSRAUUSERID TO USR-ID
                   READ USRFILE
                       INVALID KEY
                           MOVE 1 TO TSRAURSIND
                       NOT INVALID KEY
                           PERFORM LA-20-CHECK-ROLE
                   END-READ
                   CLOSE USRFILE
               WHEN '35'
                   MOVE 1 TO TSRAURSIND
               WHEN OTHER
                   MOVE 5 TO TSRAURSIND
           END-EVALUATE.
           IF TSRAURSIND NOT = 0
               PERFORM LA-40-SHOW-REFUSAL
               PERFORM AU-90-WRITE-AUDIT
           END-IF.
       LA-EXIT.
           GOBACK.

       LA-20-CHECK-ROLE.
           IF USR-EXPIRY NOT = SPACES AND USR-EXPIRY < WS-TODAY
               MOVE 2 TO TSRAURSIND
           ELSE
               EVALUATE TSRAUROLE
                   WHEN 'M'
                       IF USR-MAKER NOT = 'Y'
                           MOVE 3 TO TSRAURSIND
                       END-IF
                   WHEN 'C'
                       IF USR-CHECKER NOT = 'Y'
                           MOVE 3 TO TSRAURSIND
                       END-IF
                   WHEN 'R'
                       IF USR-RATES NOT = 'Y'
                           MOVE 3 TO TSRAURSIND
                       END-IF
                   WHEN 'O'
                       IF USR-OPS NOT = 'Y'
                           MOVE 3 TO TSRAURSIND
                       END-IF
                   WHEN 'V'
                       IF USR-MAKER NOT = 'Y' AND USR-CHECKER NOT = 'Y'
                           AND USR-RATES NOT = 'Y' AND USR-OPS NOT = 'Y'
                           AND USR-READONLY NOT = 'Y'
                           MOVE 3 TO TSRAURSIND
                       END-IF
                   WHEN OTHER
                       MOVE 3 TO TSRAURSIND
               END-EVALUATE
           END-IF.

       LA-40-SHOW-REFUSAL.
           EVALUATE TSRAUROLE
               WHEN 'M'
                   MOVE 'MAKER' TO WS-ROLE-NAME
               WHEN 'C'
                   MOVE 'CHECKER' TO WS-ROLE-NAME
               WHEN 'R'
                   MOVE 'RATES ADMIN' TO WS-ROLE-NAME
               WHEN 'O'
                   MOVE 'OPS OVERRIDE' TO WS-ROLE-NAME
               WHEN 'V'
                   MOVE 'READ-ONLY' TO WS-ROLE-NAME
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-ROLE-NAME
           END-EVALUATE.
           EVALUATE TSRAURSIND
               WHEN 1
                   MOVE 'NOT ON USERAUTH' TO WS-REASON
               WHEN 2
                   MOVE 'AUTHORITY EXPIRED' TO WS-REASON
               WHEN 3
                   MOVE 'ROLE NOT HELD' TO WS-REASON
               WHEN OTHER
                   MOVE 'USERAUTH UNAVAIL' TO WS-REASON
           END-EVALUATE.
           DISPLAY 'STRAUT: USER ' TSRAUUSERID ' REFUSED '
               WS-ROLE-NAME ' FOR ' TSRAUPROGID ' - ' WS-REASON
               END-DISPLAY.
           IF TSRAURSIND = 5
               DISPLAY 'STRAUT: USERAUTH OPEN FAILED - USR='
                   WS-USR-STATUS END-DISPLAY
           END-IF.

       AU-90-WRITE-AUDIT.
           OPEN EXTEND AUDITFILE.
           IF WS-AUD-STATUS = '35'
               OPEN OUTPUT AUDITFILE
           END-IF.
           IF WS-AUD-STATUS = '00'
               MOVE TSRAUPROGID TO WS-AUD-PROGID
               MOVE TSRAUROLE TO WS-AUD-ROLE
               MOVE WS-REASON TO WS-AUD-REASON
               MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
               MOVE TSRAUUSERID TO AUD-USERID
               MOVE 'AUTHREF' TO AUD-RECTYPE
               MOVE 'REFUSE' TO AUD-ACTION
               MOVE 0 TO AUD-KEY-SERNO
               MOVE 0 TO AUD-KEY-SUBSER
               MOVE WS-AUD-REFUSAL TO AUD-CHG-FIELDS
               MOVE SPACES TO AUD-BEFORE-IMG
               MOVE TSRAUACTION TO AUD-AFTER-IMG
               WRITE AUDIT-REC
               CLOSE AUDITFILE
           ELSE
               DISPLAY 'STRAUT: AUDITFILE OPEN FAILED - AUD='
                   WS-AUD-STATUS END-DISPLAY
           END-IF.
