       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLUSR.
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
       COPY COBAUT.
       01  WS-USR-STATUS        PIC XX.
       01  WS-AUD-STATUS        PIC XX.
       01  WS-AUD-OPEN-SW       PIC X          VALUE 'N'.
       01  WS-EOF-SW            PIC X          VALUE 'N'.
       01  WS-EMPTY-SW          PIC X          VALUE 'N'.
       01  WS-AUTH-OK-SW        PIC X          VALUE 'N'.
       01  WS-EDITS-OK-SW       PIC X          VALUE 'Y'.
       01  WS-FOUND-SW          PIC X          VALUE 'N'.
       01  WS-ACTION            PIC X          VALUE 'L'.
       01  WS-MAINT-USER        PIC X(8)       VALUE SPACES.
       01  WS-CURDATE-AREA.
           03 WS-TODAY          PIC X(8).
           03 FILLER            PIC X(18).
       01  WS-EDIT-USER         PIC X(8)       VALUE SPACES.
       01  WS-NEW-NAME          PIC X(30)      VALUE SPACES.
       01  WS-NEW-ROLES.
           03 WS-NEW-MAKER      PIC X          VALUE SPACE.
           03 WS-NEW-CHECKER    PIC X          VALUE SPACE.
           03 WS-NEW-RATES      PIC X          VALUE SPACE.
           03 WS-NEW-OPS        PIC X          VALUE SPACE.
           03 WS-NEW-READONLY   PIC X          VALUE SPACE.
       01  WS-NEW-ROLE-TABLE REDEFINES WS-NEW-ROLES.
           03 WS-NEW-ROLE       PIC X          OCCURS 5.
       01  WS-ROLE-IX           PIC 9          VALUE ZERO.
       01  WS-ROLE-HELD-SW      PIC X          VALUE 'N'.
       01  WS-NEW-EXPIRY        PIC X(8)       VALUE SPACES.
       01  WS-AUD-KEY-AREA.
           03 FILLER            PIC X(5)       VALUE 'USER='.
           03 WS-AUD-USER       PIC X(8).
       01  WS-AUD-IMAGE.
           03 WS-AUD-ROLES      PIC X(5).
           03 WS-AUD-EXPIRY     PIC X(8).
           03 WS-AUD-NAME       PIC X(27).
       01  WS-BEFORE-IMAGE      PIC X(40)      VALUE SPACES.
       01  WS-LIST-COUNT        PIC 9(6)       VALUE ZERO.
       PROCEDURE DIVISION.
       LA-MAIN SECTION.
       LA-10.
           DISPLAY 'Starting COBOLUSR - USER AUTHORIZATION'
               ' MAINTENANCE' END-DISPLAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-AREA.
           ACCEPT WS-MAINT-USER FROM ENVIRONMENT "USER".
           DISPLAY 'ACTION - (M)AINTAIN ADD/UPDATE, (D)ELETE OR'
               ' (L)IST:' END-DISPLAY.
           ACCEPT WS-ACTION FROM CONSOLE.
           PERFORM LA-15-OPEN-FILE.
           IF WS-USR-STATUS = '00'
               PERFORM LA-17-CHECK-EMPTY
               IF WS-EMPTY-SW = 'Y'
                   MOVE 'Y' TO WS-AUTH-OK-SW
                   DISPLAY 'COBOLUSR: WARNING - USERAUTH IS EMPTY -'
                       ' NO ROLE CHECK MADE - ADD AN OPERATIONS'
                       ' OVERRIDE USER FIRST' END-DISPLAY
               ELSE
                   CLOSE USRFILE
                   PERFORM LA-05-CHECK-AUTHORITY
                   PERFORM LA-15-OPEN-FILE
               END-IF
           END-IF.
           IF WS-USR-STATUS = '00'
               IF WS-AUTH-OK-SW = 'N'
                   DISPLAY 'COBOLUSR: ACTION REFUSED - NOT AUTHORIZED'
                       END-DISPLAY
               ELSE
                   EVALUATE WS-ACTION
                       WHEN 'M'
                           PERFORM LA-20-MAINTAIN
                       WHEN 'D'
                           PERFORM LA-30-DELETE
                       WHEN 'L'
                           PERFORM LA-40-LIST
                       WHEN OTHER
                           DISPLAY 'COBOLUSR: ACTION MUST BE M, D OR L'
                               END-DISPLAY
                   END-EVALUATE
               END-IF
               CLOSE USRFILE
           END-IF.
       LA-EXIT.
           IF WS-AUD-OPEN-SW = 'Y'
               CLOSE AUDITFILE
           END-IF.
           STOP RUN.

       LA-05-CHECK-AUTHORITY.
           MOVE 'COBOLUSR' TO TSRAUPROGID.
           EVALUATE WS-ACTION
               WHEN 'M'
                   MOVE 'O' TO TSRAUROLE
                   MOVE 'MAINTAIN USERAUTH' TO TSRAUACTION
               WHEN 'D'
                   MOVE 'O' TO TSRAUROLE
                   MOVE 'DELETE USERAUTH' TO TSRAUACTION
               WHEN OTHER
                   MOVE 'V' TO TSRAUROLE
                   MOVE 'LIST USERAUTH' TO TSRAUACTION
           END-EVALUATE.
           CALL 'STRAUT' USING BY REFERENCE TSRAUPRMS END-CALL.
           IF TSRAURSIND = 0
               MOVE 'Y' TO WS-AUTH-OK-SW
           END-IF.

       LA-15-OPEN-FILE.
           OPEN I-O USRFILE.
           IF WS-USR-STATUS = '35'
               OPEN OUTPUT USRFILE
               CLOSE USRFILE
               OPEN I-O USRFILE
           END-IF.
           IF WS-USR-STATUS NOT = '00'
               DISPLAY 'COBOLUSR: UNABLE TO OPEN USERAUTH STATUS='
                   WS-USR-STATUS END-DISPLAY
           END-IF.

       LA-17-CHECK-EMPTY.
           MOVE LOW-VALUES TO USR-ID.
           START USRFILE KEY IS >= USR-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EMPTY-SW
           END-START.

       LA-20-MAINTAIN.
           DISPLAY 'ENTER USER ID (UP TO 8 CHARACTERS):' END-DISPLAY.
           ACCEPT WS-EDIT-USER FROM CONSOLE.
           EVALUATE TRUE
               WHEN WS-EDIT-USER = SPACES
                   DISPLAY 'COBOLUSR: USER ID MUST NOT BE BLANK'
                       END-DISPLAY
               WHEN WS-EDIT-USER = WS-MAINT-USER AND WS-EMPTY-SW = 'N'
                   DISPLAY 'COBOLUSR: YOU CANNOT MAINTAIN YOUR OWN'
                       ' ENTRY - A SECOND USER MUST DO IT' END-DISPLAY
               WHEN OTHER
                   DISPLAY 'ENTER USER NAME (UP TO 30 CHARACTERS):'
                       END-DISPLAY
                   ACCEPT WS-NEW-NAME FROM CONSOLE
                   DISPLAY 'MAKER ROLE (Y/N):' END-DISPLAY
                   ACCEPT WS-NEW-MAKER FROM CONSOLE
                   DISPLAY 'CHECKER ROLE (Y/N):' END-DISPLAY
                   ACCEPT WS-NEW-CHECKER FROM CONSOLE
                   DISPLAY 'RATES ADMINISTRATOR ROLE (Y/N):'
                       END-DISPLAY
                   ACCEPT WS-NEW-RATES FROM CONSOLE
                   DISPLAY 'OPERATIONS OVERRIDE ROLE (Y/N):'
                       END-DISPLAY
                   ACCEPT WS-NEW-OPS FROM CONSOLE
                   DISPLAY 'READ-ONLY ROLE (Y/N):' END-DISPLAY
                   ACCEPT WS-NEW-READONLY FROM CONSOLE
                   DISPLAY 'ENTER EXPIRY DATE (YYYYMMDD OR BLANK FOR'
                       ' NONE):' END-DISPLAY
                   ACCEPT WS-NEW-EXPIRY FROM CONSOLE
                   PERFORM LA-22-EDIT-USER
                   IF WS-EDITS-OK-SW = 'Y'
                       PERFORM LA-25-WRITE-USER
                   END-IF
           END-EVALUATE.

       LA-22-EDIT-USER.
           MOVE 'Y' TO WS-EDITS-OK-SW.
           MOVE 'N' TO WS-ROLE-HELD-SW.
           IF WS-NEW-NAME = SPACES
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLUSR: USER NAME MUST NOT BE BLANK'
                   END-DISPLAY
           END-IF.
           MOVE 1 TO WS-ROLE-IX.
           PERFORM UNTIL WS-ROLE-IX > 5
               EVALUATE WS-NEW-ROLE (WS-ROLE-IX)
                   WHEN 'Y'
                       MOVE 'Y' TO WS-ROLE-HELD-SW
                   WHEN 'N'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WS-EDITS-OK-SW
               END-EVALUATE
               ADD 1 TO WS-ROLE-IX
           END-PERFORM.
           IF WS-EDITS-OK-SW = 'N'
               DISPLAY 'COBOLUSR: EACH ROLE MUST BE Y OR N'
                   END-DISPLAY
           ELSE
               IF WS-ROLE-HELD-SW = 'N'
                   MOVE 'N' TO WS-EDITS-OK-SW
                   DISPLAY 'COBOLUSR: AT LEAST ONE ROLE MUST BE Y -'
                       ' DELETE THE USER INSTEAD' END-DISPLAY
               END-IF
           END-IF.
           IF WS-NEW-EXPIRY NOT = SPACES
               IF WS-NEW-EXPIRY NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   DISPLAY 'COBOLUSR: EXPIRY DATE MUST BE YYYYMMDD OR'
                       ' BLANK' END-DISPLAY
               ELSE
                   IF WS-NEW-EXPIRY < WS-TODAY
                       MOVE 'N' TO WS-EDITS-OK-SW
                       DISPLAY 'COBOLUSR: EXPIRY DATE IS IN THE PAST'
                           END-DISPLAY
                   END-IF
               END-IF
           END-IF.

       LA-25-WRITE-USER.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE WS-EDIT-USER TO USR-ID.
           READ USRFILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
                   PERFORM AU-20-BUILD-IMAGE
                   MOVE WS-AUD-IMAGE TO WS-BEFORE-IMAGE
           END-READ.
           MOVE WS-EDIT-USER TO USR-ID.
           MOVE WS-NEW-NAME TO USR-NAME.
           MOVE WS-NEW-ROLES TO USR-ROLES.
           MOVE WS-NEW-EXPIRY TO USR-EXPIRY.
           MOVE WS-MAINT-USER TO USR-UPD-BY.
           MOVE WS-TODAY TO USR-UPD-DATE.
           IF WS-FOUND-SW = 'Y'
               REWRITE USRAUTH-REC
                   INVALID KEY
                       DISPLAY 'COBOLUSR: UNABLE TO MAINTAIN ' USR-ID
                           ' STATUS=' WS-USR-STATUS END-DISPLAY
                   NOT INVALID KEY
                       MOVE 'UPDATE' TO AUD-ACTION
                       PERFORM AU-20-BUILD-IMAGE
                       MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMG
                       MOVE WS-AUD-IMAGE TO AUD-AFTER-IMG
                       PERFORM AU-90-WRITE-AUDIT
                       DISPLAY 'COBOLUSR: USER ' USR-ID ' UPDATED'
                           END-DISPLAY
               END-REWRITE
           ELSE
               WRITE USRAUTH-REC
                   INVALID KEY
                       DISPLAY 'COBOLUSR: UNABLE TO MAINTAIN ' USR-ID
                           ' STATUS=' WS-USR-STATUS END-DISPLAY
                   NOT INVALID KEY
                       MOVE 'ADD' TO AUD-ACTION
                       PERFORM AU-20-BUILD-IMAGE
                       MOVE SPACES TO AUD-BEFORE-IMG
                       MOVE WS-AUD-IMAGE TO AUD-AFTER-IMG
                       PERFORM AU-90-WRITE-AUDIT
                       DISPLAY 'COBOLUSR: USER ' USR-ID ' ADDED'
                           END-DISPLAY
               END-WRITE
           END-IF.

       LA-30-DELETE.
           DISPLAY 'ENTER USER ID TO DELETE:' END-DISPLAY.
           ACCEPT WS-EDIT-USER FROM CONSOLE.
           EVALUATE TRUE
               WHEN WS-EDIT-USER = SPACES
                   DISPLAY 'COBOLUSR: USER ID MUST NOT BE BLANK'
                       END-DISPLAY
               WHEN WS-EDIT-USER = WS-MAINT-USER
                   DISPLAY 'COBOLUSR: YOU CANNOT DELETE YOUR OWN'
                       ' ENTRY - A SECOND USER MUST DO IT' END-DISPLAY
               WHEN OTHER
                   MOVE WS-EDIT-USER TO USR-ID
                   READ USRFILE
                       INVALID KEY
                           DISPLAY 'COBOLUSR: USER ' USR-ID
                               ' NOT FOUND' END-DISPLAY
                       NOT INVALID KEY
                           PERFORM AU-20-BUILD-IMAGE
                           DELETE USRFILE RECORD
                               INVALID KEY
                                   DISPLAY 'COBOLUSR: UNABLE TO DELETE '
                                       USR-ID ' STATUS=' WS-USR-STATUS
                                       END-DISPLAY
                               NOT INVALID KEY
                                   MOVE 'DELETE' TO AUD-ACTION
                                   MOVE WS-AUD-IMAGE TO AUD-BEFORE-IMG
                                   MOVE SPACES TO AUD-AFTER-IMG
                                   PERFORM AU-90-WRITE-AUDIT
                                   DISPLAY 'COBOLUSR: USER ' USR-ID
                                       ' DELETED' END-DISPLAY
                           END-DELETE
                   END-READ
           END-EVALUATE.

       LA-40-LIST.
           DISPLAY ':::::: USER AUTHORIZATIONS ::::::' END-DISPLAY.
           DISPLAY 'ROLES ARE MAKER/CHECKER/RATES/OPS/READ-ONLY'
               END-DISPLAY.
           MOVE LOW-VALUES TO USR-ID.
           START USRFILE KEY IS >= USR-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ USRFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY USR-ID ' ' USR-NAME ' ROLES='
                           USR-ROLES ' EXP=' USR-EXPIRY ' BY='
                           USR-UPD-BY ' ON=' USR-UPD-DATE END-DISPLAY
               END-READ
           END-PERFORM.
           DISPLAY 'COBOLUSR: ' WS-LIST-COUNT ' USER(S) LISTED'
               END-DISPLAY.

       AU-20-BUILD-IMAGE.
           MOVE USR-ROLES TO WS-AUD-ROLES.
           MOVE USR-EXPIRY TO WS-AUD-EXPIRY.
           MOVE USR-NAME TO WS-AUD-NAME.

       AU-90-WRITE-AUDIT.
           PERFORM AU-95-OPEN-AUDIT-IF-NEEDED.
           IF WS-AUD-OPEN-SW = 'Y'
               MOVE USR-ID TO WS-AUD-USER
               MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
               MOVE WS-MAINT-USER TO AUD-USERID
               MOVE 'USERAUT' TO AUD-RECTYPE
               MOVE 0 TO AUD-KEY-SERNO
               MOVE 0 TO AUD-KEY-SUBSER
               MOVE WS-AUD-KEY-AREA TO AUD-CHG-FIELDS
               WRITE AUDIT-REC
           END-IF.

       AU-95-OPEN-AUDIT-IF-NEEDED.
           IF WS-AUD-OPEN-SW = 'N'
               OPEN EXTEND AUDITFILE
               IF WS-AUD-STATUS = '35'
                   OPEN OUTPUT AUDITFILE
               END-IF
               IF WS-AUD-STATUS = '00'
                   MOVE 'Y' TO WS-AUD-OPEN-SW
               ELSE
                   DISPLAY 'COBOLUSR: AUDITFILE OPEN FAILED - AUD='
                       WS-AUD-STATUS END-DISPLAY
               END-IF
           END-IF.
