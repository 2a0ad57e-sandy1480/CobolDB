       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLURP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USRFILE ASSIGN TO "USERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-ID
               FILE STATUS IS WS-USR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USRFILE
           LABEL RECORD IS STANDARD.
       COPY COBUSR.
       WORKING-STORAGE SECTION.
       01  WS-USR-STATUS        PIC XX.
       01  WS-EOF-SW            PIC X          VALUE 'N'.
       01  WS-EXPIRED-SW        PIC X          VALUE 'N'.
       01  WS-CURDATE-AREA.
           03 WS-TODAY          PIC X(8).
           03 FILLER            PIC X(18).
       01  WS-ROLE-FLAGS.
           03 WS-ROLE-FLAG      PIC X          OCCURS 5.
       01  WS-ROLE-NAMES.
           03 FILLER            PIC X(20)      VALUE 'MAKER'.
           03 FILLER            PIC X(20)      VALUE 'CHECKER'.
           03 FILLER            PIC X(20)
                                VALUE 'RATES ADMINISTRATOR'.
           03 FILLER            PIC X(20)
                                VALUE 'OPERATIONS OVERRIDE'.
           03 FILLER            PIC X(20)      VALUE 'READ-ONLY'.
       01  WS-ROLE-NAME-TABLE REDEFINES WS-ROLE-NAMES.
           03 WS-ROLE-NAME      PIC X(20)      OCCURS 5.
       01  WS-ROLE-IX           PIC 9          VALUE ZERO.
       01  WS-ROLE-COUNTS.
           03 WS-ROLE-HOLDERS   PIC 9(6)       OCCURS 5 VALUE ZERO.
           03 WS-ROLE-EXPIRED   PIC 9(6)       OCCURS 5 VALUE ZERO.
       01  WS-EXPIRY-FLAG       PIC X(7)       VALUE SPACES.
       01  WS-READ-COUNT        PIC 9(8)       VALUE ZERO.
       01  WS-LINE-COUNT        PIC 9(8)       VALUE ZERO.
       01  WS-EXPIRED-COUNT     PIC 9(8)       VALUE ZERO.
       01  WS-NO-ROLE-COUNT     PIC 9(8)       VALUE ZERO.
       01  WS-END-STATUS        PIC X(4)       VALUE 'OK'.
       COPY COBRUN.
       PROCEDURE DIVISION.
       LA-MAIN SECTION.
       LA-10.
           DISPLAY 'Starting COBOLURP - USER ROLE REPORT'
               END-DISPLAY.
           MOVE 'S' TO TSRRNFUNC.
           MOVE 'COBOLURP' TO TSRRNPROGID.
           MOVE SPACES TO TSRRNPREREQ.
           MOVE 'N' TO TSRRNONCESW.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-AREA.
           OPEN INPUT USRFILE.
           IF WS-USR-STATUS NOT = '00'
               DISPLAY 'COBOLURP: UNABLE TO OPEN USERAUTH STATUS='
                   WS-USR-STATUS END-DISPLAY
               MOVE 'FAIL' TO WS-END-STATUS
           ELSE
               PERFORM LA-20-COUNT-USERS
               MOVE 1 TO WS-ROLE-IX
               PERFORM UNTIL WS-ROLE-IX > 5
                   PERFORM LA-30-LIST-ROLE
                   ADD 1 TO WS-ROLE-IX
               END-PERFORM
               CLOSE USRFILE
               PERFORM LA-90-PRINT-TOTALS
           END-IF.
       LA-EXIT.
           MOVE 'E' TO TSRRNFUNC.
           MOVE WS-READ-COUNT TO TSRRNREAD.
           MOVE WS-LINE-COUNT TO TSRRNWRITTEN.
           MOVE ZERO TO TSRRNREJECT.
           MOVE WS-END-STATUS TO TSRRNSTATUS.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           STOP RUN.

       LA-20-COUNT-USERS.
           MOVE 'N' TO WS-EOF-SW.
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
                       ADD 1 TO WS-READ-COUNT
                       PERFORM LA-25-TEST-EXPIRY
                       IF WS-EXPIRED-SW = 'Y'
                           ADD 1 TO WS-EXPIRED-COUNT
                       END-IF
                       IF USR-MAKER NOT = 'Y'
                           AND USR-CHECKER NOT = 'Y'
                           AND USR-RATES NOT = 'Y'
                           AND USR-OPS NOT = 'Y'
                           AND USR-READONLY NOT = 'Y'
                           ADD 1 TO WS-NO-ROLE-COUNT
                           DISPLAY 'COBOLURP: USER ' USR-ID
                               ' HOLDS NO ROLE' END-DISPLAY
                       END-IF
               END-READ
           END-PERFORM.

       LA-25-TEST-EXPIRY.
           IF USR-EXPIRY NOT = SPACES AND USR-EXPIRY < WS-TODAY
               MOVE 'Y' TO WS-EXPIRED-SW
               MOVE 'EXPIRED' TO WS-EXPIRY-FLAG
           ELSE
               MOVE 'N' TO WS-EXPIRED-SW
               MOVE SPACES TO WS-EXPIRY-FLAG
           END-IF.

       LA-30-LIST-ROLE.
           DISPLAY ' ' END-DISPLAY.
           DISPLAY ':::::: ROLE - ' WS-ROLE-NAME (WS-ROLE-IX)
               ' ::::::' END-DISPLAY.
           DISPLAY 'USER     NAME                           EXPIRY'
               END-DISPLAY.
           MOVE 'N' TO WS-EOF-SW.
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
                       MOVE USR-ROLES TO WS-ROLE-FLAGS
                       IF WS-ROLE-FLAG (WS-ROLE-IX) = 'Y'
                           PERFORM LA-35-PRINT-HOLDER
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'HOLDERS: ' WS-ROLE-HOLDERS (WS-ROLE-IX)
               '  OF WHICH EXPIRED: ' WS-ROLE-EXPIRED (WS-ROLE-IX)
               END-DISPLAY.

       LA-35-PRINT-HOLDER.
           PERFORM LA-25-TEST-EXPIRY.
           ADD 1 TO WS-ROLE-HOLDERS (WS-ROLE-IX).
           IF WS-EXPIRED-SW = 'Y'
               ADD 1 TO WS-ROLE-EXPIRED (WS-ROLE-IX)
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           DISPLAY USR-ID ' ' USR-NAME ' ' USR-EXPIRY ' '
               WS-EXPIRY-FLAG END-DISPLAY.

       LA-90-PRINT-TOTALS.
           DISPLAY ' ' END-DISPLAY.
           DISPLAY ':::::: COBOLURP CONTROL TOTALS ::::::' END-DISPLAY.
           DISPLAY 'USERS READ            : ' WS-READ-COUNT
               END-DISPLAY.
           DISPLAY 'ROLE LINES PRINTED    : ' WS-LINE-COUNT
               END-DISPLAY.
           DISPLAY 'USERS EXPIRED         : ' WS-EXPIRED-COUNT
               END-DISPLAY.
           DISPLAY 'USERS WITH NO ROLE    : ' WS-NO-ROLE-COUNT
               END-DISPLAY.
