       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLAGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGRFILE ASSIGN TO "CUSTAGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGR-KEY
               FILE STATUS IS WS-AGR-STATUS.
           SELECT ACCFILE ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ACCOUNT
               FILE STATUS IS WS-ACC-STATUS.
           SELECT AUDITFILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AGRFILE
           LABEL RECORD IS STANDARD.
       COPY COBAGR.
       FD  ACCFILE
           LABEL RECORD IS STANDARD.
       COPY COBACC.
       FD  AUDITFILE
           LABEL RECORD IS STANDARD.
       COPY COBAUD.
       WORKING-STORAGE SECTION.
       COPY COBAUT.
       COPY COBPRMS.
       COPY COBSRV.
       COPY COBSUB.
       01  WS-AGR-STATUS        PIC XX.
       01  WS-ACC-STATUS        PIC XX.
       01  WS-AUD-STATUS        PIC XX.
       01  WS-AUD-OPEN-SW       PIC X          VALUE 'N'.
       01  WS-AUDIT-USER        PIC X(8)       VALUE SPACES.
       01  WS-EOF-SW            PIC X          VALUE 'N'.
       01  WS-EDITS-OK-SW       PIC X          VALUE 'Y'.
       01  WS-EXISTS-SW         PIC X          VALUE 'N'.
       01  WS-ACTION            PIC X          VALUE 'L'.
       01  WS-EDIT-ACCOUNT      PIC X(10)      VALUE SPACES.
       01  WS-EDIT-SERNO        PIC X(4)       VALUE SPACES.
       01  WS-EDIT-SUBSER       PIC X(2)       VALUE SPACES.
       01  WS-EDIT-FROMDATE     PIC X(8)       VALUE SPACES.
       01  WS-NEW-TODATE        PIC X(8)       VALUE SPACES.
       01  WS-CMP-TODATE        PIC X(8)       VALUE SPACES.
       01  WS-NEW-TYPE          PIC X          VALUE SPACE.
       01  WS-EDIT-FIXED        PIC X(12)      VALUE ZEROS.
       01  WS-EDIT-FIXED-N REDEFINES WS-EDIT-FIXED PIC 9(10)V99.
       01  WS-EDIT-COMMRATE     PIC X(6)       VALUE ZEROS.
       01  WS-EDIT-COMMRATE-N REDEFINES WS-EDIT-COMMRATE
                                PIC 9(2)V9(4).
       01  WS-EDIT-DISCPCT      PIC X(5)       VALUE ZEROS.
       01  WS-EDIT-DISCPCT-N REDEFINES WS-EDIT-DISCPCT
                                PIC 9(3)V99.
       01  WS-OLD-AGR-DATA      PIC X(32)      VALUE SPACES.
       01  WS-AUD-KEY-AREA.
           03 FILLER            PIC X(8)       VALUE 'ACCOUNT='.
           03 WS-AUD-ACCOUNT    PIC X(10).
           03 FILLER            PIC X(6)       VALUE ' FROM='.
           03 WS-AUD-FROMDATE   PIC X(8).
       01  WS-LIST-COUNT        PIC 9(6)       VALUE ZERO.
       PROCEDURE DIVISION.
       LA-MAIN SECTION.
       LA-10.
           DISPLAY 'Starting COBOLAGR - NEGOTIATED PRICING AGREEMENT'
               ' MAINTENANCE' END-DISPLAY.
           DISPLAY 'ACTION - (M)AINTAIN ADD/UPDATE, (D)ELETE OR'
               ' (L)IST:' END-DISPLAY.
           ACCEPT WS-ACTION FROM CONSOLE.
           PERFORM LA-05-CHECK-AUTHORITY.
           IF TSRAURSIND = 0
               PERFORM LA-15-OPEN-FILES
               IF WS-AGR-STATUS = '00' AND WS-ACC-STATUS = '00'
                   EVALUATE WS-ACTION
                       WHEN 'M'
                           PERFORM LA-20-MAINTAIN
                       WHEN 'D'
                           PERFORM LA-30-DELETE
                       WHEN 'L'
                           PERFORM LA-40-LIST
                       WHEN OTHER
                           DISPLAY 'COBOLAGR: ACTION MUST BE M, D OR L'
                               END-DISPLAY
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-AGR-STATUS = '00'
               CLOSE AGRFILE
           END-IF.
           IF WS-ACC-STATUS = '00'
               CLOSE ACCFILE
           END-IF.
       LA-EXIT.
           IF WS-AUD-OPEN-SW = 'Y'
               CLOSE AUDITFILE
           END-IF.
           MOVE 9 TO TSRnnPRIND.
           CALL 'STRnn'
                USING BY REFERENCE TSRnnPRMS,
                      BY REFERENCE TRFSERVICE,
                      BY REFERENCE TRFSUBSER
           END-CALL.
           STOP RUN.

       LA-05-CHECK-AUTHORITY.
           MOVE 'COBOLAGR' TO TSRAUPROGID.
           EVALUATE WS-ACTION
               WHEN 'M'
                   MOVE 'M' TO TSRAUROLE
                   MOVE 'MAINTAIN AGREEMENT' TO TSRAUACTION
               WHEN 'D'
                   MOVE 'M' TO TSRAUROLE
                   MOVE 'DELETE AGREEMENT' TO TSRAUACTION
               WHEN OTHER
                   MOVE 'V' TO TSRAUROLE
                   MOVE 'LIST AGREEMENTS' TO TSRAUACTION
           END-EVALUATE.
           CALL 'STRAUT' USING BY REFERENCE TSRAUPRMS END-CALL.
           IF TSRAURSIND NOT = 0
               DISPLAY 'COBOLAGR: ACTION REFUSED - NOT AUTHORIZED'
                   END-DISPLAY
           END-IF.

       LA-15-OPEN-FILES.
           OPEN I-O AGRFILE.
           IF WS-AGR-STATUS = '35'
               OPEN OUTPUT AGRFILE
               CLOSE AGRFILE
               OPEN I-O AGRFILE
           END-IF.
           OPEN INPUT ACCFILE.
           IF WS-AGR-STATUS NOT = '00' OR WS-ACC-STATUS NOT = '00'
               DISPLAY 'COBOLAGR: UNABLE TO OPEN FILES AGR='
                   WS-AGR-STATUS ' ACC=' WS-ACC-STATUS END-DISPLAY
           END-IF.

       LA-17-ACCEPT-KEY.
           MOVE 'Y' TO WS-EDITS-OK-SW.
           DISPLAY 'ENTER ACCOUNT NUMBER:' END-DISPLAY.
           ACCEPT WS-EDIT-ACCOUNT FROM CONSOLE.
           DISPLAY 'ENTER TRFSBSERNO (9999):' END-DISPLAY.
           ACCEPT WS-EDIT-SERNO FROM CONSOLE.
           DISPLAY 'ENTER TRFSBSBNO (99):' END-DISPLAY.
           ACCEPT WS-EDIT-SUBSER FROM CONSOLE.
           DISPLAY 'ENTER VALID-FROM DATE (YYYYMMDD):' END-DISPLAY.
           ACCEPT WS-EDIT-FROMDATE FROM CONSOLE.
           IF WS-EDIT-ACCOUNT = SPACES
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLAGR: ACCOUNT NUMBER MUST NOT BE BLANK'
                   END-DISPLAY
           END-IF.
           IF WS-EDIT-SERNO NOT NUMERIC OR WS-EDIT-SUBSER NOT NUMERIC
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLAGR: TRFSBSERNO/TRFSBSBNO MUST BE NUMERIC'
                   END-DISPLAY
           ELSE
               IF WS-EDIT-SUBSER = ZERO
                   MOVE 'N' TO WS-EDITS-OK-SW
                   DISPLAY 'COBOLAGR: TRFSBSBNO MUST NOT BE ZERO'
                       END-DISPLAY
               END-IF
           END-IF.
           IF WS-EDIT-FROMDATE NOT NUMERIC
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLAGR: VALID-FROM DATE MUST BE YYYYMMDD'
                   END-DISPLAY
           END-IF.

       LA-20-MAINTAIN.
           PERFORM LA-17-ACCEPT-KEY.
           IF WS-EDITS-OK-SW = 'Y'
               PERFORM LA-18-CHECK-MASTERS
           END-IF.
           IF WS-EDITS-OK-SW = 'Y'
               DISPLAY 'ENTER VALID-TO DATE (YYYYMMDD OR BLANK FOR'
                   ' OPEN-ENDED):' END-DISPLAY
               ACCEPT WS-NEW-TODATE FROM CONSOLE
               DISPLAY 'AGREEMENT TYPE - (F)IXED FEE OVERRIDE,'
                   ' (C)OMMISSION RATE OVERRIDE, (D)ISCOUNT PERCENT'
                   ' OR (W)AIVER:' END-DISPLAY
               ACCEPT WS-NEW-TYPE FROM CONSOLE
               PERFORM LA-22-ACCEPT-VALUE
           END-IF.
           IF WS-EDITS-OK-SW = 'Y'
               PERFORM LA-23-CHECK-OVERLAP
           END-IF.
           IF WS-EDITS-OK-SW = 'Y'
               PERFORM LA-25-WRITE-AGREEMENT
           ELSE
               DISPLAY 'COBOLAGR: REJECTED - EDIT FAILURE' END-DISPLAY
           END-IF.

       LA-18-CHECK-MASTERS.
           MOVE WS-EDIT-ACCOUNT TO ACC-ACCOUNT.
           READ ACCFILE
               INVALID KEY
                   MOVE 'N' TO WS-EDITS-OK-SW
                   DISPLAY 'COBOLAGR: ACCOUNT ' WS-EDIT-ACCOUNT
                       ' NOT ON CUSTACCT' END-DISPLAY
           END-READ.
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
               DISPLAY 'COBOLAGR: SUBSERVICE ' WS-EDIT-SERNO '/'
                   WS-EDIT-SUBSER ' NOT ON FILE - RSIND=' TSRnnRSIND
                   END-DISPLAY
           END-IF.

       LA-22-ACCEPT-VALUE.
           MOVE ZEROS TO WS-EDIT-FIXED.
           MOVE ZEROS TO WS-EDIT-COMMRATE.
           MOVE ZEROS TO WS-EDIT-DISCPCT.
           IF WS-NEW-TODATE NOT = SPACES
               IF WS-NEW-TODATE NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-OK-SW
                   DISPLAY 'COBOLAGR: VALID-TO DATE MUST BE YYYYMMDD'
                       ' OR BLANK' END-DISPLAY
               ELSE
                   IF WS-NEW-TODATE < WS-EDIT-FROMDATE
                       MOVE 'N' TO WS-EDITS-OK-SW
                       DISPLAY 'COBOLAGR: VALID-TO DATE IS BEFORE THE'
                           ' VALID-FROM DATE' END-DISPLAY
                   END-IF
               END-IF
           END-IF.
           EVALUATE WS-NEW-TYPE
               WHEN 'F'
                   DISPLAY 'ENTER FIXED FEE (999999999999 MEANING'
                       ' 9999999999V99):' END-DISPLAY
                   ACCEPT WS-EDIT-FIXED FROM CONSOLE
                   IF WS-EDIT-FIXED NOT NUMERIC
                       MOVE 'N' TO WS-EDITS-OK-SW
                       DISPLAY 'COBOLAGR: FIXED FEE MUST BE 12 DIGITS'
                           ' ZERO-FILLED' END-DISPLAY
                   END-IF
               WHEN 'C'
                   DISPLAY 'ENTER COMMISSION PERCENT (999999 MEANING'
                       ' 99V9999):' END-DISPLAY
                   ACCEPT WS-EDIT-COMMRATE FROM CONSOLE
                   IF WS-EDIT-COMMRATE NOT NUMERIC
                       MOVE 'N' TO WS-EDITS-OK-SW
                       DISPLAY 'COBOLAGR: COMMISSION RATE MUST BE 6'
                           ' DIGITS ZERO-FILLED' END-DISPLAY
                   END-IF
               WHEN 'D'
                   DISPLAY 'ENTER DISCOUNT PERCENT (99999 MEANING'
                       ' 999V99):' END-DISPLAY
                   ACCEPT WS-EDIT-DISCPCT FROM CONSOLE
                   IF WS-EDIT-DISCPCT NOT NUMERIC
                       MOVE 'N' TO WS-EDITS-OK-SW
                       DISPLAY 'COBOLAGR: DISCOUNT MUST BE 5 DIGITS'
                           ' ZERO-FILLED' END-DISPLAY
                   ELSE
                       IF WS-EDIT-DISCPCT-N = 0
                           OR WS-EDIT-DISCPCT-N > 100
                           MOVE 'N' TO WS-EDITS-OK-SW
                           DISPLAY 'COBOLAGR: DISCOUNT MUST BE ABOVE'
                               ' ZERO AND NOT OVER 100 PERCENT'
                               END-DISPLAY
                       END-IF
                   END-IF
               WHEN 'W'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-EDITS-OK-SW
                   DISPLAY 'COBOLAGR: AGREEMENT TYPE MUST BE F, C, D'
                       ' OR W' END-DISPLAY
           END-EVALUATE.

       LA-23-CHECK-OVERLAP.
           IF WS-NEW-TODATE = SPACES
               MOVE HIGH-VALUES TO WS-CMP-TODATE
           ELSE
               MOVE WS-NEW-TODATE TO WS-CMP-TODATE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE WS-EDIT-ACCOUNT TO AGR-ACCOUNT.
           MOVE WS-EDIT-SERNO TO AGR-SERNO.
           MOVE WS-EDIT-SUBSER TO AGR-SUBSER.
           MOVE LOW-VALUES TO AGR-FROMDATE.
           START AGRFILE KEY IS >= AGR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ AGRFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF AGR-ACCOUNT NOT = WS-EDIT-ACCOUNT
                           OR AGR-SERNO NOT = WS-EDIT-SERNO
                           OR AGR-SUBSER NOT = WS-EDIT-SUBSER
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           IF AGR-FROMDATE NOT = WS-EDIT-FROMDATE
                               AND AGR-FROMDATE <= WS-CMP-TODATE
                               AND (AGR-TODATE = SPACES
                                   OR AGR-TODATE >= WS-EDIT-FROMDATE)
                               MOVE 'N' TO WS-EDITS-OK-SW
                               DISPLAY 'COBOLAGR: OVERLAPS AGREEMENT'
                                   ' FROM ' AGR-FROMDATE ' TO '
                                   AGR-TODATE END-DISPLAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LA-25-WRITE-AGREEMENT.
           MOVE WS-EDIT-ACCOUNT TO AGR-ACCOUNT.
           MOVE WS-EDIT-SERNO TO AGR-SERNO.
           MOVE WS-EDIT-SUBSER TO AGR-SUBSER.
           MOVE WS-EDIT-FROMDATE TO AGR-FROMDATE.
           READ AGRFILE
               INVALID KEY
                   MOVE 'N' TO WS-EXISTS-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EXISTS-SW
                   MOVE AGR-DATA TO WS-OLD-AGR-DATA
           END-READ.
           MOVE WS-NEW-TODATE TO AGR-TODATE.
           MOVE WS-NEW-TYPE TO AGR-TYPE.
           MOVE WS-EDIT-FIXED-N TO AGR-FIXED.
           MOVE WS-EDIT-COMMRATE-N TO AGR-COMMRATE.
           MOVE WS-EDIT-DISCPCT-N TO AGR-DISCPCT.
           IF WS-EXISTS-SW = 'Y'
               REWRITE AGREE-REC
                   INVALID KEY
                       DISPLAY 'COBOLAGR: UNABLE TO MAINTAIN '
                           AGR-ACCOUNT ' STATUS=' WS-AGR-STATUS
                           END-DISPLAY
                   NOT INVALID KEY
                       MOVE 'UPDATE' TO AUD-ACTION
                       MOVE WS-OLD-AGR-DATA TO AUD-BEFORE-IMG
                       MOVE AGR-DATA TO AUD-AFTER-IMG
                       PERFORM AU-90-WRITE-AUDIT
                       DISPLAY 'COBOLAGR: AGREEMENT ' AGR-ACCOUNT ' '
                           AGR-SERNO '/' AGR-SUBSER ' FROM '
                           AGR-FROMDATE ' UPDATED' END-DISPLAY
               END-REWRITE
           ELSE
               WRITE AGREE-REC
                   INVALID KEY
                       DISPLAY 'COBOLAGR: UNABLE TO MAINTAIN '
                           AGR-ACCOUNT ' STATUS=' WS-AGR-STATUS
                           END-DISPLAY
                   NOT INVALID KEY
                       MOVE 'ADD' TO AUD-ACTION
                       MOVE SPACES TO AUD-BEFORE-IMG
                       MOVE AGR-DATA TO AUD-AFTER-IMG
                       PERFORM AU-90-WRITE-AUDIT
                       DISPLAY 'COBOLAGR: AGREEMENT ' AGR-ACCOUNT ' '
                           AGR-SERNO '/' AGR-SUBSER ' FROM '
                           AGR-FROMDATE ' ADDED' END-DISPLAY
               END-WRITE
           END-IF.

       LA-30-DELETE.
           PERFORM LA-17-ACCEPT-KEY.
           IF WS-EDITS-OK-SW NOT = 'Y'
               DISPLAY 'COBOLAGR: REJECTED - EDIT FAILURE' END-DISPLAY
           ELSE
               MOVE WS-EDIT-ACCOUNT TO AGR-ACCOUNT
               MOVE WS-EDIT-SERNO TO AGR-SERNO
               MOVE WS-EDIT-SUBSER TO AGR-SUBSER
               MOVE WS-EDIT-FROMDATE TO AGR-FROMDATE
               READ AGRFILE
                   INVALID KEY
                       DISPLAY 'COBOLAGR: AGREEMENT NOT FOUND'
                           END-DISPLAY
                   NOT INVALID KEY
                       MOVE AGR-DATA TO WS-OLD-AGR-DATA
                       DELETE AGRFILE RECORD
                           INVALID KEY
                               DISPLAY 'COBOLAGR: UNABLE TO DELETE '
                                   AGR-ACCOUNT ' STATUS='
                                   WS-AGR-STATUS END-DISPLAY
                           NOT INVALID KEY
                               MOVE 'DELETE' TO AUD-ACTION
                               MOVE WS-OLD-AGR-DATA TO AUD-BEFORE-IMG
                               MOVE SPACES TO AUD-AFTER-IMG
                               PERFORM AU-90-WRITE-AUDIT
                               DISPLAY 'COBOLAGR: AGREEMENT '
                                   AGR-ACCOUNT ' ' AGR-SERNO '/'
                                   AGR-SUBSER ' FROM ' AGR-FROMDATE
                                   ' DELETED' END-DISPLAY
                       END-DELETE
               END-READ
           END-IF.

       LA-40-LIST.
           DISPLAY 'ENTER ACCOUNT NUMBER (BLANK FOR ALL):' END-DISPLAY.
           ACCEPT WS-EDIT-ACCOUNT FROM CONSOLE.
           DISPLAY ':::::: NEGOTIATED PRICING AGREEMENTS ::::::'
               END-DISPLAY.
           MOVE LOW-VALUES TO AGR-KEY.
           IF WS-EDIT-ACCOUNT NOT = SPACES
               MOVE WS-EDIT-ACCOUNT TO AGR-ACCOUNT
           END-IF.
           START AGRFILE KEY IS >= AGR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ AGRFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF WS-EDIT-ACCOUNT NOT = SPACES
                           AND AGR-ACCOUNT NOT = WS-EDIT-ACCOUNT
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY AGR-ACCOUNT ' ' AGR-SERNO '/'
                               AGR-SUBSER ' FROM=' AGR-FROMDATE
                               ' TO=' AGR-TODATE ' TYPE=' AGR-TYPE
                               ' FIXED=' AGR-FIXED ' COMM='
                               AGR-COMMRATE ' DISC=' AGR-DISCPCT
                               END-DISPLAY
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'COBOLAGR: ' WS-LIST-COUNT ' AGREEMENT(S) LISTED'
               END-DISPLAY.

       AU-90-WRITE-AUDIT.
           PERFORM AU-95-OPEN-AUDIT-IF-NEEDED.
           IF WS-AUD-OPEN-SW = 'Y'
               MOVE AGR-ACCOUNT TO WS-AUD-ACCOUNT
               MOVE AGR-FROMDATE TO WS-AUD-FROMDATE
               MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
               MOVE WS-AUDIT-USER TO AUD-USERID
               MOVE 'AGREEMT' TO AUD-RECTYPE
               MOVE AGR-SERNO TO AUD-KEY-SERNO
               MOVE AGR-SUBSER TO AUD-KEY-SUBSER
               MOVE WS-AUD-KEY-AREA TO AUD-CHG-FIELDS
               WRITE AUDIT-REC
           END-IF.

       AU-95-OPEN-AUDIT-IF-NEEDED.
           IF WS-AUD-OPEN-SW = 'N'
               OPEN EXTEND AUDITFILE
               IF WS-AUD-STATUS = '35'
                   OPEN OUTPUT AUDITFILE
               END-IF
               ACCEPT WS-AUDIT-USER FROM ENVIRONMENT "USER"
               IF WS-AUD-STATUS = '00'
                   MOVE 'Y' TO WS-AUD-OPEN-SW
               ELSE
                   DISPLAY 'COBOLAGR: AUDITFILE OPEN FAILED - AUD='
                       WS-AUD-STATUS END-DISPLAY
               END-IF
           END-IF.
