       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLRVL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGPOSTFILE ASSIGN TO "CHGPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PST-STATUS.
           SELECT REVFILE ASSIGN TO "REVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-KEY
               FILE STATUS IS WS-REV-STATUS.
           SELECT REVREGFILE ASSIGN TO "REVLDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHGPOSTFILE
           LABEL RECORD IS STANDARD.
       COPY COBPST.
       FD  REVFILE
           LABEL RECORD IS STANDARD.
       COPY COBREV.
       FD  REVREGFILE
           LABEL RECORD IS STANDARD.
       COPY COBRLR.
       WORKING-STORAGE SECTION.
       01  WS-PST-STATUS        PIC XX.
       01  WS-REV-STATUS        PIC XX.
       01  WS-RLR-STATUS        PIC XX.
       01  WS-PST-EOF-SW        PIC X          VALUE 'N'.
       01  WS-RLR-EOF-SW        PIC X          VALUE 'N'.
       01  WS-START-OK-SW       PIC X          VALUE 'Y'.
       01  WS-RUN-OK-SW         PIC X          VALUE 'Y'.
       01  WS-USERID            PIC X(8)       VALUE SPACES.
       01  WS-BUSDATE           PIC X(8)       VALUE SPACES.
       01  WS-RUNID             PIC X(14)      VALUE SPACES.
       01  WS-PST-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-DTL-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-DTL-CHARGE        PIC S9(14)V99  VALUE ZERO.
       01  WS-TRL-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-TRL-CHARGE        PIC S9(14)V99  VALUE ZERO.
       01  WS-ADD-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-UPD-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-FAIL-COUNT        PIC 9(8)       VALUE ZERO.
       01  WS-LOAD-CHARGE       PIC S9(14)V99  VALUE ZERO.
       01  WS-END-STATUS        PIC X(4)       VALUE 'OK'.
       COPY COBRUN.
       PROCEDURE DIVISION.
       LA-MAIN SECTION.
       LA-10.
           DISPLAY 'Starting COBOLRVL - REVENUE HISTORY LOAD'
               END-DISPLAY.
           MOVE 'S' TO TSRRNFUNC.
           MOVE 'COBOLRVL' TO TSRRNPROGID.
           MOVE 'COBOLCHP' TO TSRRNPREREQ.
           MOVE 'N' TO TSRRNONCESW.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           IF TSRRNRSIND = 2 OR TSRRNRSIND = 3
               MOVE 'N' TO WS-START-OK-SW
               DISPLAY 'COBOLRVL: START REFUSED BY RUN CONTROL -'
                   ' RUN COBOLCHP FIRST OR RECORD AN OVERRIDE WITH'
                   ' COBOLOVR' END-DISPLAY
           ELSE
               ACCEPT WS-USERID FROM ENVIRONMENT "USER"
               PERFORM LA-20-PROVE-CHGPOST
               IF WS-RUN-OK-SW = 'Y'
                   PERFORM LA-30-CHECK-REGISTER
               END-IF
               IF WS-RUN-OK-SW = 'Y'
                   PERFORM LA-40-LOAD-HISTORY
               END-IF
               IF WS-RUN-OK-SW = 'Y'
                   PERFORM LA-60-REGISTER-LOAD
               END-IF
               IF WS-RUN-OK-SW NOT = 'Y'
                   MOVE 'FAIL' TO WS-END-STATUS
               END-IF
               PERFORM LA-90-PRINT-TOTALS
           END-IF.
       LA-EXIT.
           IF WS-START-OK-SW = 'Y'
               MOVE 'E' TO TSRRNFUNC
               MOVE WS-PST-COUNT TO TSRRNREAD
               COMPUTE TSRRNWRITTEN = WS-ADD-COUNT + WS-UPD-COUNT
               MOVE WS-FAIL-COUNT TO TSRRNREJECT
               MOVE WS-END-STATUS TO TSRRNSTATUS
               CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL
           END-IF.
           STOP RUN.

       LA-20-PROVE-CHGPOST.
           OPEN INPUT CHGPOSTFILE.
           IF WS-PST-STATUS NOT = '00'
               DISPLAY 'COBOLRVL: UNABLE TO OPEN CHGPOST STATUS='
                   WS-PST-STATUS END-DISPLAY
               MOVE 'N' TO WS-RUN-OK-SW
           ELSE
               READ CHGPOSTFILE
                   AT END
                       MOVE 'Y' TO WS-PST-EOF-SW
               END-READ
               IF WS-PST-EOF-SW = 'Y' OR PST-RECTYPE NOT = 'H'
                   DISPLAY 'COBOLRVL: CHGPOST HAS NO HEADER RECORD -'
                       ' NOTHING LOADED' END-DISPLAY
                   MOVE 'N' TO WS-RUN-OK-SW
               ELSE
                   ADD 1 TO WS-PST-COUNT
                   MOVE PST-HDR-BUSDATE TO WS-BUSDATE
                   MOVE PST-HDR-RUNID TO WS-RUNID
                   DISPLAY 'COBOLRVL: CHGPOST FOR BUSINESS DATE '
                       WS-BUSDATE ' RUN ' WS-RUNID END-DISPLAY
                   PERFORM UNTIL WS-PST-EOF-SW = 'Y'
                       READ CHGPOSTFILE
                           AT END
                               MOVE 'Y' TO WS-PST-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-PST-COUNT
                               PERFORM LA-25-PROVE-ONE
                       END-READ
                   END-PERFORM
                   IF WS-DTL-COUNT NOT = WS-TRL-COUNT
                       OR WS-DTL-CHARGE NOT = WS-TRL-CHARGE
                       DISPLAY 'COBOLRVL: CHGPOST DOES NOT PROVE -'
                           ' DETAIL ' WS-DTL-COUNT '/' WS-DTL-CHARGE
                           ' TOTALS ' WS-TRL-COUNT '/' WS-TRL-CHARGE
                           END-DISPLAY
                       MOVE 'N' TO WS-RUN-OK-SW
                   END-IF
               END-IF
               CLOSE CHGPOSTFILE
           END-IF.

       LA-25-PROVE-ONE.
           EVALUATE PST-RECTYPE
               WHEN 'D'
               WHEN 'A'
                   IF PST-SERNO NOT NUMERIC OR PST-SUBSER NOT NUMERIC
                       OR PST-COA NOT NUMERIC
                       OR PST-TXNCNT NOT NUMERIC
                       OR PST-CHARGE NOT NUMERIC
                       DISPLAY 'COBOLRVL: NON-NUMERIC CHGPOST DETAIL'
                           ' FOR ACCOUNT ' PST-ACCOUNT END-DISPLAY
                       MOVE 'N' TO WS-RUN-OK-SW
                   ELSE
                       ADD 1 TO WS-DTL-COUNT
                       ADD PST-CHARGE TO WS-DTL-CHARGE
                   END-IF
               WHEN 'T'
                   IF PST-TXNCNT NOT NUMERIC
                       OR PST-CHARGE NOT NUMERIC
                       DISPLAY 'COBOLRVL: NON-NUMERIC TOTAL FOR COA '
                           PST-COA '/' PST-CURR END-DISPLAY
                       MOVE 'N' TO WS-RUN-OK-SW
                   ELSE
                       ADD PST-TXNCNT TO WS-TRL-COUNT
                       ADD PST-CHARGE TO WS-TRL-CHARGE
                   END-IF
               WHEN 'H'
                   DISPLAY 'COBOLRVL: MORE THAN ONE CHGPOST RUN IN'
                       ' THE FILE - LOAD ONE BUSINESS DAY AT A TIME'
                       END-DISPLAY
                   MOVE 'N' TO WS-RUN-OK-SW
               WHEN OTHER
                   DISPLAY 'COBOLRVL: BAD RECORD TYPE ' PST-RECTYPE
                       ' IN CHGPOST' END-DISPLAY
                   MOVE 'N' TO WS-RUN-OK-SW
           END-EVALUATE.

       LA-30-CHECK-REGISTER.
           OPEN INPUT REVREGFILE.
           IF WS-RLR-STATUS = '00'
               PERFORM UNTIL WS-RLR-EOF-SW = 'Y'
                   READ REVREGFILE
                       AT END
                           MOVE 'Y' TO WS-RLR-EOF-SW
                       NOT AT END
                           IF RLR-BUSDATE = WS-BUSDATE
                               MOVE 'N' TO WS-RUN-OK-SW
                               DISPLAY 'COBOLRVL: REVENUE FOR '
                                   WS-BUSDATE ' ALREADY LOADED FROM'
                                   ' RUN ' RLR-RUNID ' BY ' RLR-USERID
                                   ' - RUN REFUSED' END-DISPLAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVREGFILE
           ELSE
               IF WS-RLR-STATUS NOT = '35'
                   DISPLAY 'COBOLRVL: UNABLE TO OPEN REVLDREG STATUS='
                       WS-RLR-STATUS END-DISPLAY
                   MOVE 'N' TO WS-RUN-OK-SW
               END-IF
           END-IF.

       LA-40-LOAD-HISTORY.
           OPEN I-O REVFILE.
           IF WS-REV-STATUS = '35'
               OPEN OUTPUT REVFILE
               CLOSE REVFILE
               OPEN I-O REVFILE
           END-IF.
           OPEN INPUT CHGPOSTFILE.
           IF WS-REV-STATUS NOT = '00' OR WS-PST-STATUS NOT = '00'
               DISPLAY 'COBOLRVL: UNABLE TO OPEN FILES REV='
                   WS-REV-STATUS ' PST=' WS-PST-STATUS END-DISPLAY
               MOVE 'N' TO WS-RUN-OK-SW
           ELSE
               MOVE 'N' TO WS-PST-EOF-SW
               PERFORM UNTIL WS-PST-EOF-SW = 'Y'
                   READ CHGPOSTFILE
                       AT END
                           MOVE 'Y' TO WS-PST-EOF-SW
                       NOT AT END
                           IF PST-RECTYPE = 'D' OR PST-RECTYPE = 'A'
                               PERFORM LA-45-ADD-TO-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FAIL-COUNT > 0
                   DISPLAY 'COBOLRVL: ' WS-FAIL-COUNT ' HISTORY'
                       ' UPDATE(S) FAILED - REVHIST IS INCOMPLETE FOR '
                       WS-BUSDATE END-DISPLAY
                   MOVE 'N' TO WS-RUN-OK-SW
               END-IF
           END-IF.
           IF WS-REV-STATUS = '00'
               CLOSE REVFILE
           END-IF.
           IF WS-PST-STATUS = '00'
               CLOSE CHGPOSTFILE
           END-IF.

       LA-45-ADD-TO-HISTORY.
           MOVE WS-BUSDATE (1:6) TO REV-PERIOD.
           MOVE PST-SERNO TO REV-SERNO.
           MOVE PST-SUBSER TO REV-SUBSER.
           MOVE PST-CURR TO REV-CURR.
           ADD PST-CHARGE TO WS-LOAD-CHARGE.
           READ REVFILE
               INVALID KEY
                   MOVE PST-COA TO REV-COA
                   MOVE PST-TXNCNT TO REV-TXNCNT
                   MOVE PST-CHARGE TO REV-CHARGE
                   MOVE ZERO TO REV-ADJCOUNT
                   IF PST-RECTYPE = 'A'
                       MOVE 1 TO REV-ADJCOUNT
                   END-IF
                   MOVE 1 TO REV-DAYS
                   MOVE WS-BUSDATE TO REV-LAST-BUSDATE
                   WRITE REVHIST-REC
                       INVALID KEY
                           ADD 1 TO WS-FAIL-COUNT
                           DISPLAY 'COBOLRVL: UNABLE TO ADD HISTORY'
                               ' FOR ' REV-PERIOD ' ' REV-SERNO '/'
                               REV-SUBSER ' ' REV-CURR END-DISPLAY
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                   END-WRITE
               NOT INVALID KEY
                   MOVE PST-COA TO REV-COA
                   ADD PST-TXNCNT TO REV-TXNCNT
                   ADD PST-CHARGE TO REV-CHARGE
                   IF PST-RECTYPE = 'A'
                       ADD 1 TO REV-ADJCOUNT
                   END-IF
                   IF REV-LAST-BUSDATE NOT = WS-BUSDATE
                       ADD 1 TO REV-DAYS
                       MOVE WS-BUSDATE TO REV-LAST-BUSDATE
                   END-IF
                   REWRITE REVHIST-REC
                       INVALID KEY
                           ADD 1 TO WS-FAIL-COUNT
                           DISPLAY 'COBOLRVL: UNABLE TO UPDATE HISTORY'
                               ' FOR ' REV-PERIOD ' ' REV-SERNO '/'
                               REV-SUBSER ' ' REV-CURR END-DISPLAY
                       NOT INVALID KEY
                           ADD 1 TO WS-UPD-COUNT
                   END-REWRITE
           END-READ.

       LA-60-REGISTER-LOAD.
           OPEN EXTEND REVREGFILE.
           IF WS-RLR-STATUS = '35'
               OPEN OUTPUT REVREGFILE
           END-IF.
           IF WS-RLR-STATUS NOT = '00'
               DISPLAY 'COBOLRVL: UNABLE TO OPEN REVLDREG STATUS='
                   WS-RLR-STATUS ' - LOAD NOT REGISTERED, DO NOT'
                   ' RERUN WITHOUT CHECKING REVHIST' END-DISPLAY
               MOVE 'N' TO WS-RUN-OK-SW
           ELSE
               MOVE WS-BUSDATE TO RLR-BUSDATE
               MOVE WS-RUNID TO RLR-RUNID
               MOVE FUNCTION CURRENT-DATE TO RLR-TIMESTAMP
               MOVE WS-USERID TO RLR-USERID
               MOVE WS-DTL-COUNT TO RLR-COUNT
               MOVE WS-LOAD-CHARGE TO RLR-CHARGE
               WRITE REVREG-REC
               CLOSE REVREGFILE
               DISPLAY 'COBOLRVL: ' WS-BUSDATE '/' WS-RUNID
                   ' REGISTERED AS LOADED' END-DISPLAY
           END-IF.

       LA-90-PRINT-TOTALS.
           DISPLAY ':::::: COBOLRVL CONTROL TOTALS ::::::' END-DISPLAY.
           DISPLAY 'CHGPOST RECORDS READ  : ' WS-PST-COUNT
               END-DISPLAY.
           DISPLAY 'DETAIL RECORDS        : ' WS-DTL-COUNT
               END-DISPLAY.
           DISPLAY 'HISTORY ADDED         : ' WS-ADD-COUNT
               END-DISPLAY.
           DISPLAY 'HISTORY UPDATED       : ' WS-UPD-COUNT
               END-DISPLAY.
           DISPLAY 'HISTORY FAILED        : ' WS-FAIL-COUNT
               END-DISPLAY.
           DISPLAY 'CHARGES LOADED        : ' WS-LOAD-CHARGE
               END-DISPLAY.
