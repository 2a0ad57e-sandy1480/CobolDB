       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLCV3.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRFSRVFILE ASSIGN TO "TRFSRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRFSRNO OF TRFSERVICE-MF
               ALTERNATE RECORD KEY IS TRFSRNAME OF TRFSERVICE-MF
               FILE STATUS IS WS-SRV-STATUS.
           SELECT TRFSUBFILE ASSIGN TO "TRFSUB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRFSUB-KEY-OLD
               FILE STATUS IS WS-SUB-STATUS.
           SELECT SRVUNLFILE ASSIGN TO "SRVUNLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUL-STATUS.
           SELECT SUBUNLFILE ASSIGN TO "SUBUNLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRFSRVFILE
           LABEL RECORD IS STANDARD.
       COPY COBSRV REPLACING ==TRFSERVICE== BY ==TRFSERVICE-MF==.
       FD  TRFSUBFILE
           LABEL RECORD IS STANDARD.
       01  TRFSUBSER-OLD.
           03 TRFSUB-KEY-OLD.
               05 TRFSBSERNO-OLD PIC 9(4).
               05 TRFSBSBNO-OLD  PIC 9(2).
           03 FILLER             PIC X(17).
           03 TRFSBTCW-OLD       PIC 9(10).
           03 TRFSBCURR-OLD      PIC X(3).
       FD  SRVUNLFILE
           LABEL RECORD IS STANDARD.
       COPY COBUNL REPLACING LEADING ==UNL== BY ==SUL==.
       FD  SUBUNLFILE
           LABEL RECORD IS STANDARD.
       COPY COBUNL REPLACING LEADING ==UNL== BY ==BUL==.
       WORKING-STORAGE SECTION.
       01  WS-SRV-STATUS        PIC XX.
       01  WS-SUB-STATUS        PIC XX.
       01  WS-SUL-STATUS        PIC XX.
       01  WS-BUL-STATUS        PIC XX.
       01  WS-SRV-EOF-SW        PIC X          VALUE 'N'.
       01  WS-SUB-EOF-SW        PIC X          VALUE 'N'.
       01  WS-CURDATE-AREA.
           03 WS-TODAY          PIC X(8).
           03 FILLER            PIC X(18).
       01  WS-SRV-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-SUB-COUNT         PIC 9(8)       VALUE ZERO.
       01  WS-SUB-HASH          PIC 9(12)      VALUE ZERO.
       01  WS-END-STATUS        PIC X(4)       VALUE 'OK'.
       COPY COBSUB.
       COPY COBRUN.
       PROCEDURE DIVISION.
       LA-MAIN SECTION.
       LA-10.
           DISPLAY 'Starting COBOLCV3 - ONE-TIME CONVERSION UNLOAD'
               END-DISPLAY.
           DISPLAY 'COBOLCV3: READS THE TRFSUB FILE BUILT WITHOUT THE'
               ' LIFECYCLE FIELDS - SUBSERVICES ARE UNLOADED ACTIVE'
               ' WITH NO LAUNCH OR WITHDRAWAL DATE - RELOAD WITH'
               ' COBOLREL TO PICK UP THE NEW LAYOUT' END-DISPLAY.
           MOVE 'S' TO TSRRNFUNC.
           MOVE 'COBOLCV3' TO TSRRNPROGID.
           MOVE SPACES TO TSRRNPREREQ.
           MOVE 'N' TO TSRRNONCESW.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-AREA.
           OPEN INPUT TRFSRVFILE.
           OPEN INPUT TRFSUBFILE.
           OPEN OUTPUT SRVUNLFILE.
           OPEN OUTPUT SUBUNLFILE.
           IF WS-SRV-STATUS NOT = '00' OR WS-SUB-STATUS NOT = '00'
               OR WS-SUL-STATUS NOT = '00' OR WS-BUL-STATUS NOT = '00'
               DISPLAY 'COBOLCV3: UNABLE TO OPEN FILES SRV='
                   WS-SRV-STATUS ' SUB=' WS-SUB-STATUS ' SUL='
                   WS-SUL-STATUS ' BUL=' WS-BUL-STATUS END-DISPLAY
               MOVE 'FAIL' TO WS-END-STATUS
           ELSE
               PERFORM LA-20-UNLOAD-SERVICES
               PERFORM LA-30-UNLOAD-SUBSERVICES
               CLOSE TRFSRVFILE
               CLOSE TRFSUBFILE
               CLOSE SRVUNLFILE
               CLOSE SUBUNLFILE
               DISPLAY 'COBOLCV3: SERVICES UNLOADED    : ' WS-SRV-COUNT
                   END-DISPLAY
               DISPLAY 'COBOLCV3: SUBSERVICES UNLOADED : ' WS-SUB-COUNT
                   END-DISPLAY
               DISPLAY 'COBOLCV3: TCW HASH TOTAL       : ' WS-SUB-HASH
                   END-DISPLAY
           END-IF.
       LA-EXIT.
           MOVE 'E' TO TSRRNFUNC.
           COMPUTE TSRRNREAD = WS-SRV-COUNT + WS-SUB-COUNT.
           COMPUTE TSRRNWRITTEN = WS-SRV-COUNT + WS-SUB-COUNT.
           MOVE ZERO TO TSRRNREJECT.
           MOVE WS-END-STATUS TO TSRRNSTATUS.
           CALL 'STRRUN' USING BY REFERENCE TSRRNPRMS END-CALL.
           STOP RUN.

       LA-20-UNLOAD-SERVICES.
           MOVE 'H' TO SUL-RECTYPE.
           MOVE SPACES TO SUL-DATA.
           MOVE WS-TODAY TO SUL-HDR-DATE.
           MOVE 'TRFSRV' TO SUL-HDR-FILEID.
           WRITE SUL-REC.
           PERFORM UNTIL WS-SRV-EOF-SW = 'Y'
               READ TRFSRVFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SRV-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SRV-COUNT
                       MOVE 'D' TO SUL-RECTYPE
                       MOVE SPACES TO SUL-DATA
                       MOVE TRFSERVICE-MF TO SUL-DATA
                       WRITE SUL-REC
               END-READ
           END-PERFORM.
           MOVE 'T' TO SUL-RECTYPE.
           MOVE SPACES TO SUL-DATA.
           MOVE WS-SRV-COUNT TO SUL-TRL-COUNT.
           MOVE ZERO TO SUL-TRL-HASH.
           WRITE SUL-REC.

       LA-30-UNLOAD-SUBSERVICES.
           MOVE 'H' TO BUL-RECTYPE.
           MOVE SPACES TO BUL-DATA.
           MOVE WS-TODAY TO BUL-HDR-DATE.
           MOVE 'TRFSUB' TO BUL-HDR-FILEID.
           WRITE BUL-REC.
           PERFORM UNTIL WS-SUB-EOF-SW = 'Y'
               READ TRFSUBFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUB-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SUB-COUNT
                       ADD TRFSBTCW-OLD TO WS-SUB-HASH
                       MOVE 'D' TO BUL-RECTYPE
                       MOVE SPACES TO BUL-DATA
                       MOVE TRFSUBSER-OLD TO TRFSUBSER
                       MOVE 'A' TO TRFSBLCS
                       MOVE SPACES TO TRFSBLNDT
                       MOVE SPACES TO TRFSBWDDT
                       MOVE TRFSUBSER TO BUL-DATA
                       WRITE BUL-REC
               END-READ
           END-PERFORM.
           MOVE 'T' TO BUL-RECTYPE.
           MOVE SPACES TO BUL-DATA.
           MOVE WS-SUB-COUNT TO BUL-TRL-COUNT.
           MOVE WS-SUB-HASH TO BUL-TRL-HASH.
           WRITE BUL-REC.
