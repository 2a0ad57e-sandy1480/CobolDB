               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYP-CODE
               FILE STATUS IS WS-TYP-STATUS.
           SELECT CURFILE ASSIGN TO "CURRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-KEY
               FILE STATUS IS WS-CUR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRFSRVFILE
       FD  TYPEFILE
           LABEL RECORD IS STANDARD.
       COPY COBTYP.
       FD  CURFILE
           LABEL RECORD IS STANDARD.
       COPY COBCUR.
       WORKING-STORAGE SECTION.
       01  WS-SRV-STATUS       PIC XX.
       01  WS-SUB-STATUS       PIC XX.
       01  WS-HST-OPEN-SW      PIC X           VALUE 'N'.
       01  WS-TYP-STATUS       PIC XX.
       01  WS-TYPE-OK-SW       PIC X           VALUE 'Y'.
       01  WS-CUR-STATUS       PIC XX.
       01  WS-PARENT-OK-SW     PIC X           VALUE 'Y'.
       01  WS-CURR-OK-SW       PIC X           VALUE 'Y'.
       01  WS-CHILD-SW         PIC X           VALUE 'N'.
       01  WS-CASCADE-OK-SW    PIC X           VALUE 'Y'.
       01  WS-CASCADE-COUNT    PIC 9(4)        VALUE ZERO.
       01  WS-LIFE-OK-SW       PIC X           VALUE 'Y'.
       01  WS-LIFE-IMAGE.
           03 WS-LIFE-LCS      PIC X.
           03 WS-LIFE-LNDT     PIC X(8).
           03 WS-LIFE-WDDT     PIC X(8).
       01  WS-CURDATE-AREA.
           03 WS-TODAY         PIC X(8).
           03 FILLER           PIC X(18).
                   MOVE 5 TO TSRnnRSIND
               ELSE
                   IF TSRnnPRIND = 2 OR TSRnnPRIND = 3
                       OR TSRnnPRIND = 4 OR TSRnnPRIND = 8
                       PERFORM LA-07-CHECK-EXCLUSIVE
                   ELSE
                       MOVE 'N' TO WS-EXCL-HELD-SW
                           WHEN 5 PERFORM LA-60-LOOKUP-BY-NAME
                           WHEN 6 PERFORM LA-65-BROWSE-START
                           WHEN 7 PERFORM LA-70-BROWSE-NEXT
                           WHEN 8 PERFORM LA-50-DELETE
                           WHEN OTHER
                               MOVE 9 TO TSRnnRSIND
                       END-EVALUATE
               NOT INVALID KEY
                   MOVE TRFSERVICE-MF TO TRFSERVICE
                   IF TSRnnSUBSER NOT = 0
                       MOVE TSRnnSERNO  TO TRFSBSERNO OF TRFSUBSER-MF
                       MOVE TSRnnSUBSER TO TRFSBSBNO OF TRFSUBSER-MF
                       READ TRFSUBFILE
                           INVALID KEY
                               MOVE 9 TO TSRnnRSIND
           ELSE
               MOVE TSRnnSERNO  TO TRFSBSERNO OF TRFSUBSER
               MOVE TSRnnSUBSER TO TRFSBSBNO OF TRFSUBSER
               PERFORM VA-30-VALIDATE-PARENT
               PERFORM VA-40-VALIDATE-CURRENCY
               PERFORM VA-45-VALIDATE-LIFECYCLE
               EVALUATE TRUE
                   WHEN WS-PARENT-OK-SW = 'N'
                       MOVE 14 TO TSRnnRSIND
                   WHEN WS-CURR-OK-SW = 'N'
                       MOVE 15 TO TSRnnRSIND
                   WHEN WS-LIFE-OK-SW = 'N'
                       MOVE 18 TO TSRnnRSIND
                   WHEN OTHER
                       MOVE TRFSUBSER TO TRFSUBSER-MF
                       WRITE TRFSUBSER-MF
                           INVALID KEY
                               MOVE 6 TO TSRnnRSIND
                           NOT INVALID KEY
                               MOVE 'SUBSERV' TO AUD-RECTYPE
                               MOVE 'ADD'     TO AUD-ACTION
                               PERFORM AU-20-BUILD-SUB-AFTER
                               MOVE 'ALL'     TO AUD-CHG-FIELDS
                               PERFORM AU-90-WRITE-AUDIT
                               PERFORM AU-27-BUILD-SUB-LIFE
                               PERFORM AU-90-WRITE-AUDIT
                               MOVE 1 TO TSRnnRSIND
                       END-WRITE
               END-EVALUATE
           END-IF.

       LA-40-UPDATE.
                   MOVE 10 TO TSRnnRSIND
               END-IF
           ELSE
               PERFORM VA-30-VALIDATE-PARENT
               PERFORM VA-40-VALIDATE-CURRENCY
               PERFORM VA-45-VALIDATE-LIFECYCLE
               EVALUATE TRUE
                   WHEN WS-PARENT-OK-SW = 'N'
                       MOVE 14 TO TSRnnRSIND
                   WHEN WS-CURR-OK-SW = 'N'
                       MOVE 15 TO TSRnnRSIND
                   WHEN WS-LIFE-OK-SW = 'N'
                       MOVE 18 TO TSRnnRSIND
                   WHEN OTHER
                       PERFORM LA-45-UPDATE-SUBSERVICE
               END-EVALUATE
           END-IF.

       LA-45-UPDATE-SUBSERVICE.
           MOVE TSRnnSERNO  TO TRFSBSERNO OF TRFSUBSER-MF.
           MOVE TSRnnSUBSER TO TRFSBSBNO  OF TRFSUBSER-MF.
           READ TRFSUBFILE WITH LOCK
               INVALID KEY
                   MOVE 9 TO TSRnnRSIND
               NOT INVALID KEY
                   MOVE TRFSBTCW OF TRFSUBSER-MF TO WS-OLD-TCW
                   MOVE TRFSUBSER-MF TO WS-OLD-SUB-IMAGE
                   MOVE TRFSUBSER-MF TO WS-OLD-SUBSER
                   MOVE TSRnnSERNO  TO TRFSBSERNO OF TRFSUBSER
                   MOVE TSRnnSUBSER TO TRFSBSBNO OF TRFSUBSER
                   MOVE TRFSUBSER TO TRFSUBSER-MF
                   REWRITE TRFSUBSER-MF
                       INVALID KEY
                           MOVE 4 TO TSRnnRSIND
                           UNLOCK TRFSUBFILE
                       NOT INVALID KEY
                           MOVE 'SUBSERV' TO AUD-RECTYPE
                           MOVE 'UPDATE'  TO AUD-ACTION
                           PERFORM AU-25-BUILD-SUB-CHG
                           PERFORM AU-90-WRITE-AUDIT
                           IF TRFSBLCS OF WS-OLD-SUBSER
                               NOT = TRFSBLCS OF TRFSUBSER
                               OR TRFSBLNDT OF WS-OLD-SUBSER
                                   NOT = TRFSBLNDT OF TRFSUBSER
                               OR TRFSBWDDT OF WS-OLD-SUBSER
                                   NOT = TRFSBWDDT OF TRFSUBSER
                               PERFORM AU-27-BUILD-SUB-LIFE
                               PERFORM AU-90-WRITE-AUDIT
                           END-IF
                           PERFORM HS-10-WRITE-RATE-HISTORY
                           MOVE 2 TO TSRnnRSIND
                           UNLOCK TRFSUBFILE
                   END-REWRITE
           END-READ.
           IF WS-SUB-STATUS = '51'
               MOVE 10 TO TSRnnRSIND
           END-IF.

       LA-50-DELETE.
                       MOVE 8 TO TSRnnRSIND
                   NOT INVALID KEY
                       MOVE TRFSERVICE-MF TO TRFSERVICE
                       PERFORM VA-50-CHECK-CHILDREN
                       EVALUATE TRUE
                           WHEN WS-CHILD-SW = 'Y' AND TSRnnPRIND = 4
                               MOVE 16 TO TSRnnRSIND
                               UNLOCK TRFSRVFILE
                               DISPLAY 'STRnn: SERVICE ' TSRnnSERNO
                                   ' STILL HAS SUBSERVICES - NOT'
                                   ' DELETED' END-DISPLAY
                           WHEN WS-CHILD-SW = 'Y'
                               PERFORM LA-55-CASCADE-CHILDREN
                           WHEN OTHER
                               MOVE 'Y' TO WS-CASCADE-OK-SW
                       END-EVALUATE
                       IF WS-CHILD-SW = 'N'
                           AND WS-CASCADE-OK-SW = 'N'
                           MOVE 17 TO TSRnnRSIND
                           UNLOCK TRFSRVFILE
                       END-IF
                       IF WS-CHILD-SW = 'N'
                           AND WS-CASCADE-OK-SW = 'Y'
                           PERFORM LA-57-DELETE-SERVICE
                       END-IF
               END-READ
               IF WS-SRV-STATUS = '51'
                   MOVE 10 TO TSRnnRSIND
               END-IF
           END-IF.

       LA-55-CASCADE-CHILDREN.
           MOVE 'Y' TO WS-CASCADE-OK-SW.
           MOVE ZERO TO WS-CASCADE-COUNT.
           PERFORM UNTIL WS-CHILD-SW = 'N'
               MOVE TRFSUBSER-MF TO WS-OLD-SUB-IMAGE
               DELETE TRFSUBFILE RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-CASCADE-OK-SW
                       MOVE 'N' TO WS-CHILD-SW
                       DISPLAY 'STRnn: CASCADE DELETE FAILED AT '
                           TRFSUB-KEY-MF ' - SERVICE ' TSRnnSERNO
                           ' KEPT' END-DISPLAY
                   NOT INVALID KEY
                       ADD 1 TO WS-CASCADE-COUNT
                       MOVE 'SUBSERV' TO AUD-RECTYPE
                       MOVE 'DELETE'  TO AUD-ACTION
                       MOVE SPACES TO AUD-AFTER-IMG
                       MOVE WS-OLD-SUB-IMAGE TO AUD-BEFORE-IMG
                       MOVE 'CASCADE' TO AUD-CHG-FIELDS
                       MOVE TRFSBSBNO OF TRFSUBSER-MF TO TSRnnSUBSER
                       PERFORM AU-90-WRITE-AUDIT
                       MOVE 0 TO TSRnnSUBSER
                       PERFORM VA-50-CHECK-CHILDREN
               END-DELETE
           END-PERFORM.
           DISPLAY 'STRnn: ' WS-CASCADE-COUNT ' SUBSERVICE(S) OF'
               ' SERVICE ' TSRnnSERNO ' DELETED BY CASCADE'
               END-DISPLAY.

       LA-57-DELETE-SERVICE.
           DELETE TRFSRVFILE RECORD
               INVALID KEY
                   MOVE 8 TO TSRnnRSIND
                   UNLOCK TRFSRVFILE
               NOT INVALID KEY
                   MOVE 'SERVICE' TO AUD-RECTYPE
                   MOVE 'DELETE'  TO AUD-ACTION
                   PERFORM AU-30-BUILD-SRV-BEFORE
                   MOVE 'ALL'     TO AUD-CHG-FIELDS
                   PERFORM AU-90-WRITE-AUDIT
                   MOVE 3 TO TSRnnRSIND
                   UNLOCK TRFSRVFILE
           END-DELETE.

       LA-60-LOOKUP-BY-NAME.
           MOVE TRFSRNAME OF TRFSERVICE
               TO TRFSRNAME OF TRFSERVICE-MF.
               END-IF
           END-IF.

       VA-30-VALIDATE-PARENT.
           MOVE 'Y' TO WS-PARENT-OK-SW.
           MOVE TSRnnSERNO TO TRFSRNO OF TRFSERVICE-MF.
           READ TRFSRVFILE
               INVALID KEY
                   MOVE 'N' TO WS-PARENT-OK-SW
                   DISPLAY 'STRnn: SERVICE ' TSRnnSERNO
                       ' DOES NOT EXIST - SUBSERVICE ' TSRnnSERNO '/'
                       TSRnnSUBSER ' REFUSED' END-DISPLAY
           END-READ.

       VA-40-VALIDATE-CURRENCY.
           MOVE 'Y' TO WS-CURR-OK-SW.
           IF TRFSBCURR OF TRFSUBSER NOT = SPACES
               MOVE 'N' TO WS-CURR-OK-SW
               OPEN INPUT CURFILE
               IF WS-CUR-STATUS = '00'
                   MOVE TRFSBCURR OF TRFSUBSER TO CUR-CODE
                   MOVE LOW-VALUES TO CUR-DATE
                   START CURFILE KEY IS >= CUR-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ CURFILE NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF CUR-CODE
                                       = TRFSBCURR OF TRFSUBSER
                                       MOVE 'Y' TO WS-CURR-OK-SW
                                   END-IF
                           END-READ
                   END-START
                   CLOSE CURFILE
               END-IF
               IF WS-CURR-OK-SW = 'N'
                   DISPLAY 'STRnn: CURRENCY ' TRFSBCURR OF TRFSUBSER
                       ' HAS NO CURRATE ENTRY - SUBSERVICE '
                       TSRnnSERNO '/' TSRnnSUBSER ' REFUSED'
                       END-DISPLAY
               END-IF
           END-IF.

       VA-45-VALIDATE-LIFECYCLE.
           MOVE 'Y' TO WS-LIFE-OK-SW.
           IF TRFSBLCS OF TRFSUBSER = SPACE
               MOVE 'A' TO TRFSBLCS OF TRFSUBSER
           END-IF.
           EVALUATE TRUE
               WHEN TRFSBLCS OF TRFSUBSER NOT = 'P'
                   AND TRFSBLCS OF TRFSUBSER NOT = 'A'
                   AND TRFSBLCS OF TRFSUBSER NOT = 'W'
                   MOVE 'N' TO WS-LIFE-OK-SW
               WHEN TRFSBLNDT OF TRFSUBSER NOT = SPACES
                   AND TRFSBLNDT OF TRFSUBSER NOT NUMERIC
                   MOVE 'N' TO WS-LIFE-OK-SW
               WHEN TRFSBWDDT OF TRFSUBSER NOT = SPACES
                   AND TRFSBWDDT OF TRFSUBSER NOT NUMERIC
                   MOVE 'N' TO WS-LIFE-OK-SW
               WHEN TRFSBLCS OF TRFSUBSER = 'W'
                   AND TRFSBWDDT OF TRFSUBSER = SPACES
                   MOVE 'N' TO WS-LIFE-OK-SW
               WHEN TRFSBLNDT OF TRFSUBSER NOT = SPACES
                   AND TRFSBWDDT OF TRFSUBSER NOT = SPACES
                   AND TRFSBWDDT OF TRFSUBSER
                       < TRFSBLNDT OF TRFSUBSER
                   MOVE 'N' TO WS-LIFE-OK-SW
           END-EVALUATE.
           IF WS-LIFE-OK-SW = 'N'
               DISPLAY 'STRnn: LIFECYCLE STATUS=' TRFSBLCS OF TRFSUBSER
                   ' LAUNCH=' TRFSBLNDT OF TRFSUBSER
                   ' WDRAW=' TRFSBWDDT OF TRFSUBSER
                   ' INVALID - SUBSERVICE ' TSRnnSERNO '/'
                   TSRnnSUBSER ' REFUSED' END-DISPLAY
           END-IF.

       VA-50-CHECK-CHILDREN.
           MOVE 'N' TO WS-CHILD-SW.
           MOVE TSRnnSERNO TO TRFSBSERNO OF TRFSUBSER-MF.
           MOVE 0 TO TRFSBSBNO OF TRFSUBSER-MF.
           START TRFSUBFILE KEY IS > TRFSUB-KEY-MF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ TRFSUBFILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TRFSBSERNO OF TRFSUBSER-MF = TSRnnSERNO
                               MOVE 'Y' TO WS-CHILD-SW
                           END-IF
                   END-READ
           END-START.

       AU-10-BUILD-SRV-AFTER.
           MOVE SPACES TO AUD-BEFORE-IMG.
           MOVE TRFSERVICE TO AUD-AFTER-IMG.
           EVALUATE TRUE
               WHEN WS-OLD-TCW NOT = TRFSBTCW OF TRFSUBSER
                   MOVE 'TRFSBTCW' TO AUD-CHG-FIELDS
               WHEN TRFSBLCS OF WS-OLD-SUBSER
                   NOT = TRFSBLCS OF TRFSUBSER
                   OR TRFSBLNDT OF WS-OLD-SUBSER
                       NOT = TRFSBLNDT OF TRFSUBSER
                   OR TRFSBWDDT OF WS-OLD-SUBSER
                       NOT = TRFSBWDDT OF TRFSUBSER
                   MOVE 'LIFECYCLE' TO AUD-CHG-FIELDS
               WHEN AUD-BEFORE-IMG NOT = AUD-AFTER-IMG
                   MOVE 'OTHER-FIELDS' TO AUD-CHG-FIELDS
               WHEN OTHER
                   MOVE 'NONE' TO AUD-CHG-FIELDS
           END-EVALUATE.

       AU-27-BUILD-SUB-LIFE.
           MOVE 'SUBLIFE' TO AUD-RECTYPE.
           MOVE 'LIFECYCLE' TO AUD-CHG-FIELDS.
           MOVE SPACES TO AUD-BEFORE-IMG.
           IF AUD-ACTION NOT = 'ADD'
               MOVE TRFSBLCS OF WS-OLD-SUBSER TO WS-LIFE-LCS
               MOVE TRFSBLNDT OF WS-OLD-SUBSER TO WS-LIFE-LNDT
               MOVE TRFSBWDDT OF WS-OLD-SUBSER TO WS-LIFE-WDDT
               MOVE WS-LIFE-IMAGE TO AUD-BEFORE-IMG
           END-IF.
           MOVE TRFSBLCS OF TRFSUBSER TO WS-LIFE-LCS.
           MOVE TRFSBLNDT OF TRFSUBSER TO WS-LIFE-LNDT.
           MOVE TRFSBWDDT OF TRFSUBSER TO WS-LIFE-WDDT.
           MOVE SPACES TO AUD-AFTER-IMG.
           MOVE WS-LIFE-IMAGE TO AUD-AFTER-IMG.

       AU-30-BUILD-SRV-BEFORE.
           MOVE SPACES TO AUD-AFTER-IMG.
           MOVE TRFSERVICE TO AUD-BEFORE-IMG.
