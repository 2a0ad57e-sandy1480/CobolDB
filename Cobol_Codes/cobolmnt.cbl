           LABEL RECORD IS STANDARD.
       COPY COBTYP.
       WORKING-STORAGE SECTION.
       COPY COBAUT.
       COPY COBPRMS.
       COPY COBSRV.
       COPY COBSUB.
       01  WS-EDITS-OK-SW       PIC X          VALUE 'Y'.
       01  WS-CONFIRM-SW        PIC X          VALUE 'N'.
       01  WS-CASCADE-SW        PIC X          VALUE 'N'.
       01  WS-FLD-NAME          PIC X(10).
       01  WS-FLD-CUR           PIC X(10).
       01  WS-FLD-IN            PIC X(10).
           IF WS-EFFDATE-OK-SW = 'N'
               DISPLAY 'COBOLMNT: REJECTED - EDIT FAILURE' END-DISPLAY
           ELSE
               PERFORM LA-05-CHECK-AUTHORITY
               IF TSRAURSIND = 0
                   EVALUATE WS-MAINT-ACTION
                       WHEN 'D'
                           IF WS-MAINT-LEVEL = 'S'
                               PERFORM LA-16-ACCEPT-SRV-KEY
                               PERFORM LA-25-DELETE-SRV
                           ELSE
                               PERFORM LA-16-ACCEPT-SUB-KEY
                               PERFORM LA-25-DELETE-SUB
                           END-IF
                       WHEN 'F'
                           PERFORM LA-80-FIND-BY-NAME
                       WHEN 'T'
                           PERFORM LA-85-BROWSE-BY-TYPE
                       WHEN OTHER
                           IF WS-MAINT-LEVEL = 'S'
                               PERFORM LA-15-ACCEPT-SRV-INPUT
                               PERFORM LA-20-DETERMINE-SRV-MODE
                           ELSE
                               PERFORM LA-15-ACCEPT-INPUT
                               IF WS-EDITS-OK-SW NOT = 'Y'
                                   DISPLAY 'COBOLMNT: REJECTED - EDIT'
                                       ' FAILURE' END-DISPLAY
                               ELSE
                                   PERFORM LA-20-DETERMINE-MODE
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.
       LA-EXIT.
           MOVE 9 TO TSRnnPRIND.
           END-CALL.
           STOP RUN.

       LA-05-CHECK-AUTHORITY.
           MOVE 'COBOLMNT' TO TSRAUPROGID.
           EVALUATE WS-MAINT-ACTION
               WHEN 'F'
                   MOVE 'V' TO TSRAUROLE
                   MOVE 'FIND BY NAME' TO TSRAUACTION
               WHEN 'T'
                   MOVE 'V' TO TSRAUROLE
                   MOVE 'BROWSE BY TYPE' TO TSRAUACTION
               WHEN 'D'
                   MOVE 'M' TO TSRAUROLE
                   MOVE 'DELETE TARIFF' TO TSRAUACTION
               WHEN OTHER
                   MOVE 'M' TO TSRAUROLE
                   MOVE 'MAINTAIN TARIFF' TO TSRAUACTION
           END-EVALUATE.
           CALL 'STRAUT' USING BY REFERENCE TSRAUPRMS END-CALL.
           IF TSRAURSIND NOT = 0
               DISPLAY 'COBOLMNT: ACTION REFUSED - NOT AUTHORIZED'
                   END-DISPLAY
           END-IF.

       LA-15-ACCEPT-INPUT.
           MOVE 'Y' TO WS-EDITS-OK-SW.
           DISPLAY 'ENTER TRFSBSERNO (9999):' END-DISPLAY.
                   PERFORM LA-14-FETCH-CURRENT-SUB
                   IF WS-EDITS-OK-SW = 'Y'
                       PERFORM LA-16-OVERTYPE-SUB-FIELDS
                       PERFORM LA-18-EDIT-LIFECYCLE
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO TRFSBCCAM OF TRFSUBSER.
           MOVE 0 TO TRFSBTCW OF TRFSUBSER.
           MOVE SPACES TO TRFSBCURR OF TRFSUBSER.
           MOVE 'A' TO TRFSBLCS OF TRFSUBSER.
           MOVE SPACES TO TRFSBLNDT OF TRFSUBSER.
           MOVE SPACES TO TRFSBWDDT OF TRFSUBSER.

       LA-83-SHOW-SUBSERVICE.
           DISPLAY '   TRFSBST   =' TRFSBST OF TRFSUBSER
               ' TRFSBTCW=' TRFSBTCW OF TRFSUBSER
               ' TRFSBCURR=' TRFSBCURR OF TRFSUBSER
               END-DISPLAY.
           DISPLAY '   TRFSBLCS  =' TRFSBLCS OF TRFSUBSER
               ' TRFSBLNDT=' TRFSBLNDT OF TRFSUBSER
               ' TRFSBWDDT=' TRFSBWDDT OF TRFSUBSER
               END-DISPLAY.

       LA-16-OVERTYPE-SUB-FIELDS.
           MOVE 'TRFSBST' TO WS-FLD-NAME.
                   MOVE WS-FLD-IN (1:3) TO TRFSBCURR OF TRFSUBSER
               END-IF
           END-IF.
           MOVE 'TRFSBLCS' TO WS-FLD-NAME.
           MOVE TRFSBLCS OF TRFSUBSER TO WS-FLD-CUR.
           PERFORM LA-75-ACCEPT-FIELD.
           IF WS-FLD-KEEP-SW = 'N'
               MOVE WS-FLD-IN (1:1) TO TRFSBLCS OF TRFSUBSER
           END-IF.
           DISPLAY 'COBOLMNT: DATES ARE YYYYMMDD - ENTER NONE TO CLEAR'
               END-DISPLAY.
           MOVE 'TRFSBLNDT' TO WS-FLD-NAME.
           MOVE TRFSBLNDT OF TRFSUBSER TO WS-FLD-CUR.
           PERFORM LA-75-ACCEPT-FIELD.
           IF WS-FLD-KEEP-SW = 'N'
               IF WS-FLD-IN (1:4) = 'NONE'
                   MOVE SPACES TO TRFSBLNDT OF TRFSUBSER
               ELSE
                   MOVE WS-FLD-IN (1:8) TO TRFSBLNDT OF TRFSUBSER
               END-IF
           END-IF.
           MOVE 'TRFSBWDDT' TO WS-FLD-NAME.
           MOVE TRFSBWDDT OF TRFSUBSER TO WS-FLD-CUR.
           PERFORM LA-75-ACCEPT-FIELD.
           IF WS-FLD-KEEP-SW = 'N'
               IF WS-FLD-IN (1:4) = 'NONE'
                   MOVE SPACES TO TRFSBWDDT OF TRFSUBSER
               ELSE
                   MOVE WS-FLD-IN (1:8) TO TRFSBWDDT OF TRFSUBSER
               END-IF
           END-IF.

       LA-18-EDIT-LIFECYCLE.
           IF TRFSBLCS OF TRFSUBSER = SPACE
               MOVE 'A' TO TRFSBLCS OF TRFSUBSER
           END-IF.
           IF TRFSBLCS OF TRFSUBSER NOT = 'P'
               AND TRFSBLCS OF TRFSUBSER NOT = 'A'
               AND TRFSBLCS OF TRFSUBSER NOT = 'W'
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLMNT: TRFSBLCS MUST BE P(LANNED),'
                   ' A(CTIVE) OR W(ITHDRAWN)' END-DISPLAY
           END-IF.
           IF (TRFSBLNDT OF TRFSUBSER NOT = SPACES
               AND TRFSBLNDT OF TRFSUBSER NOT NUMERIC)
               OR (TRFSBWDDT OF TRFSUBSER NOT = SPACES
               AND TRFSBWDDT OF TRFSUBSER NOT NUMERIC)
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLMNT: TRFSBLNDT/TRFSBWDDT MUST BE YYYYMMDD'
                   ' OR NONE' END-DISPLAY
           ELSE
               IF TRFSBLNDT OF TRFSUBSER NOT = SPACES
                   AND TRFSBWDDT OF TRFSUBSER NOT = SPACES
                   AND TRFSBWDDT OF TRFSUBSER
                       < TRFSBLNDT OF TRFSUBSER
                   MOVE 'N' TO WS-EDITS-OK-SW
                   DISPLAY 'COBOLMNT: TRFSBWDDT MUST NOT BE BEFORE'
                       ' TRFSBLNDT' END-DISPLAY
               END-IF
           END-IF.
           IF TRFSBLCS OF TRFSUBSER = 'W'
               AND TRFSBWDDT OF TRFSUBSER = SPACES
               MOVE 'N' TO WS-EDITS-OK-SW
               DISPLAY 'COBOLMNT: A WITHDRAWN SUBSERVICE NEEDS A'
                   ' TRFSBWDDT' END-DISPLAY
           END-IF.

       LA-75-ACCEPT-FIELD.
           MOVE 'N' TO WS-FLD-OK-SW.
               WHEN 6
                   DISPLAY 'COBOLMNT: SUBSERVICE ' TSRnnSERNO '/'
                       TSRnnSUBSER ' ALREADY EXISTS' END-DISPLAY
               WHEN 14
                   DISPLAY 'COBOLMNT: SUBSERVICE ' TSRnnSERNO '/'
                       TSRnnSUBSER ' REFUSED - SERVICE ' TSRnnSERNO
                       ' DOES NOT EXIST' END-DISPLAY
               WHEN 15
                   DISPLAY 'COBOLMNT: SUBSERVICE ' TSRnnSERNO '/'
                       TSRnnSUBSER ' REFUSED - TRFSBCURR HAS NO'
                       ' CURRATE ENTRY' END-DISPLAY
               WHEN 18
                   DISPLAY 'COBOLMNT: SUBSERVICE ' TSRnnSERNO '/'
                       TSRnnSUBSER ' REFUSED - LIFECYCLE STATUS/DATES'
                       ' INVALID' END-DISPLAY
               WHEN 10
                   DISPLAY 'COBOLMNT: SUBSERVICE ' TSRnnSERNO '/'
                       TSRnnSUBSER ' IN USE - NOT MAINTAINED'
           MOVE WS-EDIT-SERNO TO TSRnnSERNO.
           MOVE 0 TO TSRnnSUBSER.
           PERFORM LA-35-CALL-WITH-RETRY.
           IF TSRnnRSIND = 16
               DISPLAY 'COBOLMNT: SERVICE ' TSRnnSERNO ' STILL HAS'
                   ' SUBSERVICES - DELETE THEM ALL AS WELL (Y/N):'
                   END-DISPLAY
               ACCEPT WS-CASCADE-SW FROM CONSOLE
               IF WS-CASCADE-SW = 'Y'
                   MOVE 8 TO TSRnnPRIND
                   MOVE 0 TO TSRnnRSIND
                   PERFORM LA-35-CALL-WITH-RETRY
               END-IF
           END-IF.
           EVALUATE TSRnnRSIND
               WHEN 3
                   DISPLAY 'COBOLMNT: SERVICE ' TSRnnSERNO
                       ' DELETED' END-DISPLAY
               WHEN 16
                   DISPLAY 'COBOLMNT: SERVICE ' TSRnnSERNO
                       ' HAS SUBSERVICES - NOT DELETED' END-DISPLAY
               WHEN 17
                   DISPLAY 'COBOLMNT: SERVICE ' TSRnnSERNO
                       ' KEPT - CASCADE DELETE OF SUBSERVICES DID NOT'
                       ' COMPLETE' END-DISPLAY
               WHEN 8
                   DISPLAY 'COBOLMNT: SERVICE ' TSRnnSERNO
                       ' NOT FOUND' END-DISPLAY
           MOVE TRFSBCCAM OF TRFSUBSER TO WPD-SBCCAM.
           MOVE TRFSBTCW OF TRFSUBSER TO WPD-SBTCW.
           MOVE TRFSBCURR OF TRFSUBSER TO WPD-SBCURR.
           MOVE TRFSBLCS OF TRFSUBSER TO WPD-SBLCS.
           MOVE TRFSBLNDT OF TRFSUBSER TO WPD-SBLNDT.
           MOVE TRFSBWDDT OF TRFSUBSER TO WPD-SBWDDT.
           PERFORM LA-70-WRITE-PENDING.

       LA-62-QUEUE-SRV-MAINT.
           MOVE 'D' TO WPD-ACTION.
           MOVE WS-EDIT-SERNO TO WPD-SERNO.
           MOVE 0 TO WPD-SUBSER.
           DISPLAY 'ALSO DELETE ANY SUBSERVICES OF SERVICE '
               WS-EDIT-SERNO ' (Y/N):' END-DISPLAY.
           ACCEPT WS-CASCADE-SW FROM CONSOLE.
           IF WS-CASCADE-SW = 'Y'
               MOVE 'Y' TO WPD-DEL-CASCADE
           ELSE
               MOVE 'N' TO WPD-DEL-CASCADE
           END-IF.
           PERFORM LA-70-WRITE-PENDING.

       LA-66-QUEUE-SUB-DELETE.
