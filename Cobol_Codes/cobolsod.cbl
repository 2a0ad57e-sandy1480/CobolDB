           MOVE PND-SBCCAM  TO TRFSBCCAM OF TRFSUBSER.
           MOVE PND-SBTCW   TO TRFSBTCW OF TRFSUBSER.
           MOVE PND-SBCURR  TO TRFSBCURR OF TRFSUBSER.
           MOVE PND-SBLCS   TO TRFSBLCS OF TRFSUBSER.
           MOVE PND-SBLNDT  TO TRFSBLNDT OF TRFSUBSER.
           MOVE PND-SBWDDT  TO TRFSBWDDT OF TRFSUBSER.

       LA-36-CALL-STRnn.
           CALL 'STRnn'
                   DISPLAY 'COBOLSOD: ' PND-SERNO '/' PND-SUBSER
                       ' UPDATED EFFECTIVE ' PND-EFFDATE END-DISPLAY
                   MOVE 'Y' TO WS-APPLIED-SW
               WHEN 14
                   DISPLAY 'COBOLSOD: ' PND-SERNO '/' PND-SUBSER
                       ' REFUSED - PARENT SERVICE MISSING (RSIND=14)'
                       END-DISPLAY
               WHEN 15
                   DISPLAY 'COBOLSOD: ' PND-SERNO '/' PND-SUBSER
                       ' REFUSED - TRFSBCURR HAS NO CURRATE ENTRY'
                       ' (RSIND=15)' END-DISPLAY
               WHEN 18
                   DISPLAY 'COBOLSOD: ' PND-SERNO '/' PND-SUBSER
                       ' REFUSED - LIFECYCLE STATUS/DATES INVALID'
                       ' (RSIND=18)' END-DISPLAY
               WHEN OTHER
                   DISPLAY 'COBOLSOD: MAINTENANCE FAILED FOR '
                       PND-SERNO '/' PND-SUBSER ' RSIND=' TSRnnRSIND
           END-EVALUATE.

       LA-40-APPLY-DELETE.
           IF PND-SUBSER = 0 AND PND-DEL-CASCADE = 'Y'
               MOVE 8 TO TSRnnPRIND
           ELSE
               MOVE 4 TO TSRnnPRIND
           END-IF.
           MOVE 0 TO TSRnnRSIND.
           MOVE PND-SERNO  TO TSRnnSERNO.
           MOVE PND-SUBSER TO TSRnnSUBSER.
                   DISPLAY 'COBOLSOD: ' PND-SERNO '/' PND-SUBSER
                       ' DELETED EFFECTIVE ' PND-EFFDATE END-DISPLAY
                   MOVE 'Y' TO WS-APPLIED-SW
               WHEN 16
                   DISPLAY 'COBOLSOD: SERVICE ' PND-SERNO
                       ' STILL HAS SUBSERVICES - DELETE NOT APPLIED'
                       ' (RSIND=16)' END-DISPLAY
               WHEN 17
                   DISPLAY 'COBOLSOD: SERVICE ' PND-SERNO
                       ' KEPT - CASCADE DELETE DID NOT COMPLETE'
                       ' (RSIND=17)' END-DISPLAY
               WHEN OTHER
                   DISPLAY 'COBOLSOD: DELETE FAILED FOR ' PND-SERNO
                       '/' PND-SUBSER ' RSIND=' TSRnnRSIND END-DISPLAY
