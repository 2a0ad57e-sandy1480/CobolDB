                   PERFORM LA-40-WRITE-END
               WHEN 'O'
                   PERFORM LA-45-WRITE-OVERRIDE
               WHEN 'V'
                   PERFORM LA-47-CHECK-OVERRIDE
               WHEN OTHER
                   MOVE 9 TO TSRRNRSIND
           END-EVALUATE.
                   END-DISPLAY
           END-IF.

       LA-47-CHECK-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-AREA.
           MOVE 'N' TO WS-OVERRIDE-SW.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RUNCTLFILE.
           IF WS-RUN-STATUS = '00'
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ RUNCTLFILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM LA-27-TEST-TODAY-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUNCTLFILE
           END-IF.
           IF WS-OVERRIDE-SW = 'N'
               MOVE 4 TO TSRRNRSIND
           END-IF.

       LA-50-OPEN-EXTEND.
           OPEN EXTEND RUNCTLFILE.
           IF WS-RUN-STATUS = '35'
