           LABEL RECORD IS STANDARD.
       COPY COBCUR.
       WORKING-STORAGE SECTION.
       COPY COBAUT.
       01  WS-CUR-STATUS        PIC XX.
       01  WS-EOF-SW            PIC X          VALUE 'N'.
       01  WS-ACTION            PIC X          VALUE 'L'.
           DISPLAY 'ACTION - (M)AINTAIN ADD/UPDATE, (D)ELETE OR'
               ' (L)IST:' END-DISPLAY.
           ACCEPT WS-ACTION FROM CONSOLE.
           PERFORM LA-05-CHECK-AUTHORITY.
           IF TSRAURSIND = 0
               PERFORM LA-15-OPEN-FILE
               IF WS-CUR-STATUS = '00'
                   EVALUATE WS-ACTION
                       WHEN 'M'
                           PERFORM LA-20-MAINTAIN
                       WHEN 'D'
                           PERFORM LA-30-DELETE
                       WHEN 'L'
                           PERFORM LA-40-LIST
                       WHEN OTHER
                           DISPLAY 'COBOLCUR: ACTION MUST BE M, D OR L'
                               END-DISPLAY
                   END-EVALUATE
                   CLOSE CURFILE
               END-IF
           END-IF.
       LA-EXIT.
           STOP RUN.

       LA-05-CHECK-AUTHORITY.
           MOVE 'COBOLCUR' TO TSRAUPROGID.
           EVALUATE WS-ACTION
               WHEN 'M'
                   MOVE 'R' TO TSRAUROLE
                   MOVE 'MAINTAIN CURRATE' TO TSRAUACTION
               WHEN 'D'
                   MOVE 'R' TO TSRAUROLE
                   MOVE 'DELETE CURRATE' TO TSRAUACTION
               WHEN OTHER
                   MOVE 'V' TO TSRAUROLE
                   MOVE 'LIST CURRATE' TO TSRAUACTION
           END-EVALUATE.
           CALL 'STRAUT' USING BY REFERENCE TSRAUPRMS END-CALL.
           IF TSRAURSIND NOT = 0
               DISPLAY 'COBOLCUR: ACTION REFUSED - NOT AUTHORIZED'
                   END-DISPLAY
           END-IF.

       LA-15-OPEN-FILE.
           OPEN I-O CURFILE.
           IF WS-CUR-STATUS = '35'
