                   TRFSBCURR OF WS-OLD-SUBSER ' -> '
                   TRFSBCURR OF WS-NEW-SUBSER END-DISPLAY
           END-IF.
           IF TRFSBLCS OF WS-OLD-SUBSER
               NOT = TRFSBLCS OF WS-NEW-SUBSER
               PERFORM LA-52-FLAG-SUB-CHANGE
               DISPLAY '   TRFSBLCS   : '
                   TRFSBLCS OF WS-OLD-SUBSER ' -> '
                   TRFSBLCS OF WS-NEW-SUBSER END-DISPLAY
           END-IF.
           IF TRFSBLNDT OF WS-OLD-SUBSER
               NOT = TRFSBLNDT OF WS-NEW-SUBSER
               PERFORM LA-52-FLAG-SUB-CHANGE
               DISPLAY '   TRFSBLNDT  : '
                   TRFSBLNDT OF WS-OLD-SUBSER ' -> '
                   TRFSBLNDT OF WS-NEW-SUBSER END-DISPLAY
           END-IF.
           IF TRFSBWDDT OF WS-OLD-SUBSER
               NOT = TRFSBWDDT OF WS-NEW-SUBSER
               PERFORM LA-52-FLAG-SUB-CHANGE
               DISPLAY '   TRFSBWDDT  : '
                   TRFSBWDDT OF WS-OLD-SUBSER ' -> '
                   TRFSBWDDT OF WS-NEW-SUBSER END-DISPLAY
           END-IF.

       LA-52-FLAG-SUB-CHANGE.
           IF WS-CHANGED-SW = 'N'
