                             ==TRFSUB-KEY== BY ==WS-BEF-SUB-KEY==.
       COPY COBSUB REPLACING ==TRFSUBSER== BY ==WS-AFT-SUBSER==
                             ==TRFSUB-KEY== BY ==WS-AFT-SUB-KEY==.
       COPY COBAGR REPLACING ==AGREE-REC== BY ==WS-BEF-AGREE==
                             ==AGR-KEY== BY ==WS-BEF-AGR-KEY==
                             ==AGR-DATA== BY ==WS-BEF-AGR-DATA==.
       COPY COBAGR REPLACING ==AGREE-REC== BY ==WS-AFT-AGREE==
                             ==AGR-KEY== BY ==WS-AFT-AGR-KEY==
                             ==AGR-DATA== BY ==WS-AFT-AGR-DATA==.
       01  WS-BEF-USRAUTH.
           03 WS-BEF-USR-ROLES  PIC X(5).
           03 WS-BEF-USR-EXPIRY PIC X(8).
           03 WS-BEF-USR-NAME   PIC X(27).
       01  WS-AFT-USRAUTH.
           03 WS-AFT-USR-ROLES  PIC X(5).
           03 WS-AFT-USR-EXPIRY PIC X(8).
           03 WS-AFT-USR-NAME   PIC X(27).
       01  WS-BEF-SUBLIFE.
           03 WS-BEF-LIFE-LCS   PIC X.
           03 WS-BEF-LIFE-LNDT  PIC X(8).
           03 WS-BEF-LIFE-WDDT  PIC X(8).
           03 FILLER            PIC X(23).
       01  WS-AFT-SUBLIFE.
           03 WS-AFT-LIFE-LCS   PIC X.
           03 WS-AFT-LIFE-LNDT  PIC X(8).
           03 WS-AFT-LIFE-WDDT  PIC X(8).
           03 FILLER            PIC X(23).
       01  WS-AUD-STATUS        PIC XX.
       01  WS-ARC-STATUS        PIC XX.
       01  WS-EOF-SW            PIC X          VALUE 'N'.
           DISPLAY AUD-TIMESTAMP ' ' AUD-USERID ' ' AUD-RECTYPE ' '
               AUD-ACTION ' ' AUD-KEY-SERNO '/' AUD-KEY-SUBSER
               ' FIELDS=' AUD-CHG-FIELDS END-DISPLAY.
           EVALUATE AUD-RECTYPE
               WHEN 'SERVICE'
                   PERFORM LA-40-DECODE-SERVICE
               WHEN 'AGREEMT'
                   PERFORM LA-58-DECODE-AGREEMENT
               WHEN 'USERAUT'
                   PERFORM LA-59-DECODE-USERAUTH
               WHEN 'SUBLIFE'
                   PERFORM LA-57-DECODE-SUBLIFE
               WHEN 'AUTHREF'
                   DISPLAY '   REFUSED ACTION=' AUD-AFTER-IMG (1:20)
                       END-DISPLAY
               WHEN OTHER
                   PERFORM LA-50-DECODE-SUBSERV
           END-EVALUATE.

       LA-40-DECODE-SERVICE.
           MOVE AUD-BEFORE-IMG TO WS-BEF-SERVICE.
                   TRFSBCURR OF WS-AFT-SUBSER END-DISPLAY
           END-IF.

       LA-57-DECODE-SUBLIFE.
           MOVE AUD-BEFORE-IMG TO WS-BEF-SUBLIFE.
           MOVE AUD-AFTER-IMG  TO WS-AFT-SUBLIFE.
           IF AUD-ACTION NOT = 'ADD'
               DISPLAY '   BEFORE: STATUS=' WS-BEF-LIFE-LCS
                   ' LAUNCH=' WS-BEF-LIFE-LNDT
                   ' WITHDRAWAL=' WS-BEF-LIFE-WDDT END-DISPLAY
           END-IF.
           DISPLAY '   AFTER : STATUS=' WS-AFT-LIFE-LCS
               ' LAUNCH=' WS-AFT-LIFE-LNDT
               ' WITHDRAWAL=' WS-AFT-LIFE-WDDT END-DISPLAY.

       LA-58-DECODE-AGREEMENT.
           MOVE AUD-BEFORE-IMG TO WS-BEF-AGR-DATA.
           MOVE AUD-AFTER-IMG  TO WS-AFT-AGR-DATA.
           IF AUD-ACTION NOT = 'ADD'
               DISPLAY '   BEFORE: TO=' AGR-TODATE OF WS-BEF-AGREE
                   ' TYPE=' AGR-TYPE OF WS-BEF-AGREE
                   ' FIXED=' AGR-FIXED OF WS-BEF-AGREE
                   ' COMM=' AGR-COMMRATE OF WS-BEF-AGREE
                   ' DISC=' AGR-DISCPCT OF WS-BEF-AGREE
                   END-DISPLAY
           END-IF.
           IF AUD-ACTION NOT = 'DELETE'
               DISPLAY '   AFTER : TO=' AGR-TODATE OF WS-AFT-AGREE
                   ' TYPE=' AGR-TYPE OF WS-AFT-AGREE
                   ' FIXED=' AGR-FIXED OF WS-AFT-AGREE
                   ' COMM=' AGR-COMMRATE OF WS-AFT-AGREE
                   ' DISC=' AGR-DISCPCT OF WS-AFT-AGREE
                   END-DISPLAY
           END-IF.

       LA-59-DECODE-USERAUTH.
           MOVE AUD-BEFORE-IMG TO WS-BEF-USRAUTH.
           MOVE AUD-AFTER-IMG  TO WS-AFT-USRAUTH.
           IF AUD-ACTION NOT = 'ADD'
               DISPLAY '   BEFORE: ROLES=' WS-BEF-USR-ROLES
                   ' EXPIRY=' WS-BEF-USR-EXPIRY
                   ' NAME=' WS-BEF-USR-NAME END-DISPLAY
           END-IF.
           IF AUD-ACTION NOT = 'DELETE'
               DISPLAY '   AFTER : ROLES=' WS-AFT-USR-ROLES
                   ' EXPIRY=' WS-AFT-USR-EXPIRY
                   ' NAME=' WS-AFT-USR-NAME END-DISPLAY
           END-IF.

       LA-60-ACCUMULATE-SUMMARY.
           MOVE 'N' TO WS-SUM-FOUND-SW.
           MOVE 1 TO WS-SUM-IX.
