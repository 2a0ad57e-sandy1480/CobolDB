       01  AGREE-REC.
           03 AGR-KEY.
               05 AGR-ACCOUNT    PIC X(10).
               05 AGR-SERNO      PIC 9(4).
               05 AGR-SUBSER     PIC 9(2).
               05 AGR-FROMDATE   PIC X(8).
           03 AGR-DATA.
               05 AGR-TODATE     PIC X(8).
               05 AGR-TYPE       PIC X.
               05 AGR-FIXED      PIC 9(10)V99.
               05 AGR-COMMRATE   PIC 9(2)V9(4).
               05 AGR-DISCPCT    PIC 9(3)V99.
