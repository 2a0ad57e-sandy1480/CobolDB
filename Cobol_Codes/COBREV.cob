       01  REVHIST-REC.
           03 REV-KEY.
               05 REV-PERIOD     PIC X(6).
               05 REV-SERNO      PIC 9(4).
               05 REV-SUBSER     PIC 9(2).
               05 REV-CURR       PIC X(3).
           03 REV-COA        PIC 9(4).
           03 REV-TXNCNT     PIC 9(10).
           03 REV-CHARGE     PIC S9(14)V99.
           03 REV-ADJCOUNT   PIC 9(6).
           03 REV-DAYS       PIC 9(3).
           03 REV-LAST-BUSDATE PIC X(8).
