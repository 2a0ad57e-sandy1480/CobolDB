       01  CHGPOST-REC.
           03 PST-RECTYPE    PIC X.
           03 PST-DATA.
               05 PST-COA        PIC 9(4).
               05 PST-CURR       PIC X(3).
               05 PST-ACCOUNT    PIC X(10).
               05 PST-SERNO      PIC 9(4).
               05 PST-SUBSER     PIC 9(2).
               05 PST-TXNCNT     PIC 9(6).
               05 PST-CHARGE     PIC S9(12)V99.
               05 PST-STDCHARGE  PIC S9(12)V99.
               05 PST-ORIGDATE   PIC X(8).
               05 PST-REASON     PIC X(4).
           03 PST-HDR-FIELDS REDEFINES PST-DATA.
               05 PST-HDR-BUSDATE PIC X(8).
               05 PST-HDR-RUNID  PIC X(14).
               05 FILLER         PIC X(47).
