       01  GLREG-REC.
           03 GLR-BUSDATE    PIC X(8).
           03 GLR-RUNID      PIC X(14).
           03 GLR-TIMESTAMP  PIC X(26).
           03 GLR-USERID     PIC X(8).
           03 GLR-COUNT      PIC 9(8).
           03 GLR-DEBITS     PIC 9(14)V99.
           03 GLR-CREDITS    PIC 9(14)V99.
