       01  REVREG-REC.
           03 RLR-BUSDATE    PIC X(8).
           03 RLR-RUNID      PIC X(14).
           03 RLR-TIMESTAMP  PIC X(26).
           03 RLR-USERID     PIC X(8).
           03 RLR-COUNT      PIC 9(8).
           03 RLR-CHARGE     PIC S9(14)V99.
