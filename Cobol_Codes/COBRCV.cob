       01  RCVREG-REC.
           03 RCV-BUSDATE    PIC X(8).
           03 RCV-BATCHID    PIC X(12).
           03 RCV-RUNID      PIC X(14).
           03 RCV-USERID     PIC X(8).
           03 RCV-COUNT      PIC 9(8).
           03 RCV-AMTHASH    PIC 9(14)V99.
           03 RCV-CNTHASH    PIC 9(12).
           03 RCV-OVERRIDE   PIC X.
