       01  CUSTACCT-REC.
           03 ACC-ACCOUNT    PIC X(10).
           03 ACC-NAME       PIC X(30).
           03 ACC-BRANCH     PIC X(4).
           03 ACC-STATUS     PIC X.
           03 ACC-BILLCURR   PIC X(3).
           03 ACC-OPENDATE   PIC X(8).
           03 ACC-CLOSEDATE  PIC X(8).
