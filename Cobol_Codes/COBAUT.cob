       01  TSRAUPRMS.
           03 TSRAURSIND     PIC 9.
           03 TSRAUPROGID    PIC X(8).
           03 TSRAUROLE      PIC X.
           03 TSRAUUSERID    PIC X(8).
           03 TSRAUACTION    PIC X(20).
