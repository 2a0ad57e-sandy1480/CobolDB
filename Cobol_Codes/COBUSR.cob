       01  USRAUTH-REC.
           03 USR-ID         PIC X(8).
           03 USR-NAME       PIC X(30).
           03 USR-ROLES.
               05 USR-MAKER      PIC X.
               05 USR-CHECKER    PIC X.
               05 USR-RATES      PIC X.
               05 USR-OPS        PIC X.
               05 USR-READONLY   PIC X.
           03 USR-EXPIRY     PIC X(8).
           03 USR-UPD-BY     PIC X(8).
           03 USR-UPD-DATE   PIC X(8).
