       01  SIM-REC.
           03 SIM-KEY.
               05 SIM-EFFDATE    PIC X(8).
               05 SIM-SERNO      PIC 9(4).
               05 SIM-SUBSER     PIC 9(2).
           03 SIM-RUNID      PIC X(14).
           03 SIM-USERID     PIC X(8).
           03 SIM-BATCHES    PIC 9(4).
           03 SIM-FIRST-BUSDATE PIC X(8).
           03 SIM-LAST-BUSDATE PIC X(8).
           03 SIM-TXNCNT     PIC 9(10).
           03 SIM-ACCOUNTS   PIC 9(6).
           03 SIM-CUR-CURR   PIC X(3).
           03 SIM-CUR-CHARGE PIC S9(14)V99.
           03 SIM-NEW-CURR   PIC X(3).
           03 SIM-NEW-CHARGE PIC S9(14)V99.
           03 SIM-DIFF       PIC S9(14)V99.
           03 SIM-PCT        PIC S9(6)V99.
           03 SIM-REJECTS    PIC 9(8).
           03 SIM-TOP-ACCOUNT PIC X(10).
           03 SIM-TOP-DIFF   PIC S9(14)V99.
           03 SIM-RATES      PIC X(24).
