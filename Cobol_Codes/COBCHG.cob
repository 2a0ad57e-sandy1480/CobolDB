           03 TSRCHCURR      PIC X(3).
           03 TSRCHRATE      PIC 9(3)V9(6).
           03 TSRCHLOCAMT    PIC 9(10)V99.
           03 TSRCHACCOUNT   PIC X(10).
           03 TSRCHSTDTOTAL  PIC 9(10)V99.
           03 TSRCHAGRTYPE   PIC X.
           03 TSRCHSIMSW     PIC X.
           03 TSRCHSIMRATES.
               05 TSRCHSIMCFCF   PIC X.
               05 TSRCHSIMCFCM   PIC X.
               05 TSRCHSIMCFCT   PIC 9(3).
               05 TSRCHSIMCOA    PIC 9(4).
               05 TSRCHSIMCCAF   PIC X.
               05 TSRCHSIMCCAM   PIC 9.
               05 TSRCHSIMTCW    PIC 9(10).
               05 TSRCHSIMCURR   PIC X(3).
