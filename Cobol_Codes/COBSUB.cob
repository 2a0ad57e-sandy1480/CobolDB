           03 TRFSBCCAM      PIC 9.
           03 TRFSBTCW       PIC 9(10).
           03 TRFSBCURR      PIC X(3).
           03 TRFSBLCS       PIC X.
           03 TRFSBLNDT      PIC X(8).
           03 TRFSBWDDT      PIC X(8).
