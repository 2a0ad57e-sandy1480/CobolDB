               05 PND-SERNO      PIC 9(4).
               05 PND-SUBSER     PIC 9(2).
           03 PND-ACTION     PIC X.
           03 PND-FIELD-DATA PIC X(47).
           03 PND-SRV-FIELDS REDEFINES PND-FIELD-DATA.
               05 PND-SRTYPE     PIC 9.
               05 PND-SRNAME     PIC X(3).
               05 PND-SRAPA      PIC 9.
               05 PND-SRDCA      PIC 9.
               05 PND-SRATA      PIC 9.
               05 FILLER         PIC X(31).
           03 PND-SUB-FIELDS REDEFINES PND-FIELD-DATA.
               05 PND-SBST       PIC 9.
               05 PND-SBSF       PIC 9.
               05 PND-SBCCAM     PIC 9.
               05 PND-SBTCW      PIC 9(10).
               05 PND-SBCURR     PIC X(3).
               05 PND-SBLCS      PIC X.
               05 PND-SBLNDT     PIC X(8).
               05 PND-SBWDDT     PIC X(8).
           03 PND-DEL-FIELDS REDEFINES PND-FIELD-DATA.
               05 PND-DEL-CASCADE PIC X.
               05 FILLER         PIC X(46).
           03 PND-ENTERED-BY PIC X(8).
           03 PND-APPROVED-BY PIC X(8).
           03 PND-APPSTAT    PIC X.
