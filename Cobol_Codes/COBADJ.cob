       01  ADJ-REC.
           03 ADJ-ID         PIC X(16).
           03 ADJ-ACCOUNT    PIC X(10).
           03 ADJ-SERNO      PIC 9(4).
           03 ADJ-SUBSER     PIC 9(2).
           03 ADJ-TXNDATE    PIC X(8).
           03 ADJ-AMOUNT     PIC 9(10)V99.
           03 ADJ-DRCR       PIC X.
           03 ADJ-REASON     PIC X(4).
           03 ADJ-COA        PIC 9(4).
           03 ADJ-CURR       PIC X(3).
           03 ADJ-SUPV-REQ   PIC X.
           03 ADJ-ENTERED-BY PIC X(8).
           03 ADJ-APPROVED-BY PIC X(8).
           03 ADJ-APPSTAT    PIC X.
           03 ADJ-POSTED-RUN PIC X(14).
           03 ADJ-POSTED-BUSDATE PIC X(8).
