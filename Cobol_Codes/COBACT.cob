       01  ACT-REC.
           03 ACT-RECTYPE    PIC X.
           03 ACT-DATA.
               05 ACT-ACCOUNT    PIC X(10).
               05 ACT-SERNO      PIC 9(4).
               05 ACT-SUBSER     PIC 9(2).
               05 ACT-TXNAMT     PIC 9(10)V99.
               05 ACT-TXNCNT     PIC 9(4).
               05 ACT-TXNDATE    PIC X(8).
           03 ACT-HDR-FIELDS REDEFINES ACT-DATA.
               05 ACT-HDR-BUSDATE PIC X(8).
               05 ACT-HDR-BATCHID PIC X(12).
               05 FILLER         PIC X(20).
           03 ACT-TRL-FIELDS REDEFINES ACT-DATA.
               05 ACT-TRL-COUNT  PIC 9(8).
               05 ACT-TRL-AMTHASH PIC 9(14)V99.
               05 ACT-TRL-CNTHASH PIC 9(12).
               05 FILLER         PIC X(4).
