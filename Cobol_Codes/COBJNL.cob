       01  JNL-REC.
           03 JNL-RECTYPE    PIC X.
           03 JNL-DATA       PIC X(79).
           03 JNL-HDR-FIELDS REDEFINES JNL-DATA.
               05 JNL-HDR-BUSDATE PIC X(8).
               05 JNL-HDR-RUNID  PIC X(14).
               05 JNL-HDR-SOURCE PIC X(8).
               05 JNL-HDR-CREATED PIC X(14).
               05 FILLER         PIC X(35).
           03 JNL-DTL-FIELDS REDEFINES JNL-DATA.
               05 JNL-COA        PIC 9(4).
               05 JNL-CURR       PIC X(3).
               05 JNL-DRCR       PIC X.
               05 JNL-AMOUNT     PIC 9(12)V99.
               05 JNL-CONTRA-COA PIC 9(4).
               05 JNL-BUSDATE    PIC X(8).
               05 JNL-NARRATIVE  PIC X(20).
               05 FILLER         PIC X(25).
           03 JNL-TRL-FIELDS REDEFINES JNL-DATA.
               05 JNL-TRL-COUNT  PIC 9(8).
               05 JNL-TRL-DEBITS PIC 9(14)V99.
               05 JNL-TRL-CREDITS PIC 9(14)V99.
               05 FILLER         PIC X(39).
