       01  UNL-REC.
           03 UNL-RECTYPE    PIC X.
           03 UNL-DATA       PIC X(60).
           03 UNL-HDR-FIELDS REDEFINES UNL-DATA.
               05 UNL-HDR-DATE   PIC X(8).
               05 UNL-HDR-FILEID PIC X(6).
               05 FILLER         PIC X(46).
           03 UNL-TRL-FIELDS REDEFINES UNL-DATA.
               05 UNL-TRL-COUNT  PIC 9(8).
               05 UNL-TRL-HASH   PIC 9(12).
               05 FILLER         PIC X(40).
