               88  TX-IS-DEBIT         VALUE "D".
               88  TX-IS-CREDIT        VALUE "C".
           05  TX-AMOUNT           PIC 9(7)V9(2).
           05  FILLER              PIC X(16).
       01  GL-BATCH-HEADER-VIEW REDEFINES GL-TRANSACTION-RECORD.
           05  BH-RECORD-TYPE      PIC X(2).
               88  REC-IS-BATCH-HEADER VALUE "BH".
           05  BH-BATCH-ID         PIC X(6).
           05  BH-SOURCE           PIC X(8).
           05  BH-BATCH-DATE       PIC 9(8).
           05  FILLER              PIC X(8).
       01  GL-BATCH-TRAILER-VIEW REDEFINES GL-TRANSACTION-RECORD.
           05  BT-RECORD-TYPE      PIC X(2).
               88  REC-IS-BATCH-TRAILER VALUE "BT".
