           05  TX-ACCOUNT          PIC X(6).
           05  TX-TYPE             PIC X.
           05  TX-AMOUNT           PIC 9(7)V9(2).
           05  TX-SOURCE           PIC X(8).
           05  TX-BATCH-REF        PIC X(6).
           05  TX-COMPANY          PIC X(2).
       01  GL-BATCH-HEADER-VIEW REDEFINES GL-TRANSACTION-RECORD.
           05  BH-RECORD-TYPE      PIC X(2).
           05  BH-BATCH-ID         PIC X(6).
           05  BH-SOURCE           PIC X(8).
           05  BH-BATCH-DATE       PIC 9(8).
           05  FILLER              PIC X(6).
           05  BH-COMPANY          PIC X(2).
       01  GL-BATCH-TRAILER-VIEW REDEFINES GL-TRANSACTION-RECORD.
           05  BT-RECORD-TYPE      PIC X(2).
           05  BT-BATCH-ID         PIC X(6).
            END-IF
            MOVE "D" TO TX-TYPE
            MOVE WS-ABS-NET-GAIN-LOSS TO TX-AMOUNT
            MOVE "REVALUE" TO TX-SOURCE
            MOVE "FXREVL" TO TX-BATCH-REF
            WRITE GL-TRANSACTION-RECORD

            MOVE SPACES TO GL-TRANSACTION-RECORD
            END-IF
            MOVE "C" TO TX-TYPE
            MOVE WS-ABS-NET-GAIN-LOSS TO TX-AMOUNT
            MOVE "REVALUE" TO TX-SOURCE
            MOVE "FXREVL" TO TX-BATCH-REF
            WRITE GL-TRANSACTION-RECORD

            MOVE SPACES TO GL-TRANSACTION-RECORD
