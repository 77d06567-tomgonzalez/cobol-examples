      *           as one balanced GLTRANS.DAT batch, the last target
      *           taking the rounding residue. The report shows each
      *           source amount and where every dollar went.
      *           Allocation runs within one company at a time -
      *           GLALLOC_COMPANY, the parent company 01 when unset -
      *           reading only that company's balances and stamping
      *           its code on the batch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  BL-PERIOD           PIC 9(6).
           05  BL-DEBIT-BALANCE    PIC 9(9)V9(2).
           05  BL-CREDIT-BALANCE   PIC 9(9)V9(2).
           05  BL-COMPANY          PIC X(2).

       FD  DEPT-ACCOUNT-FILE.
       01  DEPT-ACCOUNT-RECORD.
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
               10  SOE-SOURCE-ACCOUNT  PIC X(6).
               10  SOE-BALANCE         PIC S9(9)V9(2).

      * The company being allocated; a balance with no company
      * code belongs to the parent.
       01  WS-PARENT-COMPANY       PIC X(2) VALUE "01".
       01  WS-ENV-COMPANY          PIC X(2) VALUE SPACES.
       01  WS-ALLOC-COMPANY        PIC X(2) VALUE "01".
       01  WS-BALANCE-COMPANY      PIC X(2).

       01  WS-SHARE-AMOUNT         PIC 9(7)V9(2).
       01  WS-REMAIN-AMOUNT        PIC 9(7)V9(2).
       01  WS-LAST-RULE-SUB        PIC 9(3).
           05  FILLER          PIC X(40) VALUE
               "DEPARTMENTAL COST ALLOCATION - PERIOD ".
           05  RH-PERIOD       PIC 9(6).
           05  FILLER          PIC X(11) VALUE "  COMPANY ".
           05  RH-COMPANY      PIC X(2).
       01  REPORT-SOURCE-LINE.
           05  FILLER          PIC X(8)  VALUE "SOURCE ".
           05  RS-ACCOUNT      PIC X(6).
            ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT-VALUE
            IF WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-POST-PERIOD
            END-IF
            DISPLAY "GLALLOC_COMPANY" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-COMPANY FROM ENVIRONMENT-VALUE
            IF WS-ENV-COMPANY NOT = SPACES
               MOVE WS-ENV-COMPANY TO WS-ALLOC-COMPANY
            END-IF.

       050-OPEN-FILES.
               MOVE 1 TO RETURN-CODE
            ELSE
               MOVE WS-POST-PERIOD TO RH-PERIOD
               MOVE WS-ALLOC-COMPANY TO RH-COMPANY
               WRITE REPORT-LINE FROM REPORT-HEADING-1
            END-IF.

                  AT END
                     MOVE 'Y' TO WS-BALANCE-EOF-SWITCH
                  NOT AT END
                     IF BL-COMPANY = SPACES
                        MOVE WS-PARENT-COMPANY TO WS-BALANCE-COMPANY
                     ELSE
                        MOVE BL-COMPANY TO WS-BALANCE-COMPANY
                     END-IF
                     IF BL-PERIOD = WS-POST-PERIOD
                           AND WS-BALANCE-COMPANY = WS-ALLOC-COMPANY
                        PERFORM VARYING SO-IDX FROM 1 BY 1
                              UNTIL SO-IDX > WS-SOURCE-COUNT
                           IF SOE-SOURCE-ACCOUNT (SO-IDX) =
            MOVE SOE-SOURCE-ACCOUNT (SO-IDX) TO BH-BATCH-ID
            MOVE "COSTALLC" TO BH-SOURCE
            MOVE WS-TODAY-DATE TO BH-BATCH-DATE
            MOVE WS-ALLOC-COMPANY TO BH-COMPANY
            WRITE GL-TRANSACTION-RECORD

            MOVE 0 TO WS-BATCH-LINE-COUNT
            MOVE SOE-SOURCE-ACCOUNT (SO-IDX) TO TX-ACCOUNT
            MOVE "C" TO TX-TYPE
            MOVE SOE-BALANCE (SO-IDX) TO TX-AMOUNT
            MOVE "COSTALLC" TO TX-SOURCE
            MOVE SOE-SOURCE-ACCOUNT (SO-IDX) TO TX-BATCH-REF
            MOVE WS-ALLOC-COMPANY TO TX-COMPANY
            WRITE GL-TRANSACTION-RECORD
            ADD 1 TO WS-BATCH-LINE-COUNT
            ADD SOE-BALANCE (SO-IDX) TO WS-BATCH-CREDITS
            MOVE WS-TARGET-ACCOUNT TO TX-ACCOUNT
            MOVE "D" TO TX-TYPE
            MOVE WS-SHARE-AMOUNT TO TX-AMOUNT
            MOVE "COSTALLC" TO TX-SOURCE
            MOVE SOE-SOURCE-ACCOUNT (SO-IDX) TO TX-BATCH-REF
            MOVE WS-ALLOC-COMPANY TO TX-COMPANY
            WRITE GL-TRANSACTION-RECORD
            ADD 1 TO WS-BATCH-LINE-COUNT
            ADD WS-SHARE-AMOUNT TO WS-BATCH-DEBITS
