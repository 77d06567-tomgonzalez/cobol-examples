      *           CLOSE uses for PAYYTD. The control record
      *           (GLYECTL.DAT) names the retained-earnings account
      *           and remembers the last closed year so the same
      *           year can't close twice.  Each seeded balance is
      *           also written to the posted-detail history
      *           (GLDETAIL.NEW) as a balance-forward line, so the GL
      *           detail ledger still proves the new year's balances.
      *           Each company closes on its own: one closing batch
      *           per company code on GLBAL.DAT (batch ID YECLcc),
      *           each to that company's retained earnings, and the
      *           seeded balances keep their company.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT GL-DETAIL-OLD-FILE ASSIGN TO "GLDETAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-OLD-STATUS.

           SELECT GL-DETAIL-NEW-FILE ASSIGN TO "GLDETAIL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-NEW-STATUS.

           SELECT YE-CONTROL-FILE ASSIGN TO "GLYECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YE-CONTROL-STATUS.
           05  BL-PERIOD           PIC 9(6).
           05  BL-DEBIT-BALANCE    PIC 9(9)V9(2).
           05  BL-CREDIT-BALANCE   PIC 9(9)V9(2).
           05  BL-COMPANY          PIC X(2).

       FD  GL-BALANCE-NEW-FILE.
       01  GL-BALANCE-NEW-RECORD.
           05  BN-PERIOD           PIC 9(6).
           05  BN-DEBIT-BALANCE    PIC 9(9)V9(2).
           05  BN-CREDIT-BALANCE   PIC 9(9)V9(2).
           05  BN-COMPANY          PIC X(2).

       FD  GL-BALANCE-ARCHIVE-FILE.
       01  GL-BALANCE-ARCHIVE-RECORD.
           05  AR-PERIOD           PIC 9(6).
           05  AR-DEBIT-BALANCE    PIC 9(9)V9(2).
           05  AR-CREDIT-BALANCE   PIC 9(9)V9(2).
           05  AR-COMPANY          PIC X(2).

       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.
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
           05  BT-DEBIT-TOTAL      PIC 9(7)V9(2).
           05  BT-CREDIT-TOTAL     PIC 9(7)V9(2).

      * Posted-detail history - the layout GL-BALANCE-POSTING keeps.
       FD  GL-DETAIL-OLD-FILE.
       01  GL-DETAIL-OLD-RECORD    PIC X(59).

       FD  GL-DETAIL-NEW-FILE.
       01  GL-DETAIL-NEW-RECORD.
           05  GD-ACCOUNT          PIC X(6).
           05  GD-PERIOD           PIC 9(6).
           05  GD-TYPE             PIC X.
           05  GD-AMOUNT           PIC 9(9)V9(2).
           05  GD-POSTED-DATE      PIC 9(8).
           05  GD-SOURCE           PIC X(8).
           05  GD-BATCH-ID         PIC X(6).
           05  GD-REFERENCE        PIC X(6).
           05  GD-LINE-NUMBER      PIC 9(5).
           05  GD-COMPANY          PIC X(2).

       FD  YE-CONTROL-FILE.
       01  YE-CONTROL-RECORD.
           05  YE-RETAINED-ACCOUNT PIC X(6).
       01  WS-COA-FILE-STATUS      PIC XX.
       01  WS-GL-FILE-STATUS       PIC XX.
       01  WS-YE-CONTROL-STATUS    PIC XX.
       01  WS-DETAIL-OLD-STATUS    PIC XX.
       01  WS-DETAIL-NEW-STATUS    PIC XX.
       01  WS-DETAIL-OLD-EOF       PIC X VALUE 'N'.
           88  END-OF-OLD-DETAIL       VALUE 'Y'.
       01  WS-FORWARD-LINE-NUMBER  PIC 9(5) VALUE 0.
       01  WS-PERIOD-EOF-SWITCH    PIC X VALUE 'N'.
           88  END-OF-PERIODS          VALUE 'Y'.
       01  WS-BALANCE-EOF-SWITCH   PIC X VALUE 'N'.
           05  ACCOUNT-SUM-ENTRY OCCURS 200 TIMES
                                   INDEXED BY AS-IDX.
               10  ASE-ACCOUNT         PIC X(6).
               10  ASE-COMPANY         PIC X(2).
               10  ASE-ACCOUNT-TYPE    PIC X.
               10  ASE-DEBIT-TOTAL     PIC 9(11)V9(2).
               10  ASE-CREDIT-TOTAL    PIC 9(11)V9(2).
               10  CHE-ACCOUNT         PIC X(6).
               10  CHE-ACCOUNT-TYPE    PIC X.

      * Company segment: a balance with no company code belongs to
      * the parent company.  Every company found closes separately.
       01  WS-PARENT-COMPANY       PIC X(2) VALUE "01".
       01  WS-BALANCE-COMPANY      PIC X(2).
       01  WS-CLOSING-COMPANY      PIC X(2).
       01  WS-COMPANY-COUNT-MAX    PIC 9(2) VALUE 20.
       01  WS-COMPANY-COUNT        PIC 9(2) VALUE 0.
       01  COMPANY-LIST-TABLE.
           05  COMPANY-LIST-ENTRY OCCURS 20 TIMES
                                   INDEXED BY CO-IDX.
               10  CLE-COMPANY         PIC X(2).
       01  WS-CLOSE-BATCH-ID.
           05  FILLER              PIC X(4) VALUE "YECL".
           05  WS-CLOSE-BATCH-CO   PIC X(2).

       01  WS-NET-BALANCE          PIC S9(11)V9(2).
       01  WS-CLOSE-DEBITS         PIC 9(11)V9(2) VALUE 0.
       01  WS-CLOSE-CREDITS        PIC 9(11)V9(2) VALUE 0.
       01  WS-CLOSE-LINE-COUNT     PIC 9(5) VALUE 0.
       01  WS-CLOSE-LINE-TOTAL     PIC 9(5) VALUE 0.
       01  WS-RETAINED-NET         PIC S9(11)V9(2).
       01  WS-SEEDED-COUNT         PIC 9(5) VALUE 0.
       01  WS-ARCHIVED-COUNT       PIC 9(5) VALUE 0.
            PERFORM 100-SUM-YEAR-BALANCES
            PERFORM 300-WRITE-CLOSING-BATCH
            PERFORM 400-SEED-NEW-YEAR
            PERFORM 450-WRITE-BALANCE-FORWARD
            PERFORM 500-ARCHIVE-CLOSED-YEAR
            PERFORM 700-RECORD-CLOSED-YEAR
            PERFORM 900-CLOSE-FILES
            DISPLAY "GL YEAR ", WS-CLOSING-YEAR, " CLOSED: ",
               WS-CLOSE-LINE-TOTAL, " CLOSING LINES FOR ",
               WS-COMPANY-COUNT, " COMPANIES, ",
               WS-SEEDED-COUNT, " ACCOUNTS SEEDED, ",
               WS-ARCHIVED-COUNT, " RECORDS ARCHIVED.  PROMOTE "
               "GLBAL.NEW OVER GLBAL.DAT AND GLDETAIL.NEW OVER "
               "GLDETAIL.DAT."
            PERFORM 970-DISPLAY-RUN-STATISTICS

            STOP RUN.

       110-SUM-ONE-BALANCE.

            IF BL-COMPANY = SPACES
               MOVE WS-PARENT-COMPANY TO WS-BALANCE-COMPANY
            ELSE
               MOVE BL-COMPANY TO WS-BALANCE-COMPANY
            END-IF
            PERFORM 120-NOTE-COMPANY

            PERFORM VARYING AS-IDX FROM 1 BY 1
                  UNTIL AS-IDX > WS-ACCT-COUNT
               IF ASE-ACCOUNT (AS-IDX) = BL-ACCOUNT
                     AND ASE-COMPANY (AS-IDX) = WS-BALANCE-COMPANY
                  EXIT PERFORM
               END-IF
            END-PERFORM
               ADD 1 TO WS-ACCT-COUNT
               SET AS-IDX TO WS-ACCT-COUNT
               MOVE BL-ACCOUNT TO ASE-ACCOUNT (AS-IDX)
               MOVE WS-BALANCE-COMPANY TO ASE-COMPANY (AS-IDX)
               MOVE 0 TO ASE-DEBIT-TOTAL (AS-IDX)
               MOVE 0 TO ASE-CREDIT-TOTAL (AS-IDX)
               MOVE "?" TO ASE-ACCOUNT-TYPE (AS-IDX)
            ADD BL-DEBIT-BALANCE TO ASE-DEBIT-TOTAL (AS-IDX)
            ADD BL-CREDIT-BALANCE TO ASE-CREDIT-TOTAL (AS-IDX).

       120-NOTE-COMPANY.

            PERFORM VARYING CO-IDX FROM 1 BY 1
                  UNTIL CO-IDX > WS-COMPANY-COUNT
               IF CLE-COMPANY (CO-IDX) = WS-BALANCE-COMPANY
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-COMPANY-COUNT >= WS-COMPANY-COUNT-MAX
               DISPLAY "WARNING: COMPANY TABLE FULL, COMPANY ",
                  WS-BALANCE-COMPANY, " NOT CLOSED"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-COMPANY-COUNT
            MOVE WS-BALANCE-COMPANY TO CLE-COMPANY (WS-COMPANY-COUNT).

      * The closing batches: every revenue and expense account gets
      * the entry that zeroes its net for the year, offset by one
      * retained-earnings line, each company's group batched BH/BT
      * like any other GLTRANS.DAT source.
       300-WRITE-CLOSING-BATCH.

            OPEN EXTEND GL-TRANSACTION-FILE
               EXIT PARAGRAPH
            END-IF

            PERFORM VARYING CO-IDX FROM 1 BY 1
                  UNTIL CO-IDX > WS-COMPANY-COUNT
               MOVE CLE-COMPANY (CO-IDX) TO WS-CLOSING-COMPANY
               PERFORM 305-WRITE-COMPANY-BATCH
            END-PERFORM
            CLOSE GL-TRANSACTION-FILE.

       305-WRITE-COMPANY-BATCH.

            MOVE WS-CLOSING-COMPANY TO WS-CLOSE-BATCH-CO
            MOVE 0 TO WS-CLOSE-DEBITS
            MOVE 0 TO WS-CLOSE-CREDITS
            MOVE 0 TO WS-CLOSE-LINE-COUNT

            MOVE SPACES TO GL-TRANSACTION-RECORD
            MOVE "BH" TO BH-RECORD-TYPE
            MOVE WS-CLOSE-BATCH-ID TO BH-BATCH-ID
            MOVE "YEARCLSE" TO BH-SOURCE
            MOVE WS-TODAY-DATE TO BH-BATCH-DATE
            MOVE WS-CLOSING-COMPANY TO BH-COMPANY
            WRITE GL-TRANSACTION-RECORD

            MOVE 0 TO WS-RETAINED-NET
            PERFORM VARYING AS-IDX FROM 1 BY 1
                  UNTIL AS-IDX > WS-ACCT-COUNT
               IF ASE-COMPANY (AS-IDX) = WS-CLOSING-COMPANY
                     AND (ASE-ACCOUNT-TYPE (AS-IDX) = "R"
                     OR ASE-ACCOUNT-TYPE (AS-IDX) = "E")
                  PERFORM 310-CLOSE-ONE-ACCOUNT
               END-IF
            END-PERFORM
               COMPUTE WS-CLOSE-DEBITS =
                  WS-CLOSE-DEBITS - WS-RETAINED-NET
            END-IF
            MOVE "YEARCLSE" TO TX-SOURCE
            MOVE WS-CLOSE-BATCH-ID TO TX-BATCH-REF
            MOVE WS-CLOSING-COMPANY TO TX-COMPANY
            WRITE GL-TRANSACTION-RECORD
            ADD 1 TO WS-CLOSE-LINE-COUNT

            MOVE SPACES TO GL-TRANSACTION-RECORD
            MOVE "BT" TO BT-RECORD-TYPE
            MOVE WS-CLOSE-BATCH-ID TO BT-BATCH-ID
            MOVE WS-CLOSE-LINE-COUNT TO BT-RECORD-COUNT
            MOVE WS-CLOSE-DEBITS TO BT-DEBIT-TOTAL
            MOVE WS-CLOSE-CREDITS TO BT-CREDIT-TOTAL
            WRITE GL-TRANSACTION-RECORD
            ADD WS-CLOSE-LINE-COUNT TO WS-CLOSE-LINE-TOTAL
            COMPUTE WS-RUNSTAT-RECORDS-WRITTEN =
               WS-RUNSTAT-RECORDS-WRITTEN + WS-CLOSE-LINE-COUNT + 2.

       310-CLOSE-ONE-ACCOUNT.

                  WS-CLOSE-CREDITS - WS-NET-BALANCE
            END-IF
            ADD WS-NET-BALANCE TO WS-RETAINED-NET
            MOVE "YEARCLSE" TO TX-SOURCE
            MOVE WS-CLOSE-BATCH-ID TO TX-BATCH-REF
            MOVE WS-CLOSING-COMPANY TO TX-COMPANY
            WRITE GL-TRANSACTION-RECORD
            ADD 1 TO WS-CLOSE-LINE-COUNT.

               IF ASE-ACCOUNT-TYPE (AS-IDX) NOT = "R"
                     AND ASE-ACCOUNT-TYPE (AS-IDX) NOT = "E"
                  MOVE ASE-ACCOUNT (AS-IDX) TO BN-ACCOUNT
                  MOVE ASE-COMPANY (AS-IDX) TO BN-COMPANY
                  MOVE WS-NEW-YEAR-PERIOD TO BN-PERIOD
                  MOVE ASE-DEBIT-TOTAL (AS-IDX) TO BN-DEBIT-BALANCE
                  MOVE ASE-CREDIT-TOTAL (AS-IDX) TO
            END-PERFORM
            CLOSE GL-BALANCE-NEW-FILE.

      * The same seeded amounts as balance-forward detail: the old
      * history is carried over, then a debit and a credit line per
      * seeded account dated today under the closing batch.
       450-WRITE-BALANCE-FORWARD.

            OPEN OUTPUT GL-DETAIL-NEW-FILE
            IF WS-DETAIL-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: GLDETAIL.NEW OPEN FAILED, STATUS = ",
                  WS-DETAIL-NEW-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            OPEN INPUT GL-DETAIL-OLD-FILE
            IF WS-DETAIL-OLD-STATUS NOT = "00"
               MOVE 'Y' TO WS-DETAIL-OLD-EOF
            END-IF
            PERFORM UNTIL END-OF-OLD-DETAIL
               READ GL-DETAIL-OLD-FILE
                  AT END
                     MOVE 'Y' TO WS-DETAIL-OLD-EOF
                  NOT AT END
                     MOVE GL-DETAIL-OLD-RECORD TO GL-DETAIL-NEW-RECORD
                     WRITE GL-DETAIL-NEW-RECORD
               END-READ
            END-PERFORM
            IF WS-DETAIL-OLD-STATUS = "10"
               CLOSE GL-DETAIL-OLD-FILE
            END-IF

            PERFORM VARYING AS-IDX FROM 1 BY 1
                  UNTIL AS-IDX > WS-ACCT-COUNT
               IF ASE-ACCOUNT-TYPE (AS-IDX) NOT = "R"
                     AND ASE-ACCOUNT-TYPE (AS-IDX) NOT = "E"
                  MOVE ASE-ACCOUNT (AS-IDX) TO GD-ACCOUNT
                  MOVE WS-NEW-YEAR-PERIOD TO GD-PERIOD
                  MOVE WS-TODAY-DATE TO GD-POSTED-DATE
                  MOVE "BALFWD" TO GD-SOURCE
                  MOVE ASE-COMPANY (AS-IDX) TO WS-CLOSE-BATCH-CO
                  MOVE WS-CLOSE-BATCH-ID TO GD-BATCH-ID
                  MOVE ASE-COMPANY (AS-IDX) TO GD-COMPANY
                  MOVE "BALFWD" TO GD-REFERENCE
                  IF ASE-DEBIT-TOTAL (AS-IDX) > 0
                     ADD 1 TO WS-FORWARD-LINE-NUMBER
                     MOVE "D" TO GD-TYPE
                     MOVE ASE-DEBIT-TOTAL (AS-IDX) TO GD-AMOUNT
                     MOVE WS-FORWARD-LINE-NUMBER TO GD-LINE-NUMBER
                     WRITE GL-DETAIL-NEW-RECORD
                     ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
                  END-IF
                  IF ASE-CREDIT-TOTAL (AS-IDX) > 0
                     ADD 1 TO WS-FORWARD-LINE-NUMBER
                     MOVE "C" TO GD-TYPE
                     MOVE ASE-CREDIT-TOTAL (AS-IDX) TO GD-AMOUNT
                     MOVE WS-FORWARD-LINE-NUMBER TO GD-LINE-NUMBER
                     WRITE GL-DETAIL-NEW-RECORD
                     ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
                  END-IF
               END-IF
            END-PERFORM
            CLOSE GL-DETAIL-NEW-FILE.

       500-ARCHIVE-CLOSED-YEAR.

            MOVE WS-CLOSING-YEAR TO WS-ARC-NAME-YEAR
                        MOVE BL-PERIOD TO AR-PERIOD
                        MOVE BL-DEBIT-BALANCE TO AR-DEBIT-BALANCE
                        MOVE BL-CREDIT-BALANCE TO AR-CREDIT-BALANCE
                        MOVE BL-COMPANY TO AR-COMPANY
                        WRITE GL-BALANCE-ARCHIVE-RECORD
                        ADD 1 TO WS-ARCHIVED-COUNT
                     END-IF
