      *           configurable grace period draws the configurable
      *           late fee onto the balance, and the run ends with a
      *           delinquency report aged 30/60/90 days from each
      *           loan's next due date.  The run's money posts to
      *           GLTRANS.DAT as one balanced batch to the accounts
      *           GLPRULE.DAT names under source LOANPAY: cash in,
      *           escrow liability, interest income (less whatever
      *           LOAN-RATE-RESET already accrued on LOANACCR.DAT,
      *           which is relieved instead), loan principal, late
      *           fee income and refunds due; escrow disbursements
      *           move escrow liability back out to cash.
      *           A payment that satisfies the loan's latest payoff
      *           quote on LOANPYOF.DAT (see LOAN-PAYOFF-QUOTE) - the
      *           quoted amount plus the per diem for every day it
      *           arrives after the good-through date - pays the loan
      *           off instead: the escrow balance is applied, the
      *           quoted late fees are taken as income, any excess is
      *           refunded and the loan is closed at zero. A quote
      *           the loan has moved on from since is void.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCROW-HX-STATUS.

      * Interest LOAN-RATE-RESET accrued at the old rate, and what
      * payments have since relieved of it, appended run over run -
      * a loan's net is interest already in income that its next
      * payment collects rather than earns.
           SELECT LOAN-ACCRUAL-FILE ASSIGN TO "LOANACCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-FILE-STATUS.

      * Payoff quotes LOAN-PAYOFF-QUOTE has given, oldest first.
      * No file simply means no quotes.
           SELECT PAYOFF-QUOTE-LOG-FILE ASSIGN TO "LOANPYOF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-LOG-STATUS.

           SELECT DELINQUENCY-REPORT-FILE ASSIGN TO "LOANDELQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

      * Subledger-to-GL feed - see copybooks/GLFEED.cpy.
           COPY GLFSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-PAYMENT-FILE.
           05  EH-AMOUNT           PIC 9(7)V9(2).
           05  EH-PAYEE            PIC X(20).

       FD  LOAN-ACCRUAL-FILE.
       01  LOAN-ACCRUAL-RECORD.
           05  AC-LOAN-ID          PIC X(6).
           05  AC-ENTRY-DATE       PIC 9(8).
      * "A" accrued by a rate reset, "R" relieved by a payment.
           05  AC-ENTRY-TYPE       PIC X.
           05  AC-AMOUNT           PIC 9(7)V9(2).

       FD  PAYOFF-QUOTE-LOG-FILE.
       01  PAYOFF-QUOTE-RECORD.
           05  PQ-LOAN-ID          PIC X(6).
           05  PQ-QUOTE-DATE       PIC 9(8).
           05  PQ-GOOD-THROUGH     PIC 9(8).
           05  PQ-PAID-THROUGH     PIC 9(8).
           05  PQ-PRINCIPAL        PIC 9(7)V9(2).
           05  PQ-INTEREST         PIC 9(7)V9(2).
           05  PQ-LATE-FEES        PIC 9(7)V9(2).
           05  PQ-ESCROW-CREDIT    PIC 9(7)V9(2).
           05  PQ-PAYOFF-AMOUNT    PIC S9(7)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  PQ-PER-DIEM         PIC 9(5)V9(2).
           05  PQ-REQUESTED-BY     PIC X(30).

       FD  DELINQUENCY-REPORT-FILE.
       01  DELINQUENCY-LINE        PIC X(96).

           COPY EXCPFD.
           COPY SEALFD.
           COPY RUNHFD.
           COPY GLFFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.
       01  WS-GL-FEED-STATUS       PIC XX.
       01  WS-GL-RULE-STATUS       PIC XX.
       01  WS-GL-COA-STATUS        PIC XX.
           COPY GLFWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.
       01  WS-PAYMENT-FILE-STATUS  PIC XX.
       01  WS-ACCRUAL-FILE-STATUS  PIC XX.
       01  WS-ACCRUAL-EOF-SWITCH   PIC X VALUE 'N'.
           88  END-OF-ACCRUALS         VALUE 'Y'.
       01  WS-QUOTE-LOG-STATUS     PIC XX.
       01  WS-QUOTE-EOF-SWITCH     PIC X VALUE 'N'.
           88  END-OF-QUOTES           VALUE 'Y'.
       01  WS-BALANCE-OLD-STATUS   PIC XX.
       01  WS-BALANCE-NEW-STATUS   PIC XX.
       01  WS-LOAN-CONTROL-STATUS  PIC XX.
      * The rate plan rides through this program untouched as one
      * block - only LOAN-RATE-RESET ever changes it.
               10  LBE-RATE-PLAN       PIC X(32).
      * Net accrued interest off LOANACCR.DAT, and how much of it
      * this run's payments relieved.
               10  LBE-ACCRUED-INTEREST PIC 9(7)V9(2).
               10  LBE-ACCRUAL-RELIEVED PIC 9(7)V9(2).
      * The loan's latest payoff quote off LOANPYOF.DAT; a zero
      * good-through date means none (or one already paid).
               10  LBE-QUOTE-GOOD-THROUGH PIC 9(8).
               10  LBE-QUOTE-PAID-THROUGH PIC 9(8).
               10  LBE-QUOTE-PRINCIPAL PIC 9(7)V9(2).
               10  LBE-QUOTE-INTEREST  PIC 9(7)V9(2).
               10  LBE-QUOTE-LATE-FEES PIC 9(7)V9(2).
               10  LBE-QUOTE-ESCROW    PIC 9(7)V9(2).
               10  LBE-QUOTE-PAYOFF    PIC S9(7)V9(2).
               10  LBE-QUOTE-PER-DIEM  PIC 9(5)V9(2).

       01  WS-NEXT-DUE-R.
           05  WS-NEXT-DUE-YEAR    PIC 9(4).
       01  WS-INTEREST-PORTION     PIC 9(7)V9(2).
       01  WS-PRINCIPAL-PORTION    PIC S9(7)V9(2).
       01  WS-PAYMENT-EXCESS       PIC 9(7)V9(2).
       01  WS-ACCRUAL-TAKEN        PIC 9(7)V9(2).
       01  WS-PAYMENTS-POSTED      PIC 9(5) VALUE 0.
       01  WS-LATE-FEES-ASSESSED   PIC 9(5) VALUE 0.
       01  WS-DELINQUENT-COUNT     PIC 9(5) VALUE 0.

      * Payoff against a logged quote.
       01  WS-PAID-THROUGH-NUM     PIC 9(8).
       01  WS-DAYS-AFTER-QUOTE     PIC S9(5).
       01  WS-PAYOFF-REQUIRED      PIC S9(7)V9(2).
       01  WS-PAYOFF-INTEREST      PIC 9(7)V9(2).
       01  WS-PAYOFF-ESCROW        PIC 9(7)V9(2).
       01  WS-PAYOFF-EXCESS        PIC S9(7)V9(2).
       01  WS-LOANS-PAID-OFF       PIC 9(5) VALUE 0.

      * Void-quote message for the shared exception log. Built with
      * MOVE, not STRING - see copybooks/EXCPLOG.cpy.
       01  WS-QUOTE-MSG-BUILD.
           05  FILLER              PIC X(5) VALUE "LOAN ".
           05  WS-QUOTE-MSG-ID     PIC X(6).
           05  FILLER              PIC X(38)
                   VALUE " PAYOFF QUOTE VOID - LOAN HAS CHANGED".

      * Unknown-loan message for the shared exception log. Built
      * with MOVE, not STRING - see copybooks/EXCPLOG.cpy.
       01  WS-LOAN-MSG-BUILD.
           05  FILLER          PIC X(9)  VALUE " ON LOAN ".
           05  PE-LOAN-ID      PIC X(6).
           05  FILLER          PIC X(13) VALUE " - REFUND DUE".
       01  POSTING-PAYOFF-LINE.
           05  FILLER          PIC X(8)  VALUE "PAYOFF: ".
           05  PP-LOAN-ID      PIC X(6).
           05  FILLER          PIC X(20) VALUE "  QUOTE GOOD THROUGH".
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  PP-GOOD-THROUGH PIC 9(8).
           05  FILLER          PIC X(7)  VALUE "  PAID ".
           05  PP-AMOUNT       PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(14) VALUE "  LOAN CLOSED".
       01  POSTING-DETAIL-LINE.
           05  FILLER          PIC X(6)  VALUE "POST: ".
           05  PD-LOAN-ID      PIC X(6).
            COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)

      * Borrower money reaches the GL in the same run that moves
      * LOANBAL, or neither moves.
            PERFORM 040-LOAD-GL-POSTING-RULES
            IF GL-FEED-REFUSED
               DISPLAY "ERROR: GL POSTING RULES NOT USABLE - "
                  "NO PAYMENTS POSTED"
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 050-OPEN-FILES
            PERFORM 060-LOAD-LOAN-BALANCES
            PERFORM 070-LOAD-INTEREST-ACCRUALS
            PERFORM 075-LOAD-PAYOFF-QUOTES

      * A failed seal means LOANBAL.DAT is not the generation its
      * writer left behind; posting borrower money against it is

            PERFORM 300-APPLY-ESCROW-DISBURSEMENTS
            PERFORM 500-WRITE-NEW-BALANCES
            PERFORM 700-WRITE-GL-FEED
            PERFORM 800-WRITE-DELINQUENCY-REPORT
            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            DISPLAY "LOAN POSTING: ", WS-PAYMENTS-POSTED,
               " PAYMENT(S), ", WS-LATE-FEES-ASSESSED,
               " LATE FEE(S), ", WS-LOANS-PAID-OFF,
               " PAID OFF, ", WS-DELINQUENT-COUNT,
               " DELINQUENT LOAN(S).  PROMOTE LOANBAL.NEW."
            STOP RUN.

      * Cash, loan principal, interest income, late fee income,
      * escrow liability, refunds due and accrued interest come off
      * GLPRULE.DAT under source LOANPAY, proven against GLCOA.DAT.
       040-LOAD-GL-POSTING-RULES.

            MOVE "LOAN-PAYMENT-POSTING" TO WS-GLF-PROGRAM-ID
            MOVE "LOANPAY" TO WS-GLF-SOURCE
            MOVE "LNPYMT" TO WS-GLF-BATCH-ID
            MOVE WS-RUN-DATE TO WS-GLF-BATCH-DATE
            PERFORM 980-LOAD-GL-POSTING-RULES
            MOVE "CASH" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "PRIN" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "INT" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "LATE" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "ESCR" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "OVPY" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "ACCR" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE.

       050-OPEN-FILES.

            OPEN INPUT LOAN-PAYMENT-FILE
                           LBE-ESCROW-PORTION (WS-LOAN-COUNT)
                        MOVE LOAN-BALANCE-OLD-RECORD (58:32) TO
                           LBE-RATE-PLAN (WS-LOAN-COUNT)
                        MOVE 0 TO LBE-ACCRUED-INTEREST (WS-LOAN-COUNT)
                        MOVE 0 TO LBE-ACCRUAL-RELIEVED (WS-LOAN-COUNT)
                        MOVE 0 TO
                           LBE-QUOTE-GOOD-THROUGH (WS-LOAN-COUNT)
                     ELSE
                        DISPLAY "WARNING: LOAN TABLE FULL, DROPPING "
                           "LOAN ", LB-LOAN-ID
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

      * Each loan's net accrual: reset accruals less reliefs. No
      * file simply means no rate reset has accrued anything yet.
       070-LOAD-INTEREST-ACCRUALS.

            OPEN INPUT LOAN-ACCRUAL-FILE
            IF WS-ACCRUAL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-ACCRUALS
               READ LOAN-ACCRUAL-FILE
                  AT END
                     MOVE 'Y' TO WS-ACCRUAL-EOF-SWITCH
                  NOT AT END
                     PERFORM VARYING LB-IDX FROM 1 BY 1
                           UNTIL LB-IDX > WS-LOAN-COUNT
                        IF LBE-LOAN-ID (LB-IDX) = AC-LOAN-ID
                           EXIT PERFORM
                        END-IF
                     END-PERFORM
                     IF LB-IDX NOT > WS-LOAN-COUNT
                        IF AC-ENTRY-TYPE = "A"
                           ADD AC-AMOUNT TO
                              LBE-ACCRUED-INTEREST (LB-IDX)
                        ELSE
                           IF AC-AMOUNT >
                                 LBE-ACCRUED-INTEREST (LB-IDX)
                              MOVE 0 TO
                                 LBE-ACCRUED-INTEREST (LB-IDX)
                           ELSE
                              SUBTRACT AC-AMOUNT FROM
                                 LBE-ACCRUED-INTEREST (LB-IDX)
                           END-IF
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE LOAN-ACCRUAL-FILE.

      * A later quote for a loan replaces an earlier one - only the
      * latest quote given can be paid.
       075-LOAD-PAYOFF-QUOTES.

            OPEN INPUT PAYOFF-QUOTE-LOG-FILE
            IF WS-QUOTE-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-QUOTES
               READ PAYOFF-QUOTE-LOG-FILE
                  AT END
                     MOVE 'Y' TO WS-QUOTE-EOF-SWITCH
                  NOT AT END
                     PERFORM VARYING LB-IDX FROM 1 BY 1
                           UNTIL LB-IDX > WS-LOAN-COUNT
                        IF LBE-LOAN-ID (LB-IDX) = PQ-LOAN-ID
                           EXIT PERFORM
                        END-IF
                     END-PERFORM
                     IF LB-IDX NOT > WS-LOAN-COUNT
                        MOVE PQ-GOOD-THROUGH TO
                           LBE-QUOTE-GOOD-THROUGH (LB-IDX)
                        MOVE PQ-PAID-THROUGH TO
                           LBE-QUOTE-PAID-THROUGH (LB-IDX)
                        MOVE PQ-PRINCIPAL TO
                           LBE-QUOTE-PRINCIPAL (LB-IDX)
                        MOVE PQ-INTEREST TO LBE-QUOTE-INTEREST (LB-IDX)
                        MOVE PQ-LATE-FEES TO
                           LBE-QUOTE-LATE-FEES (LB-IDX)
                        MOVE PQ-ESCROW-CREDIT TO
                           LBE-QUOTE-ESCROW (LB-IDX)
                        MOVE PQ-PAYOFF-AMOUNT TO
                           LBE-QUOTE-PAYOFF (LB-IDX)
                        MOVE PQ-PER-DIEM TO LBE-QUOTE-PER-DIEM (LB-IDX)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE PAYOFF-QUOTE-LOG-FILE.

      * Interest first at the loan's monthly rate on the balance -
      * the same split 300-PRINT-SCHEDULE makes - then the rest to
      * principal. A payment past the due date plus grace adds the
               EXIT PARAGRAPH
            END-IF

            IF LBE-QUOTE-GOOD-THROUGH (LB-IDX) NOT = 0
               PERFORM 250-CHECK-PAYOFF-QUOTE
               IF WS-PAYOFF-REQUIRED NOT < 0
                     AND LP-AMOUNT NOT < WS-PAYOFF-REQUIRED
                  PERFORM 260-POST-PAYOFF
                  EXIT PARAGRAPH
               END-IF
            END-IF

      * The escrow share comes off the top of every payment; only
      * what remains is principal and interest. A payment smaller
      * than the escrow portion escrows what there is.
            END-IF
            SUBTRACT WS-PRINCIPAL-PORTION FROM LBE-PRINCIPAL (LB-IDX)

      * Interest a rate reset already took into income comes off
      * the accrual, not into income a second time.
            MOVE LBE-ACCRUED-INTEREST (LB-IDX) TO WS-ACCRUAL-TAKEN
            IF WS-ACCRUAL-TAKEN > WS-INTEREST-PORTION
               MOVE WS-INTEREST-PORTION TO WS-ACCRUAL-TAKEN
            END-IF
            SUBTRACT WS-ACCRUAL-TAKEN FROM
               LBE-ACCRUED-INTEREST (LB-IDX)
            ADD WS-ACCRUAL-TAKEN TO LBE-ACCRUAL-RELIEVED (LB-IDX)

            MOVE "CASH" TO WS-GLF-RULE-CODE
            MOVE "D" TO WS-GLF-SIDE
            MOVE LP-AMOUNT TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "ESCR" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            MOVE WS-ESCROW-TAKEN TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "ACCR" TO WS-GLF-RULE-CODE
            MOVE WS-ACCRUAL-TAKEN TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "INT" TO WS-GLF-RULE-CODE
            COMPUTE WS-GLF-AMOUNT =
               WS-INTEREST-PORTION - WS-ACCRUAL-TAKEN
            PERFORM 984-ADD-GL-FEED-AMOUNT
      * A payment short of the interest leaves a negative principal
      * portion - unpaid interest added to the balance - which the
      * feed turns into a debit to the loan.
            MOVE "PRIN" TO WS-GLF-RULE-CODE
            MOVE WS-PRINCIPAL-PORTION TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "OVPY" TO WS-GLF-RULE-CODE
            MOVE WS-PAYMENT-EXCESS TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT

      * One history record per posted payment with its split - the
      * year-end interest statements rebuild from nothing else.
            IF PAY-HISTORY-IS-OPEN
               IF WS-DAYS-LATE > WS-GRACE-DAYS
                  ADD WS-LATE-FEE TO LBE-PRINCIPAL (LB-IDX)
                  ADD 1 TO WS-LATE-FEES-ASSESSED
                  MOVE "PRIN" TO WS-GLF-RULE-CODE
                  MOVE "D" TO WS-GLF-SIDE
                  MOVE WS-LATE-FEE TO WS-GLF-AMOUNT
                  PERFORM 984-ADD-GL-FEED-AMOUNT
                  MOVE "LATE" TO WS-GLF-RULE-CODE
                  MOVE "C" TO WS-GLF-SIDE
                  PERFORM 984-ADD-GL-FEED-AMOUNT
                  MOVE "LATE FEE" TO PD-LATE-FLAG
               END-IF
            END-IF
               END-IF
            END-IF.

      * The quote holds only while the loan is as it was quoted: the
      * same principal, escrow balance and paid-through date. A
      * payment that would have paid a void quote posts as an
      * ordinary payment and is logged so the borrower is called.
      * WS-PAYOFF-REQUIRED comes back negative when the quote
      * cannot be paid.
       250-CHECK-PAYOFF-QUOTE.

            MOVE -1 TO WS-PAYOFF-REQUIRED
            MOVE LBE-NEXT-DUE-DATE (LB-IDX) TO WS-NEXT-DUE-NUM
            IF WS-NEXT-DUE-DAY > 28
               MOVE 28 TO WS-NEXT-DUE-DAY
            END-IF
            IF WS-NEXT-DUE-MONTH = 1
               MOVE 12 TO WS-NEXT-DUE-MONTH
               SUBTRACT 1 FROM WS-NEXT-DUE-YEAR
            ELSE
               SUBTRACT 1 FROM WS-NEXT-DUE-MONTH
            END-IF
            MOVE WS-NEXT-DUE-NUM TO WS-PAID-THROUGH-NUM

            IF LBE-QUOTE-PRINCIPAL (LB-IDX) NOT =
                  LBE-PRINCIPAL (LB-IDX)
                  OR LBE-QUOTE-ESCROW (LB-IDX) NOT =
                     LBE-ESCROW-BALANCE (LB-IDX)
                  OR LBE-QUOTE-PAID-THROUGH (LB-IDX) NOT =
                     WS-PAID-THROUGH-NUM
               IF LP-AMOUNT NOT < LBE-QUOTE-PAYOFF (LB-IDX)
                  DISPLAY "WARNING: LOAN ", LP-LOAN-ID,
                     " PAYOFF QUOTE IS VOID - POSTED AS A PAYMENT"
                  MOVE LP-LOAN-ID TO WS-QUOTE-MSG-ID
                  MOVE WS-QUOTE-MSG-BUILD TO EL-MESSAGE
                  MOVE "LOAN-PAYMENT-POSTING" TO EL-PROGRAM-ID
                  MOVE "W" TO EL-SEVERITY
                  PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               END-IF
               EXIT PARAGRAPH
            END-IF

      * Each day after the good-through date adds the per diem.
            COMPUTE WS-DAYS-AFTER-QUOTE =
               FUNCTION INTEGER-OF-DATE (LP-PAYMENT-DATE) -
               FUNCTION INTEGER-OF-DATE
                  (LBE-QUOTE-GOOD-THROUGH (LB-IDX))
            IF WS-DAYS-AFTER-QUOTE < 0
               MOVE 0 TO WS-DAYS-AFTER-QUOTE
            END-IF
            COMPUTE WS-PAYOFF-INTEREST =
               LBE-QUOTE-INTEREST (LB-IDX) +
               LBE-QUOTE-PER-DIEM (LB-IDX) * WS-DAYS-AFTER-QUOTE
            COMPUTE WS-PAYOFF-REQUIRED =
               LBE-QUOTE-PAYOFF (LB-IDX) +
               LBE-QUOTE-PER-DIEM (LB-IDX) * WS-DAYS-AFTER-QUOTE
            IF WS-PAYOFF-REQUIRED < 0
               MOVE 0 TO WS-PAYOFF-REQUIRED
            END-IF.

      * The payoff: the escrow balance is applied alongside the
      * cash, the principal, interest and quoted late fees are
      * paid, anything over is refunded, and the loan closes at
      * zero with no payment or due date and no rate plan.
       260-POST-PAYOFF.

            MOVE LBE-ESCROW-BALANCE (LB-IDX) TO WS-PAYOFF-ESCROW
            COMPUTE WS-PAYOFF-EXCESS =
               LP-AMOUNT + WS-PAYOFF-ESCROW - LBE-PRINCIPAL (LB-IDX)
               - WS-PAYOFF-INTEREST - LBE-QUOTE-LATE-FEES (LB-IDX)

            MOVE LBE-ACCRUED-INTEREST (LB-IDX) TO WS-ACCRUAL-TAKEN
            IF WS-ACCRUAL-TAKEN > WS-PAYOFF-INTEREST
               MOVE WS-PAYOFF-INTEREST TO WS-ACCRUAL-TAKEN
            END-IF
            SUBTRACT WS-ACCRUAL-TAKEN FROM
               LBE-ACCRUED-INTEREST (LB-IDX)
            ADD WS-ACCRUAL-TAKEN TO LBE-ACCRUAL-RELIEVED (LB-IDX)

            MOVE "CASH" TO WS-GLF-RULE-CODE
            MOVE "D" TO WS-GLF-SIDE
            MOVE LP-AMOUNT TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "ESCR" TO WS-GLF-RULE-CODE
            MOVE WS-PAYOFF-ESCROW TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "PRIN" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            MOVE LBE-PRINCIPAL (LB-IDX) TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "ACCR" TO WS-GLF-RULE-CODE
            MOVE WS-ACCRUAL-TAKEN TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "INT" TO WS-GLF-RULE-CODE
            COMPUTE WS-GLF-AMOUNT =
               WS-PAYOFF-INTEREST - WS-ACCRUAL-TAKEN
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "LATE" TO WS-GLF-RULE-CODE
            MOVE LBE-QUOTE-LATE-FEES (LB-IDX) TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "OVPY" TO WS-GLF-RULE-CODE
            MOVE WS-PAYOFF-EXCESS TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT

            IF PAY-HISTORY-IS-OPEN
               MOVE LP-LOAN-ID TO PH-LOAN-ID
               MOVE LP-PAYMENT-DATE TO PH-PAYMENT-DATE
               MOVE LP-AMOUNT TO PH-AMOUNT
               MOVE WS-PAYOFF-INTEREST TO PH-INTEREST-PORTION
               MOVE LBE-PRINCIPAL (LB-IDX) TO PH-PRINCIPAL-PORTION
               WRITE PAYMENT-HISTORY-RECORD
            END-IF
            IF WS-PAYOFF-ESCROW > 0 AND ESCROW-HISTORY-IS-OPEN
               MOVE LP-LOAN-ID TO EH-LOAN-ID
               MOVE LP-PAYMENT-DATE TO EH-ACTIVITY-DATE
               MOVE "D" TO EH-ACTIVITY-TYPE
               MOVE WS-PAYOFF-ESCROW TO EH-AMOUNT
               MOVE "APPLIED TO PAYOFF" TO EH-PAYEE
               WRITE ESCROW-HISTORY-RECORD
            END-IF

            MOVE LBE-QUOTE-GOOD-THROUGH (LB-IDX) TO PP-GOOD-THROUGH
            MOVE 0 TO LBE-PRINCIPAL (LB-IDX)
            MOVE 0 TO LBE-PAYMENT-DUE (LB-IDX)
            MOVE 0 TO LBE-NEXT-DUE-DATE (LB-IDX)
            MOVE 0 TO LBE-ESCROW-BALANCE (LB-IDX)
            MOVE 0 TO LBE-ESCROW-PORTION (LB-IDX)
            MOVE SPACES TO LBE-RATE-PLAN (LB-IDX) (1:4)
            MOVE ZEROS TO LBE-RATE-PLAN (LB-IDX) (5:28)
            MOVE 0 TO LBE-QUOTE-GOOD-THROUGH (LB-IDX)

            ADD 1 TO WS-PAYMENTS-POSTED
            ADD 1 TO WS-LOANS-PAID-OFF
            DISPLAY "LOAN ", LP-LOAN-ID, " PAID OFF - CLOSED"
            IF WS-REPORT-FILE-STATUS = "00"
               MOVE LP-LOAN-ID TO PP-LOAN-ID
               MOVE LP-AMOUNT TO PP-AMOUNT
               WRITE DELINQUENCY-LINE FROM POSTING-PAYOFF-LINE
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               IF WS-PAYOFF-EXCESS > 0
                  MOVE WS-PAYOFF-EXCESS TO PE-EXCESS
                  MOVE LP-LOAN-ID TO PE-LOAN-ID
                  WRITE DELINQUENCY-LINE FROM POSTING-EXCESS-LINE
                  ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               END-IF
            END-IF.

      * The clerk's disbursement batch: each record pays a tax or
      * insurance bill out of its loan's escrow. Paying past the
      * balance is allowed - a real escrow can run short - but it
                  LBE-ESCROW-BALANCE (LB-IDX)
            END-IF

      * The whole bill leaves the bank; a shortfall shows in the GL
      * as a debit on escrow liability - the advance the next
      * escrow analysis collects back.
            MOVE "ESCR" TO WS-GLF-RULE-CODE
            MOVE "D" TO WS-GLF-SIDE
            MOVE ED-AMOUNT TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "CASH" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            PERFORM 984-ADD-GL-FEED-AMOUNT

            IF ESCROW-HISTORY-IS-OPEN
               MOVE ED-LOAN-ID TO EH-LOAN-ID
               MOVE ED-DISBURSE-DATE TO EH-ACTIVITY-DATE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

      * The batch and the accrual reliefs go out only when the new
      * balance generation was actually written - otherwise the
      * GL and LOANACCR.DAT would move without LOANBAL.
       700-WRITE-GL-FEED.

            IF WS-BALANCE-NEW-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM 710-WRITE-ACCRUAL-RELIEFS
            PERFORM 986-WRITE-GL-FEED-BATCH.

       710-WRITE-ACCRUAL-RELIEFS.

            OPEN EXTEND LOAN-ACCRUAL-FILE
            IF WS-ACCRUAL-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOAN-ACCRUAL-FILE
            END-IF
            IF WS-ACCRUAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: LOANACCR.DAT OPEN FAILED, STATUS = ",
                  WS-ACCRUAL-FILE-STATUS, " - ACCRUAL RELIEFS NOT "
                  "RECORDED"
               MOVE "LOANACCR.DAT RELIEFS NOT RECORDED" TO EL-MESSAGE
               MOVE "LOAN-PAYMENT-POSTING" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING LB-IDX FROM 1 BY 1
                  UNTIL LB-IDX > WS-LOAN-COUNT
               IF LBE-ACCRUAL-RELIEVED (LB-IDX) > 0
                  MOVE LBE-LOAN-ID (LB-IDX) TO AC-LOAN-ID
                  MOVE WS-RUN-DATE TO AC-ENTRY-DATE
                  MOVE "R" TO AC-ENTRY-TYPE
                  MOVE LBE-ACCRUAL-RELIEVED (LB-IDX) TO AC-AMOUNT
                  WRITE LOAN-ACCRUAL-RECORD
               END-IF
            END-PERFORM
            CLOSE LOAN-ACCRUAL-FILE.

      * A loan whose next due date sits in the past is delinquent,
      * bucketed 30/60/90-plus from the run date.
       800-WRITE-DELINQUENCY-REPORT.
           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY SEALTBL.
           COPY GLFEED.
       END PROGRAM LOAN-PAYMENT-POSTING.
