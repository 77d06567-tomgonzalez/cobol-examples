      *           updated file writes as LOANBAL.NEW. A borrower
      *           rate-change notice prints per reset loan (one per
      *           form, the CHECK-PRINT convention) alongside the
      *           reset register.  Interest the loan earned at the
      *           old rate from the start of its billing period to
      *           the reset date is accrued - recorded per loan on
      *           LOANACCR.DAT for LOAN-PAYMENT-POSTING to relieve,
      *           and posted to GLTRANS.DAT as one balanced batch
      *           (accrued interest receivable debited, interest
      *           income credited) to the accounts GLPRULE.DAT
      *           names under source LOANRATE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.

      * Old-rate interest accrued at each reset, appended for
      * LOAN-PAYMENT-POSTING to relieve out of the next payment.
           SELECT LOAN-ACCRUAL-FILE ASSIGN TO "LOANACCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-FILE-STATUS.

           SELECT RESET-REGISTER-FILE ASSIGN TO "RATERST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

      * Subledger-to-GL feed - see copybooks/GLFEED.cpy.
           COPY GLFSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-BALANCE-OLD-FILE.
           05  RI-INDEX-CODE       PIC X(4).
           05  RI-ANNUAL-RATE      PIC 9(2)V9(3).

       FD  LOAN-ACCRUAL-FILE.
       01  LOAN-ACCRUAL-RECORD.
           05  AC-LOAN-ID          PIC X(6).
           05  AC-ENTRY-DATE       PIC 9(8).
      * "A" accrued by a rate reset, "R" relieved by a payment.
           05  AC-ENTRY-TYPE       PIC X.
           05  AC-AMOUNT           PIC 9(7)V9(2).

       FD  RESET-REGISTER-FILE.
       01  REGISTER-LINE           PIC X(96).

           COPY EXCPFD.
           COPY SEALFD.
           COPY RUNHFD.
           COPY GLFFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.
           COPY RUNSTWS.
       01  WS-GL-FEED-STATUS       PIC XX.
       01  WS-GL-RULE-STATUS       PIC XX.
       01  WS-GL-COA-STATUS        PIC XX.
           COPY GLFWS.
       01  WS-BALANCE-OLD-STATUS   PIC XX.
       01  WS-ACCRUAL-FILE-STATUS  PIC XX.
       01  WS-BALANCE-NEW-STATUS   PIC XX.
       01  WS-INDEX-FILE-STATUS    PIC XX.
       01  WS-REGISTER-FILE-STATUS PIC XX.
           05  WS-WORK-DAY         PIC 9(2).
       01  WS-MONTH-SUB            PIC 9(2).

      * Old-rate accrual scratch: the billing period opens one
      * month before the next due date (day clamped to 28) and the
      * accrual runs to the reset date, never past the due date.
       01  WS-PERIOD-START-DATE    PIC 9(8).
       01  WS-PERIOD-START-R REDEFINES WS-PERIOD-START-DATE.
           05  WS-PERIOD-START-YEAR PIC 9(4).
           05  WS-PERIOD-START-MONTH PIC 9(2).
           05  WS-PERIOD-START-DAY PIC 9(2).
       01  WS-ACCRUAL-END-DATE     PIC 9(8).
       01  WS-ACCRUAL-DAYS         PIC S9(5).
       01  WS-ACCRUED-INTEREST     PIC 9(7)V9(2).
       01  WS-ACCRUAL-TOTAL        PIC 9(9)V9(2) VALUE 0.

       01  REGISTER-HEADING-1.
           05  FILLER          PIC X(36) VALUE
               "LOAN RATE RESET REGISTER - ".
               STOP RUN
            END-IF

      * Accrued interest reaches the GL in the same run that
      * resets the rates, or neither moves.
            PERFORM 040-LOAD-GL-POSTING-RULES
            IF GL-FEED-REFUSED
               DISPLAY "ERROR: GL POSTING RULES NOT USABLE - "
                  "NO RATES RESET"
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 050-OPEN-FILES

            IF RUN-MUST-ABORT
            END-PERFORM

            PERFORM 900-CLOSE-FILES
            PERFORM 700-WRITE-GL-FEED
            DISPLAY "OLD-RATE INTEREST ACCRUED: ", WS-ACCRUAL-TOTAL
            DISPLAY "RESET ", WS-RESET-COUNT, " LOAN(S).  PROMOTE "
               "LOANBAL.NEW OVER LOANBAL.DAT."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            END-IF
            PERFORM 930-RESET-SEAL.

      * Accrued interest receivable and interest income come off
      * GLPRULE.DAT under source LOANRATE, proven against GLCOA.DAT.
       040-LOAD-GL-POSTING-RULES.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
            MOVE "LOAN-RATE-RESET" TO WS-GLF-PROGRAM-ID
            MOVE "LOANRATE" TO WS-GLF-SOURCE
            MOVE "LNRATE" TO WS-GLF-BATCH-ID
            MOVE WS-TODAY-DATE TO WS-GLF-BATCH-DATE
            PERFORM 980-LOAD-GL-POSTING-RULES
            MOVE "ACCR" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "INT" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE.

       050-OPEN-FILES.

            OPEN INPUT LOAN-BALANCE-OLD-FILE
            IF WS-BALANCE-OLD-STATUS NOT = "00"
               MOVE 1 TO RETURN-CODE
            END-IF

      * A reset whose accrual cannot be recorded would put interest
      * into income that no payment ever relieves - refuse instead.
            OPEN EXTEND LOAN-ACCRUAL-FILE
            IF WS-ACCRUAL-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOAN-ACCRUAL-FILE
            END-IF
            IF WS-ACCRUAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: LOANACCR.DAT OPEN FAILED, STATUS = ",
                  WS-ACCRUAL-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN OUTPUT RESET-REGISTER-FILE
            IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: RATERST.RPT OPEN FAILED, STATUS = ",
      * stale rate, no reset-date advance - it retries next run
      * once the operator fixes RATEINDX.DAT.
            IF RATE-WAS-DERIVED
               PERFORM 215-ACCRUE-OLD-RATE-INTEREST
               PERFORM 220-RECOMPUTE-PAYMENT
               PERFORM 230-ADVANCE-RESET-DATE
            END-IF
               WS-NEW-ANNUAL-PCT / 1200
            MOVE WS-NEW-MONTHLY-RATE TO LN-MONTHLY-RATE.

      * The next payment's interest is figured at whatever rate the
      * loan carries when it posts - after a reset, the new one. The
      * days of the billing period before the reset earned the old
      * rate, so that interest is accrued now, on a 30-day month,
      * and the payment run relieves it rather than earning it
      * twice.
       215-ACCRUE-OLD-RATE-INTEREST.

            IF LB-NEXT-DUE-DATE = 0
                  OR LB-NEXT-DUE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
            END-IF
            MOVE LB-NEXT-DUE-DATE TO WS-PERIOD-START-DATE
            IF WS-PERIOD-START-DAY > 28
               MOVE 28 TO WS-PERIOD-START-DAY
            END-IF
            IF WS-PERIOD-START-MONTH = 1
               MOVE 12 TO WS-PERIOD-START-MONTH
               SUBTRACT 1 FROM WS-PERIOD-START-YEAR
            ELSE
               SUBTRACT 1 FROM WS-PERIOD-START-MONTH
            END-IF
            MOVE LB-NEXT-RESET-DATE TO WS-ACCRUAL-END-DATE
            IF WS-ACCRUAL-END-DATE > LB-NEXT-DUE-DATE
               MOVE LB-NEXT-DUE-DATE TO WS-ACCRUAL-END-DATE
            END-IF
            COMPUTE WS-ACCRUAL-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-ACCRUAL-END-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-PERIOD-START-DATE)
            IF WS-ACCRUAL-DAYS > 30
               MOVE 30 TO WS-ACCRUAL-DAYS
            END-IF
            IF WS-ACCRUAL-DAYS NOT > 0
               EXIT PARAGRAPH
            END-IF

            COMPUTE WS-ACCRUED-INTEREST ROUNDED =
               LB-PRINCIPAL * LB-MONTHLY-RATE * WS-ACCRUAL-DAYS / 30
            IF WS-ACCRUED-INTEREST = 0
               EXIT PARAGRAPH
            END-IF
            MOVE LB-LOAN-ID TO AC-LOAN-ID
            MOVE WS-TODAY-DATE TO AC-ENTRY-DATE
            MOVE "A" TO AC-ENTRY-TYPE
            MOVE WS-ACCRUED-INTEREST TO AC-AMOUNT
            WRITE LOAN-ACCRUAL-RECORD
            ADD WS-ACCRUED-INTEREST TO WS-ACCRUAL-TOTAL

            MOVE "ACCR" TO WS-GLF-RULE-CODE
            MOVE "D" TO WS-GLF-SIDE
            MOVE WS-ACCRUED-INTEREST TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "INT" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            PERFORM 984-ADD-GL-FEED-AMOUNT.

      * Standard amortization over the remaining term at the new
      * rate - the same payment formula LOAN-AMORTIZATION prints
      * schedules from. The (1+r)**n factor builds by repeated
               MOVE "LOAN-RATE-RESET" TO WS-SEAL-PROGRAM-ID
               PERFORM 934-WRITE-FILE-SEAL
            END-IF
            IF WS-ACCRUAL-FILE-STATUS = "00"
               CLOSE LOAN-ACCRUAL-FILE
            END-IF
            IF WS-REGISTER-FILE-STATUS = "00"
               CLOSE RESET-REGISTER-FILE
            END-IF
               CLOSE RATE-NOTICE-FILE
            END-IF.

      * The accrual batch goes out only alongside a written
      * LOANBAL.NEW - the same generation the accruals belong to.
       700-WRITE-GL-FEED.

            IF WS-BALANCE-NEW-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM 986-WRITE-GL-FEED-BATCH.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY SEALTBL.
           COPY GLFEED.
       END PROGRAM LOAN-RATE-RESET.
