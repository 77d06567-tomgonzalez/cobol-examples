      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Loan payoff quotes with per-diem interest. For the
      *           loan named by PAYOFF_LOAN_ID and the good-through
      *           date PAYOFF_GOOD_THROUGH, figures what pays the loan
      *           off from LOANBAL.DAT (seal verified, never written):
      *             - the principal balance, which already carries
      *               every late fee LOAN-PAYMENT-POSTING assessed;
      *             - interest from the paid-through date (a month
      *               before the next due date) to the good-through
      *               date at LB-MONTHLY-RATE, on the 30-day month
      *               LOAN-RATE-RESET accrues on - the per diem is a
      *               thirtieth of a month's interest;
      *             - the LOANCTRL.DAT late fee for every installment
      *               from the next due date on that is past its
      *               grace period by the good-through date and has
      *               not been assessed, because no payment came;
      *             - less the escrow balance, refunded by applying
      *               it to the payoff.
      *           The quote letter (LOANPYOF.RPT) shows each figure,
      *           the per diem, and what pays the loan off on each of
      *           the days after the good-through date. Every quote is
      *           logged on LOANPYOF.DAT, where LOAN-PAYMENT-POSTING
      *           recognizes the payment that satisfies it and closes
      *           the loan. PAYOFF_REQUESTED_BY (the borrower, or the
      *           title company) is printed on the letter and logged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PAYOFF-QUOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-BALANCE-FILE ASSIGN TO "LOANBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

      * Grace days and the flat late fee - the same control record
      * LOAN-PAYMENT-POSTING assesses from.
           SELECT LOAN-CONTROL-FILE ASSIGN TO "LOANCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-CONTROL-STATUS.

      * Every quote given, appended run over run with the usual
      * EXTEND create-on-first-write fallback.
           SELECT PAYOFF-QUOTE-LOG-FILE ASSIGN TO "LOANPYOF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-LOG-STATUS.

           SELECT PAYOFF-LETTER-FILE ASSIGN TO "LOANPYOF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-BALANCE-FILE.
       01  LOAN-BALANCE-RECORD.
           05  LB-LOAN-ID          PIC X(6).
           05  LB-PRINCIPAL        PIC 9(7)V9(2).
           05  LB-MONTHLY-RATE     PIC 9V9(8).
           05  LB-PAYMENT-DUE      PIC 9(7)V9(2).
           05  LB-NEXT-DUE-DATE    PIC 9(8).
           05  LB-ESCROW-BALANCE   PIC 9(7)V9(2).
           05  LB-ESCROW-PORTION   PIC 9(5)V9(2).
           05  LB-INDEX-CODE       PIC X(4).
           05  LB-MARGIN-PCT       PIC 9(2)V9(3).
           05  LB-RESET-FREQ-MONTHS PIC 9(2).
           05  LB-NEXT-RESET-DATE  PIC 9(8).
           05  LB-PERIODIC-CAP-PCT PIC 9(2)V9(3).
           05  LB-LIFETIME-CAP-PCT PIC 9(2)V9(3).
           05  LB-REMAINING-TERM   PIC 9(3).

       FD  LOAN-CONTROL-FILE.
       01  LOAN-CONTROL-RECORD.
           05  LC-GRACE-DAYS       PIC 9(2).
           05  LC-LATE-FEE         PIC 9(5)V9(2).

      * One record per quote. The principal, paid-through date and
      * escrow balance are what the quote was figured from; a
      * payment or escrow disbursement posted since voids it.
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

       FD  PAYOFF-LETTER-FILE.
       01  LETTER-LINE             PIC X(80).

           COPY EXCPFD.
           COPY SEALFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.
       01  WS-BALANCE-FILE-STATUS  PIC XX.
       01  WS-LOAN-CONTROL-STATUS  PIC XX.
       01  WS-QUOTE-LOG-STATUS     PIC XX.
       01  WS-LETTER-FILE-STATUS   PIC XX.
       01  WS-BALANCE-EOF-SWITCH   PIC X VALUE 'N'.
           88  END-OF-BALANCES         VALUE 'Y'.
       01  WS-LOAN-FOUND-SWITCH    PIC X VALUE 'N'.
           88  LOAN-WAS-FOUND          VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH     PIC X VALUE 'N'.
           88  RUN-MUST-ABORT          VALUE 'Y'.

       01  WS-GRACE-DAYS           PIC 9(2) VALUE 15.
       01  WS-LATE-FEE             PIC 9(5)V9(2) VALUE 25.00.

      * Run parameters.
       01  WS-QUOTE-LOAN-ID        PIC X(6).
       01  WS-ENV-GOOD-THROUGH     PIC X(8).
       01  WS-GOOD-THROUGH-DATE    PIC 9(8).
       01  WS-REQUESTED-BY         PIC X(30).
       01  WS-RUN-DATE             PIC 9(8).

      * The loan as LOANBAL.DAT carries it.
       01  WS-QUOTE-PRINCIPAL      PIC 9(7)V9(2).
       01  WS-QUOTE-MONTHLY-RATE   PIC 9V9(8).
       01  WS-QUOTE-NEXT-DUE       PIC 9(8).
       01  WS-QUOTE-ESCROW         PIC 9(7)V9(2).

      * Day arithmetic. A due day past the 28th is figured as the
      * 28th so every month has it - the LOAN-RATE-RESET convention.
       01  WS-WORK-DATE-R.
           05  WS-WORK-YEAR        PIC 9(4).
           05  WS-WORK-MONTH       PIC 9(2).
           05  WS-WORK-DAY         PIC 9(2).
       01  WS-WORK-DATE REDEFINES WS-WORK-DATE-R PIC 9(8).
       01  WS-PAID-THROUGH-DATE    PIC 9(8).
       01  WS-GOOD-INTEGER         PIC 9(7).
       01  WS-WORK-INTEGER         PIC 9(7).
       01  WS-INTEREST-DAYS        PIC S9(5).
       01  WS-DAYS-PAST-DUE        PIC S9(5).
       01  WS-INSTALLMENTS-LATE    PIC 9(3).
       01  WS-INSTALLMENT-LIMIT    PIC 9(3) VALUE 360.

       01  WS-INTEREST-DUE         PIC 9(7)V9(2).
       01  WS-LATE-FEES-DUE        PIC 9(7)V9(2).
       01  WS-PER-DIEM             PIC 9(5)V9(2).
       01  WS-PAYOFF-AMOUNT        PIC S9(7)V9(2).
       01  WS-DAY-PAYOFF           PIC S9(7)V9(2).

      * How many days past the good-through date the letter prices.
       01  WS-PER-DIEM-DAYS        PIC 9(2) VALUE 15.
       01  WS-DAY-SUB              PIC 9(2).

       01  BLANK-LINE              PIC X(80) VALUE SPACES.
       01  LETTER-HEADING-1.
           05  FILLER          PIC X(25) VALUE
               "LOAN PAYOFF QUOTE - LOAN ".
           05  LH-LOAN-ID      PIC X(6).
           05  FILLER          PIC X(21) VALUE SPACES.
           05  FILLER          PIC X(11) VALUE "QUOTE DATE ".
           05  LH-QUOTE-DATE   PIC 9(8).
       01  LETTER-HEADING-2.
           05  FILLER          PIC X(14) VALUE "PREPARED FOR: ".
           05  LH-REQUESTED-BY PIC X(30).
       01  LETTER-INTRO-LINE.
           05  FILLER          PIC X(35) VALUE
               "AMOUNT TO PAY THIS LOAN IN FULL IF ".
           05  FILLER          PIC X(22) VALUE
               "RECEIVED ON OR BEFORE ".
           05  LI-GOOD-THROUGH PIC 9(8).
       01  LETTER-AMOUNT-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  LA-CAPTION      PIC X(46).
           05  LA-AMOUNT       PIC $$,$$$,$$9.99-.
       01  LETTER-INTEREST-CAPTION.
           05  FILLER          PIC X(9)  VALUE "INTEREST ".
           05  LC-FROM-DATE    PIC 9(8).
           05  FILLER          PIC X(4)  VALUE " TO ".
           05  LC-TO-DATE      PIC 9(8).
           05  FILLER          PIC X(2)  VALUE " (".
           05  LC-DAYS         PIC ZZZ9.
           05  FILLER          PIC X(7)  VALUE " DAYS) ".
       01  LETTER-LATE-CAPTION.
           05  FILLER          PIC X(19) VALUE "UNPAID LATE FEES (".
           05  LL-INSTALLMENTS PIC ZZ9.
           05  FILLER          PIC X(15) VALUE " INSTALLMENTS) ".
       01  LETTER-PER-DIEM-LINE.
           05  FILLER          PIC X(59) VALUE
           "FUNDS RECEIVED AFTER THAT DATE: ADD PER DIEM INTEREST OF".
           05  LP-PER-DIEM     PIC $$,$$9.99.
           05  FILLER          PIC X(8)  VALUE " PER DAY".
       01  LETTER-DAY-HEADING.
           05  FILLER          PIC X(8)  VALUE SPACES.
           05  FILLER          PIC X(20) VALUE "IF RECEIVED ON".
           05  FILLER          PIC X(14) VALUE "PAYOFF AMOUNT".
       01  LETTER-DAY-LINE.
           05  FILLER          PIC X(8)  VALUE SPACES.
           05  LD-DATE         PIC 9(8).
           05  FILLER          PIC X(10) VALUE SPACES.
           05  LD-AMOUNT       PIC $$,$$$,$$9.99-.
       01  LETTER-NOTE-LINE-1.
           05  FILLER          PIC X(40) VALUE
               "THIS QUOTE IS VOID IF A PAYMENT OR ESCRO".
           05  FILLER          PIC X(40) VALUE
               "W DISBURSEMENT POSTS TO THE LOAN FIRST -".
       01  LETTER-NOTE-LINE-2.
           05  FILLER          PIC X(40) VALUE
               "REQUEST A NEW QUOTE. THE ESCROW BALANCE ".
           05  FILLER          PIC X(40) VALUE
               "IS REFUNDED BY APPLYING IT ABOVE.".

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            MOVE "LOAN-PAYOFF-QUOTE" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 020-GET-RUN-PARAMETERS
            IF NOT RUN-MUST-ABORT
               PERFORM 050-READ-LOAN-CONTROL
               PERFORM 060-FIND-LOAN
            END-IF
            IF RUN-MUST-ABORT
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 200-FIGURE-PAYOFF
            PERFORM 300-LOG-QUOTE
            PERFORM 400-WRITE-QUOTE-LETTER

            DISPLAY "PAYOFF QUOTE FOR LOAN ", WS-QUOTE-LOAN-ID,
               " GOOD THROUGH ", WS-GOOD-THROUGH-DATE, ": ",
               WS-PAYOFF-AMOUNT, ", PER DIEM ", WS-PER-DIEM
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * The loan and the good-through date are required; the date
      * must be a real calendar date no earlier than today.
       020-GET-RUN-PARAMETERS.

            DISPLAY "PAYOFF_LOAN_ID" UPON ENVIRONMENT-NAME
            ACCEPT WS-QUOTE-LOAN-ID FROM ENVIRONMENT-VALUE
            IF WS-QUOTE-LOAN-ID = SPACES
               DISPLAY "Enter the loan ID to quote a payoff for."
               ACCEPT WS-QUOTE-LOAN-ID
            END-IF

            DISPLAY "PAYOFF_GOOD_THROUGH" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-GOOD-THROUGH FROM ENVIRONMENT-VALUE
            IF WS-ENV-GOOD-THROUGH = SPACES
               DISPLAY "Enter the good-through date (YYYYMMDD)."
               ACCEPT WS-ENV-GOOD-THROUGH
            END-IF

            DISPLAY "PAYOFF_REQUESTED_BY" UPON ENVIRONMENT-NAME
            ACCEPT WS-REQUESTED-BY FROM ENVIRONMENT-VALUE
            IF WS-REQUESTED-BY = SPACES
               MOVE "BORROWER OF RECORD" TO WS-REQUESTED-BY
            END-IF

            IF WS-ENV-GOOD-THROUGH IS NOT NUMERIC
               DISPLAY "ERROR: GOOD-THROUGH DATE ",
                  WS-ENV-GOOD-THROUGH, " IS NOT YYYYMMDD"
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               EXIT PARAGRAPH
            END-IF
            MOVE WS-ENV-GOOD-THROUGH TO WS-GOOD-THROUGH-DATE
            IF FUNCTION TEST-DATE-YYYYMMDD (WS-GOOD-THROUGH-DATE)
                  NOT = 0
               DISPLAY "ERROR: GOOD-THROUGH DATE ",
                  WS-GOOD-THROUGH-DATE, " IS NOT A CALENDAR DATE"
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               EXIT PARAGRAPH
            END-IF
            IF WS-GOOD-THROUGH-DATE < WS-RUN-DATE
               DISPLAY "ERROR: GOOD-THROUGH DATE ",
                  WS-GOOD-THROUGH-DATE, " IS IN THE PAST"
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
            END-IF.

       050-READ-LOAN-CONTROL.

            OPEN INPUT LOAN-CONTROL-FILE
            IF WS-LOAN-CONTROL-STATUS = "00"
               READ LOAN-CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE LC-GRACE-DAYS TO WS-GRACE-DAYS
                     MOVE LC-LATE-FEE TO WS-LATE-FEE
               END-READ
               CLOSE LOAN-CONTROL-FILE
            ELSE
               DISPLAY "WARNING: LOAN-CONTROL-FILE NOT FOUND, "
                  "STATUS = ", WS-LOAN-CONTROL-STATUS,
                  ", USING DEFAULT GRACE/LATE FEE"
            END-IF.

      * The whole file is read so its seal can be proven - a quote
      * off a botched generation is a wrong quote.
       060-FIND-LOAN.

            OPEN INPUT LOAN-BALANCE-FILE
            IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: LOANBAL.DAT OPEN FAILED, STATUS = ",
                  WS-BALANCE-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               EXIT PARAGRAPH
            END-IF
            PERFORM 930-RESET-SEAL
            PERFORM UNTIL END-OF-BALANCES
               READ LOAN-BALANCE-FILE
                  AT END
                     MOVE 'Y' TO WS-BALANCE-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 065-SEAL-COUNT-LOAN-BALANCE
                     IF LB-LOAN-ID = WS-QUOTE-LOAN-ID
                        MOVE 'Y' TO WS-LOAN-FOUND-SWITCH
                        MOVE LB-PRINCIPAL TO WS-QUOTE-PRINCIPAL
                        MOVE LB-MONTHLY-RATE TO WS-QUOTE-MONTHLY-RATE
                        MOVE LB-NEXT-DUE-DATE TO WS-QUOTE-NEXT-DUE
                        MOVE LB-ESCROW-BALANCE TO WS-QUOTE-ESCROW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE LOAN-BALANCE-FILE
            MOVE "LOANBAL.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL

            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: LOANBAL.DAT FAILS ITS SEAL - "
                  "NO QUOTE GIVEN"
               MOVE "LOANBAL.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               PERFORM 090-LOG-REFUSAL
               EXIT PARAGRAPH
            END-IF
            IF NOT LOAN-WAS-FOUND
               DISPLAY "ERROR: LOAN ", WS-QUOTE-LOAN-ID,
                  " NOT ON LOANBAL.DAT"
               MOVE SPACES TO EL-MESSAGE
               STRING "PAYOFF QUOTE - LOAN " DELIMITED BY SIZE
                      WS-QUOTE-LOAN-ID DELIMITED BY SIZE
                      " NOT ON LOANBAL.DAT" DELIMITED BY SIZE
                  INTO EL-MESSAGE
               END-STRING
               PERFORM 090-LOG-REFUSAL
               EXIT PARAGRAPH
            END-IF
            IF WS-QUOTE-PRINCIPAL = 0
                  OR WS-QUOTE-NEXT-DUE = 0
                  OR WS-QUOTE-NEXT-DUE IS NOT NUMERIC
               DISPLAY "ERROR: LOAN ", WS-QUOTE-LOAN-ID,
                  " IS PAID OFF OR HAS NO DUE DATE - NO QUOTE GIVEN"
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
            END-IF.

       065-SEAL-COUNT-LOAN-BALANCE.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE LB-LOAN-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE LB-PRINCIPAL TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

       090-LOG-REFUSAL.

            MOVE "LOAN-PAYOFF-QUOTE" TO EL-PROGRAM-ID
            MOVE "E" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            MOVE 'Y' TO WS-RUN-ABORT-SWITCH.

      * Interest is paid in arrears: the next due date's payment
      * covers the month before it, so interest is owed from a
      * month before the next due date to the good-through date.
       200-FIGURE-PAYOFF.

            MOVE WS-QUOTE-NEXT-DUE TO WS-WORK-DATE
            IF WS-WORK-DAY > 28
               MOVE 28 TO WS-WORK-DAY
            END-IF
            IF WS-WORK-MONTH = 1
               MOVE 12 TO WS-WORK-MONTH
               SUBTRACT 1 FROM WS-WORK-YEAR
            ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
            END-IF
            MOVE WS-WORK-DATE TO WS-PAID-THROUGH-DATE

            COMPUTE WS-GOOD-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-GOOD-THROUGH-DATE)
            COMPUTE WS-INTEREST-DAYS = WS-GOOD-INTEGER -
               FUNCTION INTEGER-OF-DATE (WS-PAID-THROUGH-DATE)
            IF WS-INTEREST-DAYS < 0
               MOVE 0 TO WS-INTEREST-DAYS
            END-IF
            COMPUTE WS-INTEREST-DUE ROUNDED =
               WS-QUOTE-PRINCIPAL * WS-QUOTE-MONTHLY-RATE
               * WS-INTEREST-DAYS / 30
            COMPUTE WS-PER-DIEM ROUNDED =
               WS-QUOTE-PRINCIPAL * WS-QUOTE-MONTHLY-RATE / 30

            PERFORM 210-COUNT-LATE-INSTALLMENTS
            COMPUTE WS-LATE-FEES-DUE =
               WS-LATE-FEE * WS-INSTALLMENTS-LATE

            COMPUTE WS-PAYOFF-AMOUNT =
               WS-QUOTE-PRINCIPAL + WS-INTEREST-DUE
               + WS-LATE-FEES-DUE - WS-QUOTE-ESCROW.

      * A late fee is assessed only when a late payment posts; an
      * installment never paid has drawn none yet. Each one from the
      * next due date on that is past grace by the good-through date
      * owes its fee in the payoff.
       210-COUNT-LATE-INSTALLMENTS.

            MOVE 0 TO WS-INSTALLMENTS-LATE
            MOVE WS-QUOTE-NEXT-DUE TO WS-WORK-DATE
            IF WS-WORK-DAY > 28
               MOVE 28 TO WS-WORK-DAY
            END-IF
            PERFORM UNTIL WS-INSTALLMENTS-LATE >= WS-INSTALLMENT-LIMIT
               COMPUTE WS-WORK-INTEGER =
                  FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
               COMPUTE WS-DAYS-PAST-DUE =
                  WS-GOOD-INTEGER - WS-WORK-INTEGER
               IF WS-DAYS-PAST-DUE NOT > WS-GRACE-DAYS
                  EXIT PERFORM
               END-IF
               ADD 1 TO WS-INSTALLMENTS-LATE
               IF WS-WORK-MONTH = 12
                  MOVE 1 TO WS-WORK-MONTH
                  ADD 1 TO WS-WORK-YEAR
               ELSE
                  ADD 1 TO WS-WORK-MONTH
               END-IF
            END-PERFORM.

       300-LOG-QUOTE.

            OPEN EXTEND PAYOFF-QUOTE-LOG-FILE
            IF WS-QUOTE-LOG-STATUS NOT = "00"
               OPEN OUTPUT PAYOFF-QUOTE-LOG-FILE
            END-IF
            IF WS-QUOTE-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: LOANPYOF.DAT OPEN FAILED, STATUS = ",
                  WS-QUOTE-LOG-STATUS, " - QUOTE NOT LOGGED, "
                  "PAYMENT POSTING WILL NOT RECOGNIZE IT"
               MOVE "PAYOFF QUOTE NOT LOGGED - LOANPYOF.DAT FAILED"
                  TO EL-MESSAGE
               MOVE "LOAN-PAYOFF-QUOTE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-QUOTE-LOAN-ID TO PQ-LOAN-ID
            MOVE WS-RUN-DATE TO PQ-QUOTE-DATE
            MOVE WS-GOOD-THROUGH-DATE TO PQ-GOOD-THROUGH
            MOVE WS-PAID-THROUGH-DATE TO PQ-PAID-THROUGH
            MOVE WS-QUOTE-PRINCIPAL TO PQ-PRINCIPAL
            MOVE WS-INTEREST-DUE TO PQ-INTEREST
            MOVE WS-LATE-FEES-DUE TO PQ-LATE-FEES
            MOVE WS-QUOTE-ESCROW TO PQ-ESCROW-CREDIT
            MOVE WS-PAYOFF-AMOUNT TO PQ-PAYOFF-AMOUNT
            MOVE WS-PER-DIEM TO PQ-PER-DIEM
            MOVE WS-REQUESTED-BY TO PQ-REQUESTED-BY
            WRITE PAYOFF-QUOTE-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            CLOSE PAYOFF-QUOTE-LOG-FILE.

       400-WRITE-QUOTE-LETTER.

            OPEN OUTPUT PAYOFF-LETTER-FILE
            IF WS-LETTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: LOANPYOF.RPT OPEN FAILED, STATUS = ",
                  WS-LETTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-QUOTE-LOAN-ID TO LH-LOAN-ID
            MOVE WS-RUN-DATE TO LH-QUOTE-DATE
            WRITE LETTER-LINE FROM LETTER-HEADING-1
            MOVE WS-REQUESTED-BY TO LH-REQUESTED-BY
            WRITE LETTER-LINE FROM LETTER-HEADING-2
            WRITE LETTER-LINE FROM BLANK-LINE
            MOVE WS-GOOD-THROUGH-DATE TO LI-GOOD-THROUGH
            WRITE LETTER-LINE FROM LETTER-INTRO-LINE
            WRITE LETTER-LINE FROM BLANK-LINE

            MOVE "PRINCIPAL BALANCE" TO LA-CAPTION
            MOVE WS-QUOTE-PRINCIPAL TO LA-AMOUNT
            WRITE LETTER-LINE FROM LETTER-AMOUNT-LINE
            MOVE WS-PAID-THROUGH-DATE TO LC-FROM-DATE
            MOVE WS-GOOD-THROUGH-DATE TO LC-TO-DATE
            MOVE WS-INTEREST-DAYS TO LC-DAYS
            MOVE LETTER-INTEREST-CAPTION TO LA-CAPTION
            MOVE WS-INTEREST-DUE TO LA-AMOUNT
            WRITE LETTER-LINE FROM LETTER-AMOUNT-LINE
            MOVE WS-INSTALLMENTS-LATE TO LL-INSTALLMENTS
            MOVE LETTER-LATE-CAPTION TO LA-CAPTION
            MOVE WS-LATE-FEES-DUE TO LA-AMOUNT
            WRITE LETTER-LINE FROM LETTER-AMOUNT-LINE
            MOVE "LESS ESCROW BALANCE REFUNDED" TO LA-CAPTION
            COMPUTE LA-AMOUNT = 0 - WS-QUOTE-ESCROW
            WRITE LETTER-LINE FROM LETTER-AMOUNT-LINE
            MOVE "TOTAL PAYOFF AMOUNT" TO LA-CAPTION
            MOVE WS-PAYOFF-AMOUNT TO LA-AMOUNT
            WRITE LETTER-LINE FROM LETTER-AMOUNT-LINE
            WRITE LETTER-LINE FROM BLANK-LINE

            MOVE WS-PER-DIEM TO LP-PER-DIEM
            WRITE LETTER-LINE FROM LETTER-PER-DIEM-LINE
            WRITE LETTER-LINE FROM BLANK-LINE
            WRITE LETTER-LINE FROM LETTER-DAY-HEADING
            PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                  UNTIL WS-DAY-SUB > WS-PER-DIEM-DAYS
               COMPUTE LD-DATE = FUNCTION DATE-OF-INTEGER
                  (WS-GOOD-INTEGER + WS-DAY-SUB)
               COMPUTE WS-DAY-PAYOFF =
                  WS-PAYOFF-AMOUNT + WS-PER-DIEM * WS-DAY-SUB
               MOVE WS-DAY-PAYOFF TO LD-AMOUNT
               WRITE LETTER-LINE FROM LETTER-DAY-LINE
            END-PERFORM
            WRITE LETTER-LINE FROM BLANK-LINE
            WRITE LETTER-LINE FROM LETTER-NOTE-LINE-1
            WRITE LETTER-LINE FROM LETTER-NOTE-LINE-2
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            CLOSE PAYOFF-LETTER-FILE.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY SEALTBL.
       END PROGRAM LOAN-PAYOFF-QUOTE.
