      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Loan origination and boarding. New loans come in
      *           as transactions on LOANORIG.DAT - borrower,
      *           principal, annual rate (a fraction, as on
      *           AMORTLN.DAT), term, first due date, escrow deposit
      *           and monthly escrow portion, and the adjustable-
      *           rate plan LOAN-RATE-RESET works from - instead of
      *           being typed straight into LOANBAL.DAT. Every field
      *           is edited; a duplicate loan ID, or a rate plan
      *           naming an index RATEINDX.DAT does not carry, is
      *           rejected with the rest. An accepted loan's monthly
      *           rate and payment are figured the way LOAN-
      *           AMORTIZATION figures them (the escrow portion rides
      *           on top of principal and interest, as at a reset)
      *           and the loan is added to the old/new roll:
      *           LOANBAL.DAT (seal verified) copies to LOANBAL.NEW
      *           with the new loans after it, and the new
      *           generation is sealed. The borrower goes on the
      *           LOANBORR.DAT register, the boarding proof
      *           (LOANBRD.RPT) shows each loan as boarded with its
      *           first year's schedule and every rejection, and the
      *           funding posts to GLTRANS.DAT as one balanced batch
      *           under source LOANORIG: loans receivable debited,
      *           cash credited for the disbursement, escrow
      *           liability credited for the deposit held back from
      *           it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-BOARDING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-BALANCE-OLD-FILE ASSIGN TO "LOANBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-OLD-STATUS.

           SELECT LOAN-BALANCE-NEW-FILE ASSIGN TO "LOANBAL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-NEW-STATUS.

      * The loan officers' new-loan transactions, one per loan,
      * consumed here.
           SELECT NEW-LOAN-FILE ASSIGN TO "LOANORIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-LOAN-STATUS.

      * The same index file LOAN-RATE-RESET resets from.
           SELECT RATE-INDEX-FILE ASSIGN TO "RATEINDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.

      * Who each loan was made to, appended as loans board.
           SELECT BORROWER-FILE ASSIGN TO "LOANBORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BORROWER-FILE-STATUS.

           SELECT BOARDING-PROOF-FILE ASSIGN TO "LOANBRD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-FILE-STATUS.

      * Shared batch exception log.
           COPY EXCPSEL.

      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

      * Subledger-to-GL feed - see copybooks/GLFEED.cpy.
           COPY GLFSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-BALANCE-OLD-FILE.
       01  LOAN-BALANCE-OLD-RECORD.
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

       FD  LOAN-BALANCE-NEW-FILE.
       01  LOAN-BALANCE-NEW-RECORD.
           05  LN-LOAN-ID          PIC X(6).
           05  LN-PRINCIPAL        PIC 9(7)V9(2).
           05  LN-MONTHLY-RATE     PIC 9V9(8).
           05  LN-PAYMENT-DUE      PIC 9(7)V9(2).
           05  LN-NEXT-DUE-DATE    PIC 9(8).
           05  LN-ESCROW-BALANCE   PIC 9(7)V9(2).
           05  LN-ESCROW-PORTION   PIC 9(5)V9(2).
           05  LN-INDEX-CODE       PIC X(4).
           05  LN-MARGIN-PCT       PIC 9(2)V9(3).
           05  LN-RESET-FREQ-MONTHS PIC 9(2).
           05  LN-NEXT-RESET-DATE  PIC 9(8).
           05  LN-PERIODIC-CAP-PCT PIC 9(2)V9(3).
           05  LN-LIFETIME-CAP-PCT PIC 9(2)V9(3).
           05  LN-REMAINING-TERM   PIC 9(3).

      * The annual rate is a fraction (.06500 is 6.5 percent), the
      * LOAN-AMORTIZATION convention; the rate plan fields are
      * annual percents, the LOANBAL.DAT convention. A blank index
      * code is a fixed-rate loan and the plan fields must be zero.
       FD  NEW-LOAN-FILE.
       01  NEW-LOAN-RECORD.
           05  NL-LOAN-ID          PIC X(6).
           05  NL-BORROWER-NAME    PIC X(30).
           05  NL-PRINCIPAL        PIC 9(7)V9(2).
           05  NL-ANNUAL-RATE      PIC 9V9(5).
           05  NL-TERM-MONTHS      PIC 9(3).
           05  NL-FIRST-DUE-DATE   PIC 9(8).
           05  NL-FIRST-DUE-R REDEFINES NL-FIRST-DUE-DATE.
               10  NL-FIRST-DUE-YEAR   PIC 9(4).
               10  NL-FIRST-DUE-MONTH  PIC 9(2).
               10  NL-FIRST-DUE-DAY    PIC 9(2).
           05  NL-ESCROW-DEPOSIT   PIC 9(7)V9(2).
           05  NL-ESCROW-PORTION   PIC 9(5)V9(2).
           05  NL-RATE-PLAN.
               10  NL-INDEX-CODE       PIC X(4).
               10  NL-MARGIN-PCT       PIC 9(2)V9(3).
               10  NL-RESET-FREQ-MONTHS PIC 9(2).
               10  NL-FIRST-RESET-DATE PIC 9(8).
               10  NL-PERIODIC-CAP-PCT PIC 9(2)V9(3).
               10  NL-LIFETIME-CAP-PCT PIC 9(2)V9(3).

       FD  RATE-INDEX-FILE.
       01  RATE-INDEX-RECORD.
           05  RI-INDEX-CODE       PIC X(4).
           05  RI-ANNUAL-RATE      PIC 9(2)V9(3).

       FD  BORROWER-FILE.
       01  BORROWER-RECORD.
           05  BR-LOAN-ID          PIC X(6).
           05  BR-BORROWER-NAME    PIC X(30).
           05  BR-BOARDED-DATE     PIC 9(8).

       FD  BOARDING-PROOF-FILE.
       01  PROOF-LINE              PIC X(96).

           COPY EXCPFD.
           COPY SEALFD.
           COPY RUNHFD.
           COPY GLFFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.
           COPY RUNSTWS.
       01  WS-GL-FEED-STATUS       PIC XX.
       01  WS-GL-RULE-STATUS       PIC XX.
       01  WS-GL-COA-STATUS        PIC XX.
           COPY GLFWS.
       01  WS-BALANCE-OLD-STATUS   PIC XX.
       01  WS-BALANCE-NEW-STATUS   PIC XX.
       01  WS-NEW-LOAN-STATUS      PIC XX.
       01  WS-INDEX-FILE-STATUS    PIC XX.
       01  WS-BORROWER-FILE-STATUS PIC XX.
       01  WS-PROOF-FILE-STATUS    PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH     PIC X VALUE 'N'.
           88  RUN-MUST-ABORT          VALUE 'Y'.
       01  WS-BAD-LOAN-SWITCH      PIC X VALUE 'N'.
           88  BAD-LOAN-RECORD         VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).

      * Every loan ID on file, and each one boarded this run, for
      * the duplicate check.
       01  WS-LOAN-COUNT-MAX       PIC 9(3) VALUE 500.
       01  WS-LOAN-COUNT           PIC 9(3) VALUE 0.
       01  LOAN-ID-TABLE.
           05  LOAN-ID-ENTRY OCCURS 500 TIMES
                                   INDEXED BY LI-IDX.
               10  LIE-LOAN-ID         PIC X(6).

       01  WS-INDEX-COUNT-MAX      PIC 9(2) VALUE 20.
       01  WS-INDEX-COUNT          PIC 9(2) VALUE 0.
       01  RATE-INDEX-TABLE.
           05  RATE-INDEX-ENTRY OCCURS 20 TIMES
                                   INDEXED BY RI-IDX.
               10  RIE-INDEX-CODE      PIC X(4).
               10  RIE-ANNUAL-RATE     PIC 9(2)V9(3).

      * An annual rate past this is a percent keyed into a fraction
      * field - 6.5 where .065 belongs.
       01  WS-MAX-ANNUAL-RATE      PIC 9V9(5) VALUE .25000.
       01  WS-MAX-TERM-MONTHS      PIC 9(3) VALUE 480.
       01  WS-MAX-RESET-FREQ       PIC 9(2) VALUE 60.
       01  WS-REJECT-REASON        PIC X(40).

      * Payment math - the LOAN-AMORTIZATION fields and precision.
       01  WS-MONTHLY-RATE         PIC 9V9(8).
       01  WS-RATE-BASE            PIC 9V9(8).
       01  WS-RATE-FACTOR          PIC 9(3)V9(10).
       01  WS-PAYMENT-NUMERATOR    PIC 9(9)V9(10).
       01  WS-PAYMENT-DENOMINATOR  PIC 9(3)V9(10).
       01  WS-MONTHLY-PAYMENT      PIC 9(7)V9(2).
       01  WS-ANNUAL-PCT           PIC 9(3)V9(4).

      * First-year schedule scratch.
       01  WS-BALANCE              PIC 9(7)V9(2).
       01  WS-INTEREST-PORTION     PIC 9(7)V9(2).
       01  WS-PRINCIPAL-PORTION    PIC 9(7)V9(2).
       01  WS-PERIOD               PIC 9(3).
       01  WS-SCHEDULE-PERIODS     PIC 9(3).
       01  WS-PROOF-MONTHS         PIC 9(3) VALUE 12.
       01  WS-WORK-DATE            PIC 9(8).
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR        PIC 9(4).
           05  WS-WORK-MONTH       PIC 9(2).
           05  WS-WORK-DAY         PIC 9(2).

       01  WS-LOANS-BOARDED        PIC 9(5) VALUE 0.
       01  WS-LOANS-REJECTED       PIC 9(5) VALUE 0.
       01  WS-PRINCIPAL-FUNDED     PIC 9(9)V9(2) VALUE 0.
       01  WS-CASH-DISBURSED       PIC 9(7)V9(2).

      * Rejection message for the shared exception log. Built with
      * MOVE, not STRING - see copybooks/EXCPLOG.cpy.
       01  WS-REJECT-MSG-BUILD.
           05  FILLER              PIC X(5) VALUE "LOAN ".
           05  WS-REJECT-MSG-ID    PIC X(6).
           05  FILLER              PIC X(14) VALUE " NOT BOARDED: ".
           05  WS-REJECT-MSG-REASON PIC X(35).

       01  PROOF-HEADING-1.
           05  FILLER          PIC X(36) VALUE
               "LOAN BOARDING PROOF - ".
           05  PH-DATE         PIC 9(8).
       01  PROOF-LOAN-LINE.
           05  FILLER          PIC X(8)  VALUE "BOARDED ".
           05  PL-LOAN-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PL-BORROWER     PIC X(30).
       01  PROOF-TERMS-LINE-1.
           05  FILLER          PIC X(12) VALUE "  PRINCIPAL ".
           05  PT-PRINCIPAL    PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(15) VALUE "   ANNUAL RATE ".
           05  PT-ANNUAL-PCT   PIC Z9.9(3).
           05  FILLER          PIC X(19) VALUE " PCT   MONTHLY RATE".
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  PT-MONTHLY-RATE PIC 9.9(8).
           05  FILLER          PIC X(8)  VALUE "   TERM ".
           05  PT-TERM         PIC ZZ9.
       01  PROOF-TERMS-LINE-2.
           05  FILLER          PIC X(12) VALUE "  P AND I   ".
           05  PT-PANDI        PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(10) VALUE "   ESCROW ".
           05  PT-ESCROW-PORTION PIC $$,$$9.99.
           05  FILLER          PIC X(15) VALUE "   PAYMENT DUE ".
           05  PT-PAYMENT-DUE  PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(13) VALUE "   FIRST DUE ".
           05  PT-FIRST-DUE    PIC 9(8).
       01  PROOF-TERMS-LINE-3.
           05  FILLER          PIC X(17) VALUE "  ESCROW DEPOSIT ".
           05  PT-ESCROW-DEPOSIT PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(18) VALUE "   CASH DISBURSED ".
           05  PT-CASH         PIC $$,$$$,$$9.99.
       01  PROOF-FIXED-LINE.
           05  FILLER          PIC X(20) VALUE "  FIXED RATE".
       01  PROOF-PLAN-LINE.
           05  FILLER          PIC X(13) VALUE "  RATE PLAN: ".
           05  PP-INDEX-CODE   PIC X(4).
           05  FILLER          PIC X(3)  VALUE " + ".
           05  PP-MARGIN       PIC Z9.9(3).
           05  FILLER          PIC X(13) VALUE " RESET EVERY ".
           05  PP-FREQ         PIC Z9.
           05  FILLER          PIC X(10) VALUE " MOS FROM ".
           05  PP-FIRST-RESET  PIC 9(8).
           05  FILLER          PIC X(7)  VALUE "  CAPS ".
           05  PP-PERIODIC-CAP PIC Z9.9(3).
           05  FILLER          PIC X(1)  VALUE "/".
           05  PP-LIFETIME-CAP PIC Z9.9(3).
       01  PROOF-SCHEDULE-HEADING.
           05  FILLER          PIC X(10) VALUE "  PERIOD".
           05  FILLER          PIC X(11) VALUE "DUE DATE".
           05  FILLER          PIC X(16) VALUE "  BEGIN BALANCE".
           05  FILLER          PIC X(13) VALUE "     INTEREST".
           05  FILLER          PIC X(13) VALUE "    PRINCIPAL".
           05  FILLER          PIC X(16) VALUE "    END BALANCE".
       01  PROOF-SCHEDULE-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  PS-PERIOD       PIC ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  PS-DUE-DATE     PIC 9(8).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  PS-BEGIN-BALANCE PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PS-INTEREST     PIC $$$,$$9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  PS-PRINCIPAL    PIC $$$,$$9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  PS-END-BALANCE  PIC $$,$$$,$$9.99.
       01  PROOF-REJECT-LINE.
           05  FILLER          PIC X(9)  VALUE "REJECTED ".
           05  PR-LOAN-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PR-BORROWER     PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PR-REASON       PIC X(40).
       01  PROOF-TOTAL-LINE.
           05  FILLER          PIC X(15) VALUE "LOANS BOARDED: ".
           05  PX-BOARDED      PIC ZZZZ9.
           05  FILLER          PIC X(13) VALUE "   REJECTED: ".
           05  PX-REJECTED     PIC ZZZZ9.
           05  FILLER          PIC X(22) VALUE
               "   PRINCIPAL FUNDED: ".
           05  PX-FUNDED       PIC $$$,$$$,$$9.99.
       01  BLANK-LINE              PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            MOVE "LOAN-BOARDING" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
            PERFORM 020-VERIFY-BALANCE-SEAL
            IF RUN-MUST-ABORT
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

      * The funding reaches the GL in the same run that boards the
      * loans, or neither moves.
            PERFORM 040-LOAD-GL-POSTING-RULES
            IF GL-FEED-REFUSED
               DISPLAY "ERROR: GL POSTING RULES NOT USABLE - "
                  "NO LOANS BOARDED"
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 050-OPEN-FILES
            IF RUN-MUST-ABORT
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 060-LOAD-RATE-INDEXES
            PERFORM 100-ROLL-EXISTING-LOANS

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ NEW-LOAN-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 200-BOARD-ONE-LOAN
               END-READ
            END-PERFORM

            PERFORM 800-WRITE-PROOF-TOTALS
            PERFORM 900-CLOSE-FILES
            PERFORM 700-WRITE-GL-FEED
            DISPLAY "BOARDED ", WS-LOANS-BOARDED, " LOAN(S), ",
               "REJECTED ", WS-LOANS-REJECTED, ".  PROMOTE "
               "LOANBAL.NEW OVER LOANBAL.DAT."
            IF WS-LOANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
            END-IF
            PERFORM 970-DISPLAY-RUN-STATISTICS

            STOP RUN.

      * LOANBAL.DAT is streamed to LOANBAL.NEW, so the seal check is
      * a pre-pass of its own - and the pass that collects every
      * loan ID already on file for the duplicate check.
       020-VERIFY-BALANCE-SEAL.

            PERFORM 930-RESET-SEAL
            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT LOAN-BALANCE-OLD-FILE
            IF WS-BALANCE-OLD-STATUS NOT = "00"
      * The real open in 050-OPEN-FILES reports this.
               EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ LOAN-BALANCE-OLD-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     MOVE SPACES TO WS-SEAL-KEY-STRING
                     MOVE LB-LOAN-ID TO WS-SEAL-KEY-STRING (1:6)
                     MOVE LB-PRINCIPAL TO WS-SEAL-AMOUNT-VALUE
                     PERFORM 933-HASH-KEY-STRING
                     PERFORM 932-ACCUMULATE-SEAL
                     IF WS-LOAN-COUNT < WS-LOAN-COUNT-MAX
                        ADD 1 TO WS-LOAN-COUNT
                        MOVE LB-LOAN-ID TO LIE-LOAN-ID (WS-LOAN-COUNT)
                     ELSE
                        MOVE 'Y' TO WS-RUN-ABORT-SWITCH
                     END-IF
               END-READ
            END-PERFORM
            CLOSE LOAN-BALANCE-OLD-FILE
            MOVE 'N' TO WS-EOF-SWITCH
            IF RUN-MUST-ABORT
               DISPLAY "ERROR: MORE THAN ", WS-LOAN-COUNT-MAX,
                  " LOANS ON LOANBAL.DAT - DUPLICATE CHECK "
                  "INCOMPLETE, NO LOANS BOARDED"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE "LOANBAL.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: LOANBAL.DAT FAILS ITS SEAL - "
                  "NO LOANS BOARDED"
               MOVE "LOANBAL.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "LOAN-BOARDING" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF
            PERFORM 930-RESET-SEAL.

      * Loans receivable, cash and escrow liability come off
      * GLPRULE.DAT under source LOANORIG, proven against GLCOA.DAT.
       040-LOAD-GL-POSTING-RULES.

            MOVE "LOAN-BOARDING" TO WS-GLF-PROGRAM-ID
            MOVE "LOANORIG" TO WS-GLF-SOURCE
            MOVE "LNBORD" TO WS-GLF-BATCH-ID
            MOVE WS-TODAY-DATE TO WS-GLF-BATCH-DATE
            PERFORM 980-LOAD-GL-POSTING-RULES
            MOVE "PRIN" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "CASH" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "ESCR" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE.

       050-OPEN-FILES.

            OPEN INPUT NEW-LOAN-FILE
            IF WS-NEW-LOAN-STATUS NOT = "00"
               DISPLAY "ERROR: LOANORIG.DAT OPEN FAILED, STATUS = ",
                  WS-NEW-LOAN-STATUS, " - NOTHING TO BOARD"
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

      * A loan boarded with no borrower on record is a loan nobody
      * can be billed for - refuse instead.
            OPEN EXTEND BORROWER-FILE
            IF WS-BORROWER-FILE-STATUS NOT = "00"
               OPEN OUTPUT BORROWER-FILE
            END-IF
            IF WS-BORROWER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: LOANBORR.DAT OPEN FAILED, STATUS = ",
                  WS-BORROWER-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            OPEN INPUT LOAN-BALANCE-OLD-FILE
            IF WS-BALANCE-OLD-STATUS NOT = "00"
               DISPLAY "ERROR: LOANBAL.DAT OPEN FAILED, STATUS = ",
                  WS-BALANCE-OLD-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT LOAN-BALANCE-NEW-FILE
            IF WS-BALANCE-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: LOANBAL.NEW OPEN FAILED, STATUS = ",
                  WS-BALANCE-NEW-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT BOARDING-PROOF-FILE
            IF WS-PROOF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: LOANBRD.RPT OPEN FAILED, STATUS = ",
                  WS-PROOF-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            ELSE
               MOVE WS-TODAY-DATE TO PH-DATE
               WRITE PROOF-LINE FROM PROOF-HEADING-1
            END-IF.

       060-LOAD-RATE-INDEXES.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT RATE-INDEX-FILE
            IF WS-INDEX-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: RATEINDX.DAT NOT FOUND - NO "
                  "ADJUSTABLE-RATE LOAN CAN BOARD THIS RUN"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ RATE-INDEX-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-INDEX-COUNT < WS-INDEX-COUNT-MAX
                        ADD 1 TO WS-INDEX-COUNT
                        MOVE RI-INDEX-CODE TO
                           RIE-INDEX-CODE (WS-INDEX-COUNT)
                        MOVE RI-ANNUAL-RATE TO
                           RIE-ANNUAL-RATE (WS-INDEX-COUNT)
                     END-IF
               END-READ
            END-PERFORM
            IF WS-INDEX-FILE-STATUS = "10"
               CLOSE RATE-INDEX-FILE
            END-IF.

      * Every loan already on file rolls to the new generation as
      * it stands; the boarded loans follow it.
       100-ROLL-EXISTING-LOANS.

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ LOAN-BALANCE-OLD-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     MOVE LOAN-BALANCE-OLD-RECORD TO
                        LOAN-BALANCE-NEW-RECORD
                     WRITE LOAN-BALANCE-NEW-RECORD
                     PERFORM 250-SEAL-COUNT-NEW-BALANCE
                     ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               END-READ
            END-PERFORM
            MOVE 'N' TO WS-EOF-SWITCH.

       200-BOARD-ONE-LOAN.

            PERFORM 210-EDIT-NEW-LOAN
            IF WS-REJECT-REASON = SPACES
               PERFORM 220-COMPUTE-MONTHLY-PAYMENT
            END-IF
            IF WS-REJECT-REASON NOT = SPACES
               PERFORM 290-REJECT-NEW-LOAN
               EXIT PARAGRAPH
            END-IF

            MOVE NL-LOAN-ID TO LN-LOAN-ID
            MOVE NL-PRINCIPAL TO LN-PRINCIPAL
            MOVE WS-MONTHLY-RATE TO LN-MONTHLY-RATE
            COMPUTE LN-PAYMENT-DUE =
               WS-MONTHLY-PAYMENT + NL-ESCROW-PORTION
            MOVE NL-FIRST-DUE-DATE TO LN-NEXT-DUE-DATE
            MOVE NL-ESCROW-DEPOSIT TO LN-ESCROW-BALANCE
            MOVE NL-ESCROW-PORTION TO LN-ESCROW-PORTION
            MOVE NL-INDEX-CODE TO LN-INDEX-CODE
            MOVE NL-MARGIN-PCT TO LN-MARGIN-PCT
            MOVE NL-RESET-FREQ-MONTHS TO LN-RESET-FREQ-MONTHS
            MOVE NL-FIRST-RESET-DATE TO LN-NEXT-RESET-DATE
            MOVE NL-PERIODIC-CAP-PCT TO LN-PERIODIC-CAP-PCT
            MOVE NL-LIFETIME-CAP-PCT TO LN-LIFETIME-CAP-PCT
            MOVE NL-TERM-MONTHS TO LN-REMAINING-TERM
            WRITE LOAN-BALANCE-NEW-RECORD
            PERFORM 250-SEAL-COUNT-NEW-BALANCE
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN

            ADD 1 TO WS-LOAN-COUNT
            MOVE NL-LOAN-ID TO LIE-LOAN-ID (WS-LOAN-COUNT)
            ADD 1 TO WS-LOANS-BOARDED
            ADD NL-PRINCIPAL TO WS-PRINCIPAL-FUNDED

            MOVE NL-LOAN-ID TO BR-LOAN-ID
            MOVE NL-BORROWER-NAME TO BR-BORROWER-NAME
            MOVE WS-TODAY-DATE TO BR-BOARDED-DATE
            WRITE BORROWER-RECORD

      * The escrow deposit is held back out of the loan proceeds;
      * the borrower (or the closing agent) receives the rest.
            COMPUTE WS-CASH-DISBURSED =
               NL-PRINCIPAL - NL-ESCROW-DEPOSIT
            MOVE "PRIN" TO WS-GLF-RULE-CODE
            MOVE "D" TO WS-GLF-SIDE
            MOVE NL-PRINCIPAL TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "CASH" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            MOVE WS-CASH-DISBURSED TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "ESCR" TO WS-GLF-RULE-CODE
            MOVE NL-ESCROW-DEPOSIT TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT

            PERFORM 240-WRITE-BOARDING-PROOF.

      * Every field is edited before anything is figured; the first
      * failure found is the one reported.
       210-EDIT-NEW-LOAN.

            MOVE SPACES TO WS-REJECT-REASON
            IF NL-LOAN-ID = SPACES
               MOVE "LOAN ID MISSING" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING LI-IDX FROM 1 BY 1
                  UNTIL LI-IDX > WS-LOAN-COUNT
               IF LIE-LOAN-ID (LI-IDX) = NL-LOAN-ID
                  MOVE "DUPLICATE LOAN ID" TO WS-REJECT-REASON
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-LOAN-COUNT NOT < WS-LOAN-COUNT-MAX
               MOVE "LOAN TABLE FULL" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
            IF NL-BORROWER-NAME = SPACES
               MOVE "BORROWER NAME MISSING" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
            IF NL-PRINCIPAL IS NOT NUMERIC OR NL-PRINCIPAL = 0
               MOVE "PRINCIPAL NOT NUMERIC OR ZERO"
                  TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
            IF NL-ANNUAL-RATE IS NOT NUMERIC
               MOVE "ANNUAL RATE NOT NUMERIC" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
            IF NL-ANNUAL-RATE > WS-MAX-ANNUAL-RATE
               MOVE "ANNUAL RATE OVER 25 PCT - KEYED AS PCT?"
                  TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
            IF NL-TERM-MONTHS IS NOT NUMERIC
                  OR NL-TERM-MONTHS = 0
                  OR NL-TERM-MONTHS > WS-MAX-TERM-MONTHS
               MOVE "TERM NOT 1 TO 480 MONTHS" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF

            IF NL-FIRST-DUE-DATE IS NOT NUMERIC
               MOVE "FIRST DUE DATE NOT NUMERIC" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD (NL-FIRST-DUE-DATE)
                  NOT = 0
               MOVE "FIRST DUE DATE NOT A CALENDAR DATE"
                  TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
            IF NL-FIRST-DUE-DATE NOT > WS-TODAY-DATE
               MOVE "FIRST DUE DATE NOT AFTER TODAY"
                  TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
      * Payment posting rolls the due date a month at a time with
      * the day of month kept, so the day has to be in every month.
            IF NL-FIRST-DUE-DAY > 28
               MOVE "FIRST DUE DAY PAST THE 28TH" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF

            IF NL-ESCROW-DEPOSIT IS NOT NUMERIC
                  OR NL-ESCROW-PORTION IS NOT NUMERIC
               MOVE "ESCROW AMOUNTS NOT NUMERIC" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
            IF NL-ESCROW-DEPOSIT NOT < NL-PRINCIPAL
               MOVE "ESCROW DEPOSIT NOT BELOW PRINCIPAL"
                  TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF

            IF NL-MARGIN-PCT IS NOT NUMERIC
                  OR NL-RESET-FREQ-MONTHS IS NOT NUMERIC
                  OR NL-FIRST-RESET-DATE IS NOT NUMERIC
                  OR NL-PERIODIC-CAP-PCT IS NOT NUMERIC
                  OR NL-LIFETIME-CAP-PCT IS NOT NUMERIC
               MOVE "RATE PLAN FIELDS NOT NUMERIC" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
            IF NL-INDEX-CODE = SPACES
               IF NL-MARGIN-PCT NOT = 0
                     OR NL-RESET-FREQ-MONTHS NOT = 0
                     OR NL-FIRST-RESET-DATE NOT = 0
                     OR NL-PERIODIC-CAP-PCT NOT = 0
                     OR NL-LIFETIME-CAP-PCT NOT = 0
                  MOVE "RATE PLAN WITH NO INDEX CODE"
                     TO WS-REJECT-REASON
               END-IF
               EXIT PARAGRAPH
            END-IF
            PERFORM 215-EDIT-RATE-PLAN.

      * An adjustable-rate loan must name an index LOAN-RATE-RESET
      * can find, reset on a sensible schedule starting no earlier
      * than the first payment, and open inside its own lifetime
      * cap.
       215-EDIT-RATE-PLAN.

            PERFORM VARYING RI-IDX FROM 1 BY 1
                  UNTIL RI-IDX > WS-INDEX-COUNT
               IF RIE-INDEX-CODE (RI-IDX) = NL-INDEX-CODE
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF RI-IDX > WS-INDEX-COUNT
               MOVE "INDEX CODE NOT ON RATEINDX.DAT"
                  TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
            IF NL-RESET-FREQ-MONTHS = 0
                  OR NL-RESET-FREQ-MONTHS > WS-MAX-RESET-FREQ
               MOVE "RESET FREQUENCY NOT 1 TO 60 MONTHS"
                  TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD (NL-FIRST-RESET-DATE)
                  NOT = 0
                  OR NL-FIRST-RESET-DATE < NL-FIRST-DUE-DATE
               MOVE "FIRST RESET DATE BAD OR BEFORE FIRST DUE"
                  TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-ANNUAL-PCT = NL-ANNUAL-RATE * 100
            IF NL-LIFETIME-CAP-PCT > 0
                  AND WS-ANNUAL-PCT > NL-LIFETIME-CAP-PCT
               MOVE "OPENING RATE ABOVE THE LIFETIME CAP"
                  TO WS-REJECT-REASON
            END-IF.

      * LOAN-AMORTIZATION's 200-COMPUTE-MONTHLY-PAYMENT, step for
      * step: the monthly rate is the annual rate over twelve, a
      * zero rate spreads the principal evenly, and any size error
      * rejects the loan rather than board a wrong payment.
       220-COMPUTE-MONTHLY-PAYMENT.

            MOVE 'N' TO WS-BAD-LOAN-SWITCH
            COMPUTE WS-MONTHLY-RATE = NL-ANNUAL-RATE / 12

            IF WS-MONTHLY-RATE = 0
               MOVE 1 TO WS-RATE-FACTOR
               COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
                  NL-PRINCIPAL / NL-TERM-MONTHS
                  ON SIZE ERROR
                     MOVE 'Y' TO WS-BAD-LOAN-SWITCH
               END-COMPUTE
            ELSE
               COMPUTE WS-RATE-BASE = 1 + WS-MONTHLY-RATE
                  ON SIZE ERROR
                     MOVE 'Y' TO WS-BAD-LOAN-SWITCH
               END-COMPUTE

               IF NOT BAD-LOAN-RECORD
                  COMPUTE WS-RATE-FACTOR =
                     WS-RATE-BASE ** NL-TERM-MONTHS
                     ON SIZE ERROR
                        MOVE 'Y' TO WS-BAD-LOAN-SWITCH
                  END-COMPUTE
               END-IF

               IF NOT BAD-LOAN-RECORD
                  COMPUTE WS-PAYMENT-NUMERATOR =
                     NL-PRINCIPAL * WS-MONTHLY-RATE * WS-RATE-FACTOR
                     ON SIZE ERROR
                        MOVE 'Y' TO WS-BAD-LOAN-SWITCH
                  END-COMPUTE
               END-IF

               IF NOT BAD-LOAN-RECORD
                  COMPUTE WS-PAYMENT-DENOMINATOR = WS-RATE-FACTOR - 1
                     ON SIZE ERROR
                        MOVE 'Y' TO WS-BAD-LOAN-SWITCH
                  END-COMPUTE
               END-IF

               IF NOT BAD-LOAN-RECORD
                  IF WS-PAYMENT-DENOMINATOR = 0
                     MOVE 'Y' TO WS-BAD-LOAN-SWITCH
                  ELSE
                     COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
                        WS-PAYMENT-NUMERATOR / WS-PAYMENT-DENOMINATOR
                        ON SIZE ERROR
                           MOVE 'Y' TO WS-BAD-LOAN-SWITCH
                     END-COMPUTE
                  END-IF
               END-IF
            END-IF

            IF BAD-LOAN-RECORD
               MOVE "PAYMENT DOES NOT COMPUTE FOR THESE TERMS"
                  TO WS-REJECT-REASON
            END-IF.

       240-WRITE-BOARDING-PROOF.

            IF WS-PROOF-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE NL-LOAN-ID TO PL-LOAN-ID
            MOVE NL-BORROWER-NAME TO PL-BORROWER
            WRITE PROOF-LINE FROM BLANK-LINE
            WRITE PROOF-LINE FROM PROOF-LOAN-LINE
            MOVE NL-PRINCIPAL TO PT-PRINCIPAL
            COMPUTE PT-ANNUAL-PCT = NL-ANNUAL-RATE * 100
            MOVE WS-MONTHLY-RATE TO PT-MONTHLY-RATE
            MOVE NL-TERM-MONTHS TO PT-TERM
            WRITE PROOF-LINE FROM PROOF-TERMS-LINE-1
            MOVE WS-MONTHLY-PAYMENT TO PT-PANDI
            MOVE NL-ESCROW-PORTION TO PT-ESCROW-PORTION
            MOVE LN-PAYMENT-DUE TO PT-PAYMENT-DUE
            MOVE NL-FIRST-DUE-DATE TO PT-FIRST-DUE
            WRITE PROOF-LINE FROM PROOF-TERMS-LINE-2
            MOVE NL-ESCROW-DEPOSIT TO PT-ESCROW-DEPOSIT
            MOVE WS-CASH-DISBURSED TO PT-CASH
            WRITE PROOF-LINE FROM PROOF-TERMS-LINE-3
            IF NL-INDEX-CODE = SPACES
               WRITE PROOF-LINE FROM PROOF-FIXED-LINE
            ELSE
               MOVE NL-INDEX-CODE TO PP-INDEX-CODE
               MOVE NL-MARGIN-PCT TO PP-MARGIN
               MOVE NL-RESET-FREQ-MONTHS TO PP-FREQ
               MOVE NL-FIRST-RESET-DATE TO PP-FIRST-RESET
               MOVE NL-PERIODIC-CAP-PCT TO PP-PERIODIC-CAP
               MOVE NL-LIFETIME-CAP-PCT TO PP-LIFETIME-CAP
               WRITE PROOF-LINE FROM PROOF-PLAN-LINE
            END-IF
            WRITE PROOF-LINE FROM PROOF-SCHEDULE-HEADING
            PERFORM 245-WRITE-FIRST-YEAR.

      * The first year's schedule, split the way LOAN-AMORTIZATION's
      * 300-PRINT-SCHEDULE and the payment posting split it, with
      * each payment's due date. The last payment of a short note
      * only covers what is left.
       245-WRITE-FIRST-YEAR.

            MOVE NL-PRINCIPAL TO WS-BALANCE
            MOVE NL-FIRST-DUE-DATE TO WS-WORK-DATE
            MOVE WS-PROOF-MONTHS TO WS-SCHEDULE-PERIODS
            IF NL-TERM-MONTHS < WS-SCHEDULE-PERIODS
               MOVE NL-TERM-MONTHS TO WS-SCHEDULE-PERIODS
            END-IF
            PERFORM VARYING WS-PERIOD FROM 1 BY 1
                  UNTIL WS-PERIOD > WS-SCHEDULE-PERIODS
               MOVE WS-BALANCE TO PS-BEGIN-BALANCE
               COMPUTE WS-INTEREST-PORTION ROUNDED =
                  WS-BALANCE * WS-MONTHLY-RATE
               COMPUTE WS-PRINCIPAL-PORTION =
                  WS-MONTHLY-PAYMENT - WS-INTEREST-PORTION
               IF WS-PRINCIPAL-PORTION > WS-BALANCE
                     OR WS-PERIOD = NL-TERM-MONTHS
                  MOVE WS-BALANCE TO WS-PRINCIPAL-PORTION
               END-IF
               SUBTRACT WS-PRINCIPAL-PORTION FROM WS-BALANCE
               MOVE WS-PERIOD TO PS-PERIOD
               MOVE WS-WORK-DATE TO PS-DUE-DATE
               MOVE WS-INTEREST-PORTION TO PS-INTEREST
               MOVE WS-PRINCIPAL-PORTION TO PS-PRINCIPAL
               MOVE WS-BALANCE TO PS-END-BALANCE
               WRITE PROOF-LINE FROM PROOF-SCHEDULE-LINE
               IF WS-WORK-MONTH = 12
                  MOVE 1 TO WS-WORK-MONTH
                  ADD 1 TO WS-WORK-YEAR
               ELSE
                  ADD 1 TO WS-WORK-MONTH
               END-IF
            END-PERFORM.

       250-SEAL-COUNT-NEW-BALANCE.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE LN-LOAN-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE LN-PRINCIPAL TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

       290-REJECT-NEW-LOAN.

            ADD 1 TO WS-LOANS-REJECTED
            DISPLAY "REJECTED: NEW LOAN ", NL-LOAN-ID, " - ",
               WS-REJECT-REASON
            MOVE NL-LOAN-ID TO WS-REJECT-MSG-ID
            MOVE WS-REJECT-REASON TO WS-REJECT-MSG-REASON
            MOVE WS-REJECT-MSG-BUILD TO EL-MESSAGE
            MOVE "LOAN-BOARDING" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            IF WS-PROOF-FILE-STATUS = "00"
               MOVE NL-LOAN-ID TO PR-LOAN-ID
               MOVE NL-BORROWER-NAME TO PR-BORROWER
               MOVE WS-REJECT-REASON TO PR-REASON
               WRITE PROOF-LINE FROM BLANK-LINE
               WRITE PROOF-LINE FROM PROOF-REJECT-LINE
            END-IF.

      * The funding batch goes out only alongside a written
      * LOANBAL.NEW - the generation the new loans belong to.
       700-WRITE-GL-FEED.

            IF WS-BALANCE-NEW-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF WS-LOANS-BOARDED = 0
               EXIT PARAGRAPH
            END-IF
            PERFORM 986-WRITE-GL-FEED-BATCH.

       800-WRITE-PROOF-TOTALS.

            IF WS-PROOF-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE WS-LOANS-BOARDED TO PX-BOARDED
            MOVE WS-LOANS-REJECTED TO PX-REJECTED
            MOVE WS-PRINCIPAL-FUNDED TO PX-FUNDED
            WRITE PROOF-LINE FROM BLANK-LINE
            WRITE PROOF-LINE FROM PROOF-TOTAL-LINE.

       900-CLOSE-FILES.

            IF WS-NEW-LOAN-STATUS = "00" OR WS-NEW-LOAN-STATUS = "10"
               CLOSE NEW-LOAN-FILE
            END-IF
            IF WS-BALANCE-OLD-STATUS = "00"
                  OR WS-BALANCE-OLD-STATUS = "10"
               CLOSE LOAN-BALANCE-OLD-FILE
            END-IF
            IF WS-BALANCE-NEW-STATUS = "00"
               CLOSE LOAN-BALANCE-NEW-FILE
               MOVE "LOANBAL.SEAL" TO WS-SEAL-FILE-NAME
               MOVE "LOAN-BOARDING" TO WS-SEAL-PROGRAM-ID
               PERFORM 934-WRITE-FILE-SEAL
            END-IF
            IF WS-BORROWER-FILE-STATUS = "00"
               CLOSE BORROWER-FILE
            END-IF
            IF WS-PROOF-FILE-STATUS = "00"
               CLOSE BOARDING-PROOF-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY SEALTBL.
           COPY GLFEED.
       END PROGRAM LOAN-BOARDING.
