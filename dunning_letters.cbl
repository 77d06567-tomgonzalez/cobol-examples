      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Collection dunning letters. Ages AROPEN.DAT with
      *           the AR-AGING-REPORT buckets (current through 30
      *           days, then 31-60, 61-90, over 90) and, for every
      *           customer with open items past the current bucket,
      *           picks a letter tier - friendly reminder, second
      *           notice, final demand - from the letter-rule table
      *           (DUNRULE.DAT: the oldest item's age and the past-
      *           due total that qualify for each tier, and the days
      *           to wait after the customer's previous letter). The
      *           dunning history (DUNHIST.DAT: every letter sent,
      *           by customer, date and tier) makes the tiers climb
      *           one step per letter, so nobody gets a final demand
      *           without the two letters before it; a customer's
      *           last letter older than the reset window closes
      *           that episode and the next one starts over at the
      *           first tier. Customers whose CU-CREDIT-STATUS is
      *           on hold ("H") or in dispute ("D") are suppressed
      *           and listed on SYSOUT. Letters print one to a page
      *           on DUNLTR.RPT, headed from the parent company on
      *           PAYCOMP.DAT, listing each past-due item. Every
      *           letter printed is appended to the history.
      *           DUNNING_DATE overrides the as-of date (default
      *           today).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING-LETTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

      * One record per letter tier, lowest tier first.
           SELECT DUNNING-RULE-FILE ASSIGN TO "DUNRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.

      * Every letter ever sent - read for the escalation, then
      * extended with this run's letters.
           SELECT DUNNING-HISTORY-FILE ASSIGN TO "DUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT PAY-COMPANY-FILE ASSIGN TO "PAYCOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "DUNLTR.RPT"
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
       FD  AR-OPEN-ITEM-FILE.
       01  AR-OPEN-ITEM-RECORD.
           05  AR-CUSTOMER-ID      PIC X(6).
           05  AR-INVOICE-ID       PIC X(6).
           05  AR-INVOICE-DATE     PIC 9(8).
           05  AR-ORIGINAL-AMOUNT  PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AR-OPEN-BALANCE     PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AR-ITEM-STATUS      PIC X.
               88  AR-ITEM-IS-OPEN     VALUE "O".

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CU-CUSTOMER-ID      PIC X(6).
           05  CU-CUSTOMER-NAME    PIC X(25).
           05  CU-TERMS-CODE       PIC X(9).
      * Credit controls: "H" holds the account, "D" marks it in
      * dispute - collections has agreed to stop chasing it while
      * the dispute is worked, so no letters go either way.
           05  CU-CREDIT-LIMIT     PIC 9(9)V9(2).
           05  CU-CREDIT-STATUS    PIC X.
               88  CU-ON-HOLD          VALUE "H".
               88  CU-IN-DISPUTE       VALUE "D".
           05  CU-FC-EXEMPT        PIC X.

       FD  DUNNING-RULE-FILE.
       01  DUNNING-RULE-RECORD.
           05  DR-TIER             PIC 9.
      * Qualifies when the customer's oldest past-due item is at
      * least this many days old and the past-due total is at least
      * this much.
           05  DR-MIN-AGE-DAYS     PIC 9(3).
           05  DR-MIN-PAST-DUE     PIC 9(7)V9(2).
      * Days that must pass after the customer's previous letter
      * before this tier goes out.
           05  DR-WAIT-DAYS        PIC 9(3).
           05  DR-TITLE            PIC X(30).
           05  DR-OPENING-TEXT     PIC X(60).
           05  DR-CLOSING-TEXT     PIC X(60).

       FD  DUNNING-HISTORY-FILE.
       01  DUNNING-HISTORY-RECORD.
           05  DH-CUSTOMER-ID      PIC X(6).
           05  DH-LETTER-DATE      PIC 9(8).
           05  DH-TIER             PIC 9.
           05  DH-PAST-DUE         PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  DH-OLDEST-AGE-DAYS  PIC 9(5).

       FD  PAY-COMPANY-FILE.
       01  PAY-COMPANY-RECORD.
           05  CO-COMPANY-CODE     PIC X(2).
           05  CO-FEIN             PIC 9(9).
           05  CO-NAME             PIC X(35).
           05  CO-ADDRESS          PIC X(35).
           05  CO-CITY             PIC X(20).
           05  CO-STATE            PIC X(2).
           05  CO-ZIP              PIC X(9).

       FD  LETTER-FILE.
       01  LETTER-LINE             PIC X(80).

           COPY EXCPFD.
           COPY SEALFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.
           COPY RUNSTWS.
       01  WS-AR-FILE-STATUS       PIC XX.
       01  WS-CUSTOMER-FILE-STATUS PIC XX.
       01  WS-RULE-FILE-STATUS     PIC XX.
       01  WS-HISTORY-FILE-STATUS  PIC XX.
       01  WS-COMPANY-FILE-STATUS  PIC XX.
       01  WS-LETTER-FILE-STATUS   PIC XX.

       01  WS-AR-EOF-SWITCH        PIC X VALUE 'N'.
           88  END-OF-AR-ITEMS         VALUE 'Y'.
       01  WS-CUSTOMER-EOF-SWITCH  PIC X VALUE 'N'.
           88  END-OF-CUSTOMERS        VALUE 'Y'.
       01  WS-RULE-EOF-SWITCH      PIC X VALUE 'N'.
           88  END-OF-RULES            VALUE 'Y'.
       01  WS-HISTORY-EOF-SWITCH   PIC X VALUE 'N'.
           88  END-OF-HISTORY          VALUE 'Y'.
       01  WS-COMPANY-EOF-SWITCH   PIC X VALUE 'N'.
           88  END-OF-COMPANIES        VALUE 'Y'.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy. Each
      * letter starts a fresh form; the shared line counter guards
      * a letter whose item list outgrows one page.
           COPY PAGWS.

      * As-of date - dual environment-variable path; defaults to the
      * run date.
       01  WS-ENV-DUNNING-DATE     PIC X(8).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-TODAY-INTEGER        PIC 9(7).
       01  WS-INVOICE-INTEGER      PIC 9(7).
       01  WS-ITEM-AGE-DAYS        PIC S9(5).
       01  WS-BUCKET-SUB           PIC 9.
       01  WS-TIER-SUB             PIC 9(2).

      * A previous letter older than this belongs to an earlier
      * delinquency the customer has since cleared - the next
      * letter starts over at the first tier.
       01  WS-RESET-DAYS           PIC 9(3) VALUE 120.

       01  WS-PARENT-COMPANY       PIC X(2) VALUE "01".
       01  WS-LETTERHEAD-NAME      PIC X(35) VALUE SPACES.
       01  WS-LETTERHEAD-ADDRESS   PIC X(35) VALUE SPACES.
       01  WS-LETTERHEAD-CITY-LINE PIC X(40) VALUE SPACES.

       01  WS-RULE-COUNT-MAX       PIC 9 VALUE 9.
       01  WS-RULE-COUNT           PIC 9 VALUE 0.
       01  DUNNING-RULE-TABLE.
           05  DUNNING-RULE-ENTRY OCCURS 9 TIMES
                                   INDEXED BY DR-IDX.
               10  DRE-TIER            PIC 9.
               10  DRE-MIN-AGE-DAYS    PIC 9(3).
               10  DRE-MIN-PAST-DUE    PIC 9(7)V9(2).
               10  DRE-WAIT-DAYS       PIC 9(3).
               10  DRE-TITLE           PIC X(30).
               10  DRE-OPENING-TEXT    PIC X(60).
               10  DRE-CLOSING-TEXT    PIC X(60).

      * One row per customer on the master: the credit status, the
      * latest letter on the history, and this run's aging.
       01  WS-CUSTOMER-COUNT-MAX   PIC 9(3) VALUE 200.
       01  WS-CUSTOMER-COUNT       PIC 9(3) VALUE 0.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 200 TIMES
                                   INDEXED BY CU-IDX.
               10  CUE-CUSTOMER-ID     PIC X(6).
               10  CUE-CUSTOMER-NAME   PIC X(25).
               10  CUE-CREDIT-STATUS   PIC X.
               10  CUE-LAST-LETTER-DATE PIC 9(8).
               10  CUE-LAST-TIER       PIC 9.
               10  CUE-PAST-DUE        PIC S9(9)V9(2).
               10  CUE-OLDEST-AGE-DAYS PIC S9(5).

       01  WS-AR-COUNT-MAX         PIC 9(4) VALUE 1000.
       01  WS-AR-COUNT             PIC 9(4) VALUE 0.
       01  AR-ITEM-TABLE.
           05  AR-ITEM-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY AR-IDX.
               10  ARE-CUSTOMER-ID     PIC X(6).
               10  ARE-INVOICE-ID      PIC X(6).
               10  ARE-INVOICE-DATE    PIC 9(8).
               10  ARE-OPEN-BALANCE    PIC S9(9)V9(2).
               10  ARE-AGE-DAYS        PIC S9(5).
               10  ARE-BUCKET          PIC 9.

      * Letter-tier decision for the customer in hand.
       01  WS-AGE-TIER             PIC 9.
       01  WS-NEXT-TIER            PIC 9.
       01  WS-PRIOR-TIER           PIC 9.
       01  WS-DAYS-SINCE-LETTER    PIC S9(7).
       01  WS-LETTER-INTEGER       PIC 9(7).

       01  WS-LETTERS-PRINTED      PIC 9(4) VALUE 0.
       01  WS-SUPPRESSED-COUNT     PIC 9(4) VALUE 0.
       01  WS-TOO-SOON-COUNT       PIC 9(4) VALUE 0.
       01  WS-TIER-COUNT           PIC 9(4) OCCURS 9 TIMES.

       01  LETTER-DATE-LINE.
           05  FILLER          PIC X(50) VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "DATE: ".
           05  LD-DATE         PIC 9999/99/99.
       01  LETTER-TO-LINE.
           05  FILLER          PIC X(4)  VALUE "TO: ".
           05  LT-CUSTOMER-NAME PIC X(25).
           05  FILLER          PIC X(12) VALUE "   ACCOUNT ".
           05  LT-CUSTOMER-ID  PIC X(6).
       01  LETTER-TITLE-LINE.
           05  FILLER          PIC X(4)  VALUE "RE: ".
           05  LL-TITLE        PIC X(30).
       01  LETTER-TEXT-LINE.
           05  LX-TEXT         PIC X(60).
       01  LETTER-ITEM-HEADING.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "INVOICE".
           05  FILLER          PIC X(12) VALUE "DATED".
           05  FILLER          PIC X(10) VALUE "DAYS OLD".
           05  FILLER          PIC X(15) VALUE "    AMOUNT DUE".
       01  LETTER-ITEM-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  LI-INVOICE-ID   PIC X(6).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  LI-INVOICE-DATE PIC 9999/99/99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  LI-AGE-DAYS     PIC ZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  LI-AMOUNT       PIC $$$,$$$,$$9.99-.
       01  LETTER-TOTAL-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(37) VALUE
               "TOTAL PAST DUE".
           05  LO-PAST-DUE     PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            MOVE "DUNNING-LETTERS" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START
            PERFORM 040-GET-DUNNING-DATE
            PERFORM 050-OPEN-FILES
            PERFORM 055-LOAD-LETTERHEAD
            PERFORM 060-LOAD-CUSTOMERS
            PERFORM 070-LOAD-RULES
            PERFORM 080-LOAD-HISTORY
            PERFORM 100-LOAD-OPEN-ITEMS

            IF WS-RULE-COUNT = 0
               DISPLAY "ERROR: NO LETTER RULES ON DUNRULE.DAT - "
                  "NO LETTERS PRINTED"
               MOVE "DUNRULE.DAT HAS NO LETTER RULES" TO EL-MESSAGE
               MOVE "DUNNING-LETTERS" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

      * The history is reopened to take this run's letters only once
      * everything it says has been read into the customer table.
            OPEN EXTEND DUNNING-HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT DUNNING-HISTORY-FILE
            END-IF
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: DUNHIST.DAT OPEN FAILED, STATUS = ",
                  WS-HISTORY-FILE-STATUS, " - NO LETTERS PRINTED"
               MOVE "DUNHIST.DAT OPEN FAILED - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "DUNNING-LETTERS" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 200-DUN-ONE-CUSTOMER
               VARYING CU-IDX FROM 1 BY 1
               UNTIL CU-IDX > WS-CUSTOMER-COUNT

            PERFORM 900-CLOSE-FILES
            DISPLAY "DUNNING RUN AS OF ", WS-RUN-DATE, ": PRINTED ",
               WS-LETTERS-PRINTED, " LETTER(S) - TIER 1 ",
               WS-TIER-COUNT (1), ", TIER 2 ", WS-TIER-COUNT (2),
               ", TIER 3 ", WS-TIER-COUNT (3), "."
            DISPLAY "SUPPRESSED (HOLD/DISPUTE) ", WS-SUPPRESSED-COUNT,
               ", NOT YET DUE ANOTHER LETTER ", WS-TOO-SOON-COUNT, "."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

       040-GET-DUNNING-DATE.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            DISPLAY "DUNNING_DATE" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DUNNING-DATE FROM ENVIRONMENT-VALUE
            IF WS-ENV-DUNNING-DATE IS NUMERIC
               MOVE WS-ENV-DUNNING-DATE TO WS-RUN-DATE
            END-IF
            COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
            PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                  UNTIL WS-TIER-SUB > 9
               MOVE 0 TO WS-TIER-COUNT (WS-TIER-SUB)
            END-PERFORM.

       050-OPEN-FILES.

            OPEN INPUT AR-OPEN-ITEM-FILE
            IF WS-AR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: AR-OPEN-ITEM-FILE OPEN FAILED, "
                  "STATUS = ", WS-AR-FILE-STATUS
               MOVE 'Y' TO WS-AR-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF
            OPEN INPUT CUSTOMER-MASTER-FILE
            IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CUSTOMER-MASTER-FILE OPEN FAILED, "
                  "STATUS = ", WS-CUSTOMER-FILE-STATUS
               MOVE 'Y' TO WS-CUSTOMER-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF
            OPEN INPUT DUNNING-RULE-FILE
            IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: DUNRULE.DAT OPEN FAILED, STATUS = ",
                  WS-RULE-FILE-STATUS
               MOVE 'Y' TO WS-RULE-EOF-SWITCH
            END-IF
      * No history yet is the first dunning run - everyone starts at
      * the first tier.
            OPEN INPUT DUNNING-HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
            END-IF
            OPEN OUTPUT LETTER-FILE
            IF WS-LETTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: DUNLTR.RPT OPEN FAILED, STATUS = ",
                  WS-LETTER-FILE-STATUS
               MOVE 'Y' TO WS-CUSTOMER-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF.

      * The parent company's name and address head every letter;
      * without PAYCOMP.DAT the letters go out with no letterhead.
       055-LOAD-LETTERHEAD.

            OPEN INPUT PAY-COMPANY-FILE
            IF WS-COMPANY-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: PAYCOMP.DAT NOT FOUND, STATUS = ",
                  WS-COMPANY-FILE-STATUS, " - NO LETTERHEAD"
               EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-COMPANIES
               READ PAY-COMPANY-FILE
                  AT END
                     MOVE 'Y' TO WS-COMPANY-EOF-SWITCH
                  NOT AT END
                     IF CO-COMPANY-CODE = WS-PARENT-COMPANY
                        MOVE CO-NAME TO WS-LETTERHEAD-NAME
                        MOVE CO-ADDRESS TO WS-LETTERHEAD-ADDRESS
                        STRING FUNCTION TRIM (CO-CITY)
                              DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           CO-STATE DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           CO-ZIP (1:5) DELIMITED BY SIZE
                           INTO WS-LETTERHEAD-CITY-LINE
                        END-STRING
                        MOVE 'Y' TO WS-COMPANY-EOF-SWITCH
                     END-IF
               END-READ
            END-PERFORM
            CLOSE PAY-COMPANY-FILE.

       060-LOAD-CUSTOMERS.

            PERFORM UNTIL END-OF-CUSTOMERS
               READ CUSTOMER-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-CUSTOMER-EOF-SWITCH
                  NOT AT END
                     IF WS-CUSTOMER-COUNT < WS-CUSTOMER-COUNT-MAX
                        ADD 1 TO WS-CUSTOMER-COUNT
                        SET CU-IDX TO WS-CUSTOMER-COUNT
                        MOVE CU-CUSTOMER-ID TO CUE-CUSTOMER-ID (CU-IDX)
                        MOVE CU-CUSTOMER-NAME TO
                           CUE-CUSTOMER-NAME (CU-IDX)
                        MOVE CU-CREDIT-STATUS TO
                           CUE-CREDIT-STATUS (CU-IDX)
                        MOVE 0 TO CUE-LAST-LETTER-DATE (CU-IDX)
                        MOVE 0 TO CUE-LAST-TIER (CU-IDX)
                        MOVE 0 TO CUE-PAST-DUE (CU-IDX)
                        MOVE 0 TO CUE-OLDEST-AGE-DAYS (CU-IDX)
                     ELSE
                        DISPLAY "WARNING: CUSTOMER TABLE FULL, "
                           "IGNORING CUSTOMER ", CU-CUSTOMER-ID
                     END-IF
               END-READ
            END-PERFORM
            IF WS-CUSTOMER-FILE-STATUS = "10"
               CLOSE CUSTOMER-MASTER-FILE
            END-IF.

      * Rules must come in tier order, 1 first, with no gaps - the
      * escalation climbs the table a row at a time.
       070-LOAD-RULES.

            PERFORM UNTIL END-OF-RULES
               READ DUNNING-RULE-FILE
                  AT END
                     MOVE 'Y' TO WS-RULE-EOF-SWITCH
                  NOT AT END
                     IF DR-TIER NOT = WS-RULE-COUNT + 1
                        DISPLAY "WARNING: DUNRULE.DAT TIER ", DR-TIER,
                           " OUT OF SEQUENCE - RULE IGNORED"
                     ELSE
                        IF WS-RULE-COUNT < WS-RULE-COUNT-MAX
                           ADD 1 TO WS-RULE-COUNT
                           SET DR-IDX TO WS-RULE-COUNT
                           MOVE DR-TIER TO DRE-TIER (DR-IDX)
                           MOVE DR-MIN-AGE-DAYS TO
                              DRE-MIN-AGE-DAYS (DR-IDX)
                           MOVE DR-MIN-PAST-DUE TO
                              DRE-MIN-PAST-DUE (DR-IDX)
                           MOVE DR-WAIT-DAYS TO DRE-WAIT-DAYS (DR-IDX)
                           MOVE DR-TITLE TO DRE-TITLE (DR-IDX)
                           MOVE DR-OPENING-TEXT TO
                              DRE-OPENING-TEXT (DR-IDX)
                           MOVE DR-CLOSING-TEXT TO
                              DRE-CLOSING-TEXT (DR-IDX)
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            IF WS-RULE-FILE-STATUS = "10"
               CLOSE DUNNING-RULE-FILE
            END-IF.

      * Keeps the latest letter per customer; the history is in the
      * order the letters were sent, but the date decides.
       080-LOAD-HISTORY.

            PERFORM UNTIL END-OF-HISTORY
               READ DUNNING-HISTORY-FILE
                  AT END
                     MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM VARYING CU-IDX FROM 1 BY 1
                           UNTIL CU-IDX > WS-CUSTOMER-COUNT
                        IF CUE-CUSTOMER-ID (CU-IDX) = DH-CUSTOMER-ID
                           IF DH-LETTER-DATE >=
                                 CUE-LAST-LETTER-DATE (CU-IDX)
                              MOVE DH-LETTER-DATE TO
                                 CUE-LAST-LETTER-DATE (CU-IDX)
                              MOVE DH-TIER TO CUE-LAST-TIER (CU-IDX)
                           END-IF
                           EXIT PERFORM
                        END-IF
                     END-PERFORM
               END-READ
            END-PERFORM
            IF WS-HISTORY-FILE-STATUS = "10"
               CLOSE DUNNING-HISTORY-FILE
            END-IF.

      * Ages every open item into the AR-AGING-REPORT buckets and
      * totals what is past the current bucket onto its customer.
       100-LOAD-OPEN-ITEMS.

            PERFORM 930-RESET-SEAL
            PERFORM UNTIL END-OF-AR-ITEMS
               READ AR-OPEN-ITEM-FILE
                  AT END
                     MOVE 'Y' TO WS-AR-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 105-SEAL-COUNT-OPEN-ITEM
                     IF AR-ITEM-IS-OPEN
                        PERFORM 110-AGE-ONE-ITEM
                     END-IF
               END-READ
            END-PERFORM
            IF WS-AR-FILE-STATUS = "10"
               CLOSE AR-OPEN-ITEM-FILE
            END-IF

      * Letters off a file that fails its seal would dun customers
      * for a generation the AR writers never left on disk.
            MOVE "AROPEN.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: AROPEN.DAT FAILS ITS SEAL - "
                  "NO LETTERS PRINTED"
               MOVE "AROPEN.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "DUNNING-LETTERS" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF.

       105-SEAL-COUNT-OPEN-ITEM.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE AR-CUSTOMER-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE AR-INVOICE-ID TO WS-SEAL-KEY-STRING (7:6)
            MOVE AR-OPEN-BALANCE TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

       110-AGE-ONE-ITEM.

            IF AR-INVOICE-DATE IS NUMERIC AND AR-INVOICE-DATE NOT = 0
               COMPUTE WS-INVOICE-INTEGER =
                  FUNCTION INTEGER-OF-DATE (AR-INVOICE-DATE)
               COMPUTE WS-ITEM-AGE-DAYS =
                  WS-TODAY-INTEGER - WS-INVOICE-INTEGER
            ELSE
               MOVE 0 TO WS-ITEM-AGE-DAYS
            END-IF
            EVALUATE TRUE
               WHEN WS-ITEM-AGE-DAYS > 90
                  MOVE 4 TO WS-BUCKET-SUB
               WHEN WS-ITEM-AGE-DAYS > 60
                  MOVE 3 TO WS-BUCKET-SUB
               WHEN WS-ITEM-AGE-DAYS > 30
                  MOVE 2 TO WS-BUCKET-SUB
               WHEN OTHER
                  MOVE 1 TO WS-BUCKET-SUB
            END-EVALUATE

      * Only past-due money goes on a letter; current items and
      * credits aren't chased.
            IF WS-BUCKET-SUB = 1 OR AR-OPEN-BALANCE NOT > 0
               EXIT PARAGRAPH
            END-IF

            IF WS-AR-COUNT >= WS-AR-COUNT-MAX
               DISPLAY "WARNING: AR TABLE FULL, ITEM ",
                  AR-INVOICE-ID, " LEFT OFF THE LETTERS"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-AR-COUNT
            SET AR-IDX TO WS-AR-COUNT
            MOVE AR-CUSTOMER-ID TO ARE-CUSTOMER-ID (AR-IDX)
            MOVE AR-INVOICE-ID TO ARE-INVOICE-ID (AR-IDX)
            MOVE AR-INVOICE-DATE TO ARE-INVOICE-DATE (AR-IDX)
            MOVE AR-OPEN-BALANCE TO ARE-OPEN-BALANCE (AR-IDX)
            MOVE WS-ITEM-AGE-DAYS TO ARE-AGE-DAYS (AR-IDX)
            MOVE WS-BUCKET-SUB TO ARE-BUCKET (AR-IDX)

            PERFORM VARYING CU-IDX FROM 1 BY 1
                  UNTIL CU-IDX > WS-CUSTOMER-COUNT
               IF CUE-CUSTOMER-ID (CU-IDX) = AR-CUSTOMER-ID
                  ADD AR-OPEN-BALANCE TO CUE-PAST-DUE (CU-IDX)
                  IF WS-ITEM-AGE-DAYS > CUE-OLDEST-AGE-DAYS (CU-IDX)
                     MOVE WS-ITEM-AGE-DAYS TO
                        CUE-OLDEST-AGE-DAYS (CU-IDX)
                  END-IF
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF CU-IDX > WS-CUSTOMER-COUNT
               DISPLAY "WARNING: CUSTOMER ", AR-CUSTOMER-ID,
                  " NOT ON CUSTMAST.DAT - NO LETTER FOR INVOICE ",
                  AR-INVOICE-ID
            END-IF.

      * The tier the aging alone qualifies for, then the climb: one
      * step past the customer's last letter, never past what the
      * aging qualifies for, and only once that tier's wait since
      * the last letter has run.
       200-DUN-ONE-CUSTOMER.

            IF CUE-PAST-DUE (CU-IDX) NOT > 0
               EXIT PARAGRAPH
            END-IF

            IF CUE-CREDIT-STATUS (CU-IDX) = "H"
                  OR CUE-CREDIT-STATUS (CU-IDX) = "D"
               ADD 1 TO WS-SUPPRESSED-COUNT
               IF CUE-CREDIT-STATUS (CU-IDX) = "H"
                  DISPLAY "SUPPRESSED: ", CUE-CUSTOMER-ID (CU-IDX),
                     " ON CREDIT HOLD - PAST DUE ",
                     CUE-PAST-DUE (CU-IDX)
               ELSE
                  DISPLAY "SUPPRESSED: ", CUE-CUSTOMER-ID (CU-IDX),
                     " IN DISPUTE - PAST DUE ", CUE-PAST-DUE (CU-IDX)
               END-IF
               EXIT PARAGRAPH
            END-IF

            MOVE 0 TO WS-AGE-TIER
            PERFORM VARYING DR-IDX FROM 1 BY 1
                  UNTIL DR-IDX > WS-RULE-COUNT
               IF CUE-OLDEST-AGE-DAYS (CU-IDX) >=
                     DRE-MIN-AGE-DAYS (DR-IDX)
                     AND CUE-PAST-DUE (CU-IDX) >=
                        DRE-MIN-PAST-DUE (DR-IDX)
                  MOVE DRE-TIER (DR-IDX) TO WS-AGE-TIER
               END-IF
            END-PERFORM
            IF WS-AGE-TIER = 0
               EXIT PARAGRAPH
            END-IF

            MOVE CUE-LAST-TIER (CU-IDX) TO WS-PRIOR-TIER
            MOVE 99999 TO WS-DAYS-SINCE-LETTER
            IF CUE-LAST-LETTER-DATE (CU-IDX) NOT = 0
               COMPUTE WS-LETTER-INTEGER = FUNCTION INTEGER-OF-DATE
                  (CUE-LAST-LETTER-DATE (CU-IDX))
               COMPUTE WS-DAYS-SINCE-LETTER =
                  WS-TODAY-INTEGER - WS-LETTER-INTEGER
            END-IF
            IF WS-DAYS-SINCE-LETTER > WS-RESET-DAYS
               MOVE 0 TO WS-PRIOR-TIER
            END-IF

            COMPUTE WS-NEXT-TIER = WS-PRIOR-TIER + 1
            IF WS-NEXT-TIER > WS-RULE-COUNT
               MOVE WS-RULE-COUNT TO WS-NEXT-TIER
            END-IF
            IF WS-NEXT-TIER > WS-AGE-TIER
               MOVE WS-AGE-TIER TO WS-NEXT-TIER
            END-IF
            SET DR-IDX TO WS-NEXT-TIER

            IF WS-DAYS-SINCE-LETTER < DRE-WAIT-DAYS (DR-IDX)
               ADD 1 TO WS-TOO-SOON-COUNT
               DISPLAY "NOT YET: ", CUE-CUSTOMER-ID (CU-IDX),
                  " LAST LETTER (TIER ", CUE-LAST-TIER (CU-IDX),
                  ") ", CUE-LAST-LETTER-DATE (CU-IDX),
                  " - TIER ", WS-NEXT-TIER, " WAITS ",
                  DRE-WAIT-DAYS (DR-IDX), " DAYS"
               EXIT PARAGRAPH
            END-IF

            PERFORM 300-PRINT-LETTER
            PERFORM 400-RECORD-LETTER-SENT.

       300-PRINT-LETTER.

            PERFORM 310-START-LETTER-PAGE
            MOVE CUE-CUSTOMER-NAME (CU-IDX) TO LT-CUSTOMER-NAME
            MOVE CUE-CUSTOMER-ID (CU-IDX) TO LT-CUSTOMER-ID
            WRITE LETTER-LINE FROM LETTER-TO-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE DRE-TITLE (DR-IDX) TO LL-TITLE
            WRITE LETTER-LINE FROM LETTER-TITLE-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE DRE-OPENING-TEXT (DR-IDX) TO LX-TEXT
            WRITE LETTER-LINE FROM LETTER-TEXT-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            WRITE LETTER-LINE FROM LETTER-ITEM-HEADING
            ADD 10 TO WS-PAGE-LINE-COUNT

            PERFORM VARYING AR-IDX FROM 1 BY 1
                  UNTIL AR-IDX > WS-AR-COUNT
               IF ARE-CUSTOMER-ID (AR-IDX) = CUE-CUSTOMER-ID (CU-IDX)
                  IF PAGE-BREAK-NEEDED
                     PERFORM 310-START-LETTER-PAGE
                     WRITE LETTER-LINE FROM LETTER-ITEM-HEADING
                  END-IF
                  MOVE ARE-INVOICE-ID (AR-IDX) TO LI-INVOICE-ID
                  MOVE ARE-INVOICE-DATE (AR-IDX) TO LI-INVOICE-DATE
                  MOVE ARE-AGE-DAYS (AR-IDX) TO LI-AGE-DAYS
                  MOVE ARE-OPEN-BALANCE (AR-IDX) TO LI-AMOUNT
                  WRITE LETTER-LINE FROM LETTER-ITEM-LINE
                  PERFORM 095-BUMP-PAGE-LINE-COUNT
               END-IF
            END-PERFORM

            MOVE CUE-PAST-DUE (CU-IDX) TO LO-PAST-DUE
            WRITE LETTER-LINE FROM LETTER-TOTAL-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE DRE-CLOSING-TEXT (DR-IDX) TO LX-TEXT
            WRITE LETTER-LINE FROM LETTER-TEXT-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE "ACCOUNTS RECEIVABLE DEPARTMENT" TO LX-TEXT
            WRITE LETTER-LINE FROM LETTER-TEXT-LINE
            ADD 1 TO WS-LETTERS-PRINTED
            ADD 1 TO WS-TIER-COUNT (WS-NEXT-TIER)
            DISPLAY "LETTER: ", CUE-CUSTOMER-ID (CU-IDX), " TIER ",
               WS-NEXT-TIER, " ", FUNCTION TRIM (DRE-TITLE (DR-IDX)),
               " - PAST DUE ", CUE-PAST-DUE (CU-IDX).

      * Letterhead and date at the top of every form - a letter
      * always starts one, and so does an item list that runs over.
       310-START-LETTER-PAGE.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-LETTERHEAD-NAME TO LETTER-LINE
            IF WS-PAGE-NUMBER = 1
               WRITE LETTER-LINE
            ELSE
               WRITE LETTER-LINE AFTER ADVANCING PAGE
            END-IF
            MOVE WS-LETTERHEAD-ADDRESS TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE WS-LETTERHEAD-CITY-LINE TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE WS-RUN-DATE TO LD-DATE
            WRITE LETTER-LINE FROM LETTER-DATE-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE 5 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       400-RECORD-LETTER-SENT.

            MOVE CUE-CUSTOMER-ID (CU-IDX) TO DH-CUSTOMER-ID
            MOVE WS-RUN-DATE TO DH-LETTER-DATE
            MOVE WS-NEXT-TIER TO DH-TIER
            MOVE CUE-PAST-DUE (CU-IDX) TO DH-PAST-DUE
            MOVE CUE-OLDEST-AGE-DAYS (CU-IDX) TO DH-OLDEST-AGE-DAYS
            WRITE DUNNING-HISTORY-RECORD
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: DUNHIST.DAT WRITE FAILED FOR ",
                  DH-CUSTOMER-ID, ", STATUS = ", WS-HISTORY-FILE-STATUS
               MOVE "DUNHIST.DAT WRITE FAILED" TO EL-MESSAGE
               MOVE "DUNNING-LETTERS" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
            ELSE
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-IF.

       900-CLOSE-FILES.

            IF WS-LETTER-FILE-STATUS = "00"
               CLOSE LETTER-FILE
            END-IF
            IF WS-HISTORY-FILE-STATUS = "00"
               CLOSE DUNNING-HISTORY-FILE
            END-IF.

           COPY PAGCTL.
           COPY EXCPLOG.
           COPY SEALTBL.
           COPY RUNSTAT.
       END PROGRAM DUNNING-LETTERS.
