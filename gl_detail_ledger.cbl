      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  GL detail ledger with drill-back to source. For a
      *           range of accounts and accounting periods, prints
      *           each account's opening balance (GLBAL.DAT, every
      *           period before the range), then every posted line
      *           in the range off the posted-detail history
      *           (GLDETAIL.DAT, kept by GL-BALANCE-POSTING) with its
      *           batch date, period, source program or journal,
      *           batch ID and reference/line, a running balance,
      *           and the closing balance. Each closing balance is
      *           proved against GLBAL.DAT through the last period of
      *           the range - an account whose detail does not add
      *           up to its posted balance is flagged and the run
      *           ends with return code 1. The history is sorted by
      *           account, period, date, batch and line ahead of the
      *           report, the GL-TRIAL-BALANCE way. Account and
      *           period ranges come from GLDTL_ACCT_FROM,
      *           GLDTL_ACCT_TO, GLDTL_PERIOD_FROM and
      *           GLDTL_PERIOD_TO; left unset they default to every
      *           account and the open period on GLPERIOD.DAT.
      *           GLDTL_COMPANY limits both the balances and the
      *           detail to one company (blank on either is the
      *           parent, 01); left unset, every company is listed
      *           together.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-DETAIL-LEDGER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Raw, posting-order history - read only by the SORT step.
           SELECT RAW-DETAIL-FILE ASSIGN TO "GLDETAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-DETAIL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "GLDLSORT.TMP".

           SELECT GL-DETAIL-FILE ASSIGN TO "GLDETAIL.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.

           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT GL-PERIOD-CONTROL-FILE ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.

           SELECT LEDGER-REPORT-FILE ASSIGN TO "GLDETAIL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log.
           COPY EXCPSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-DETAIL-FILE.
       01  RAW-DETAIL-RECORD       PIC X(59).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-ACCOUNT          PIC X(6).
           05  SW-PERIOD           PIC 9(6).
           05  SW-TYPE             PIC X.
           05  SW-AMOUNT           PIC 9(9)V9(2).
           05  SW-POSTED-DATE      PIC 9(8).
           05  SW-SOURCE           PIC X(8).
           05  SW-BATCH-ID         PIC X(6).
           05  SW-REFERENCE        PIC X(6).
           05  SW-LINE-NUMBER      PIC 9(5).
           05  SW-COMPANY          PIC X(2).

      * Posted-detail history - the layout GL-BALANCE-POSTING keeps.
       FD  GL-DETAIL-FILE.
       01  GL-DETAIL-RECORD.
           05  GD-ACCOUNT          PIC X(6).
           05  GD-PERIOD           PIC 9(6).
           05  GD-TYPE             PIC X.
               88  GD-IS-DEBIT         VALUE "D".
               88  GD-IS-CREDIT        VALUE "C".
           05  GD-AMOUNT           PIC 9(9)V9(2).
           05  GD-POSTED-DATE      PIC 9(8).
           05  GD-SOURCE           PIC X(8).
           05  GD-BATCH-ID         PIC X(6).
           05  GD-REFERENCE        PIC X(6).
           05  GD-LINE-NUMBER      PIC 9(5).
           05  GD-COMPANY          PIC X(2).

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05  BL-ACCOUNT          PIC X(6).
           05  BL-PERIOD           PIC 9(6).
           05  BL-DEBIT-BALANCE    PIC 9(9)V9(2).
           05  BL-CREDIT-BALANCE   PIC 9(9)V9(2).
           05  BL-COMPANY          PIC X(2).

       FD  GL-PERIOD-CONTROL-FILE.
       01  GL-PERIOD-CONTROL-RECORD.
           05  GP-CURRENT-PERIOD   PIC 9(6).
           05  GP-PERIOD-STATUS    PIC X.

       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.
           05  CA-ACCOUNT-NUMBER   PIC X(6).
           05  CA-DESCRIPTION      PIC X(25).
           05  CA-ACCOUNT-TYPE     PIC X.
           05  CA-ACTIVE-FLAG      PIC X.
           05  CA-ROLLUP-CODE      PIC X(4).

       FD  LEDGER-REPORT-FILE.
       01  REPORT-LINE             PIC X(110).

           COPY EXCPFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
           COPY RUNSTWS.
       01  WS-RAW-DETAIL-STATUS    PIC XX.
       01  WS-DETAIL-FILE-STATUS   PIC XX.
       01  WS-BALANCE-FILE-STATUS  PIC XX.
       01  WS-PERIOD-CONTROL-STATUS PIC XX.
       01  WS-COA-FILE-STATUS      PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-DETAIL-EOF-SWITCH    PIC X VALUE 'N'.
           88  END-OF-DETAIL           VALUE 'Y'.
       01  WS-BALANCE-EOF-SWITCH   PIC X VALUE 'N'.
           88  END-OF-BALANCES         VALUE 'Y'.
       01  WS-COA-EOF-SWITCH       PIC X VALUE 'N'.
           88  END-OF-CHART            VALUE 'Y'.
       01  WS-NO-HISTORY-SWITCH    PIC X VALUE 'N'.
           88  NO-DETAIL-HISTORY       VALUE 'Y'.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.

      * Selection ranges and their environment overrides.
       01  WS-ACCOUNT-FROM         PIC X(6) VALUE "000000".
       01  WS-ACCOUNT-TO           PIC X(6) VALUE "999999".
       01  WS-PERIOD-FROM          PIC 9(6) VALUE 0.
       01  WS-PERIOD-TO            PIC 9(6) VALUE 0.
       01  WS-ENV-ACCOUNT          PIC X(6).
       01  WS-ENV-PERIOD           PIC X(6).
       01  WS-PARENT-COMPANY       PIC X(2) VALUE "01".
       01  WS-ENV-COMPANY          PIC X(2) VALUE SPACES.
       01  WS-SELECTED-COMPANY     PIC X(2) VALUE SPACES.
       01  WS-RECORD-COMPANY       PIC X(2).
       01  WS-COMPANY-MATCH-SWITCH PIC X.
           88  RECORD-IS-SELECTED      VALUE 'Y'.

       01  WS-COA-COUNT-MAX        PIC 9(3) VALUE 200.
       01  WS-COA-COUNT            PIC 9(3) VALUE 0.
       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 200 TIMES
                                   INDEXED BY CH-IDX.
               10  CHE-ACCOUNT         PIC X(6).
               10  CHE-DESCRIPTION     PIC X(25).

      * One entry per account in range that has a balance or a
      * posted line, kept in ascending account order so the report
      * can walk it beside the sorted detail.
       01  WS-ACCT-COUNT-MAX       PIC 9(3) VALUE 500.
       01  WS-ACCT-COUNT           PIC 9(3) VALUE 0.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 500 TIMES
                                   INDEXED BY AC-IDX.
               10  ACE-ACCOUNT         PIC X(6).
               10  ACE-OPENING         PIC S9(11)V9(2).
               10  ACE-GL-CLOSING      PIC S9(11)V9(2).
       01  WS-FIND-ACCOUNT         PIC X(6).
       01  WS-SHIFT-SUB            PIC 9(3).

       01  WS-ACCOUNT-DESCRIPTION  PIC X(25).
       01  WS-RUNNING-BALANCE      PIC S9(11)V9(2).
       01  WS-ACCOUNT-DEBITS       PIC 9(11)V9(2).
       01  WS-ACCOUNT-CREDITS      PIC 9(11)V9(2).
       01  WS-PROOF-DIFFERENCE     PIC S9(11)V9(2).
       01  WS-ACCOUNTS-PRINTED     PIC 9(5) VALUE 0.
       01  WS-ACCOUNTS-PROVED      PIC 9(5) VALUE 0.
       01  WS-ACCOUNTS-UNPROVED    PIC 9(5) VALUE 0.
       01  WS-LINES-PRINTED        PIC 9(7) VALUE 0.

       01  WS-DATE-SPLIT           PIC 9(8).
       01  WS-DATE-SPLIT-R REDEFINES WS-DATE-SPLIT.
           05  WS-DATE-YYYY        PIC 9(4).
           05  WS-DATE-MM          PIC 9(2).
           05  WS-DATE-DD          PIC 9(2).

       01  WS-REJECT-MSG-BUILD.
           05  FILLER              PIC X(8)  VALUE "ACCOUNT ".
           05  WS-REJECT-ACCOUNT   PIC X(6).
           05  FILLER              PIC X(46) VALUE
               " DETAIL DOES NOT PROVE TO GLBAL.DAT".

       01  REPORT-HEADING-1.
           05  FILLER          PIC X(28) VALUE
               "GL DETAIL LEDGER - ACCOUNTS ".
           05  RH-ACCOUNT-FROM PIC X(6).
           05  FILLER          PIC X(4)  VALUE " TO ".
           05  RH-ACCOUNT-TO   PIC X(6).
           05  FILLER          PIC X(10) VALUE "  PERIODS ".
           05  RH-PERIOD-FROM  PIC 9(6).
           05  FILLER          PIC X(4)  VALUE " TO ".
           05  RH-PERIOD-TO    PIC 9(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RH-COMPANY-TEXT PIC X(14) VALUE "ALL COMPANIES".
           05  FILLER          PIC X(15) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH-PAGE-NUMBER  PIC ZZ9.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(12) VALUE "DATE".
           05  FILLER          PIC X(8)  VALUE "PERIOD".
           05  FILLER          PIC X(10) VALUE "SOURCE".
           05  FILLER          PIC X(8)  VALUE "BATCH".
           05  FILLER          PIC X(17) VALUE "REFERENCE".
           05  FILLER          PIC X(18) VALUE "DEBIT".
           05  FILLER          PIC X(18) VALUE "CREDIT".
           05  FILLER          PIC X(16) VALUE "BALANCE".
       01  REPORT-ACCOUNT-LINE.
           05  FILLER          PIC X(8)  VALUE "ACCOUNT ".
           05  RA-ACCOUNT      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RA-DESCRIPTION  PIC X(25).
           05  FILLER          PIC X(53) VALUE
               "OPENING BALANCE".
           05  RA-OPENING      PIC $$$,$$$,$$9.99-.
       01  REPORT-DETAIL-LINE.
           05  RD-YYYY         PIC 9(4).
           05  FILLER          PIC X     VALUE "/".
           05  RD-MM           PIC 9(2).
           05  FILLER          PIC X     VALUE "/".
           05  RD-DD           PIC 9(2).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-PERIOD       PIC 9(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-SOURCE       PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-BATCH-ID     PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-REFERENCE    PIC X(6).
           05  FILLER          PIC X     VALUE "/".
           05  RD-LINE-NUMBER  PIC 9(5).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RD-DEBIT        PIC $$$,$$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RD-CREDIT       PIC $$$,$$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RD-BALANCE      PIC $$$,$$$,$$9.99-.
       01  REPORT-CLOSING-LINE.
           05  FILLER          PIC X(55) VALUE
               "   CLOSING BALANCE".
           05  RC-DEBITS       PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RC-CREDITS      PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RC-CLOSING      PIC $$$,$$$,$$9.99-.
       01  REPORT-PROOF-LINE.
           05  FILLER          PIC X(30) VALUE
               "   GLBAL.DAT BALANCE".
           05  RP-GL-CLOSING   PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RP-VERDICT      PIC X(18).
           05  RP-DIFFERENCE   PIC $$$,$$$,$$9.99- BLANK WHEN ZERO.
       01  REPORT-SUMMARY-LINE-1.
           05  FILLER          PIC X(30) VALUE
               "ACCOUNTS REPORTED:".
           05  RS-PRINTED      PIC ZZ,ZZ9.
       01  REPORT-SUMMARY-LINE-2.
           05  FILLER          PIC X(30) VALUE
               "ACCOUNTS PROVED TO GLBAL.DAT:".
           05  RS-PROVED       PIC ZZ,ZZ9.
       01  REPORT-SUMMARY-LINE-3.
           05  FILLER          PIC X(30) VALUE
               "ACCOUNTS OUT OF BALANCE:".
           05  RS-UNPROVED     PIC ZZ,ZZ9.
       01  REPORT-SUMMARY-LINE-4.
           05  FILLER          PIC X(30) VALUE
               "DETAIL LINES LISTED:".
           05  RS-LINES        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            MOVE "GL-DETAIL-LEDGER" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START
            PERFORM 020-GET-REPORT-RANGE

      * No history yet means nothing to sort - and a sorted copy
      * left from an earlier run must not be read in its place.
            OPEN INPUT RAW-DETAIL-FILE
            IF WS-RAW-DETAIL-STATUS = "00"
               CLOSE RAW-DETAIL-FILE
               SORT SORT-WORK-FILE
                  ON ASCENDING KEY SW-ACCOUNT SW-PERIOD
                                   SW-POSTED-DATE SW-BATCH-ID
                                   SW-LINE-NUMBER
                  USING RAW-DETAIL-FILE
                  GIVING GL-DETAIL-FILE
            ELSE
               DISPLAY "WARNING: GLDETAIL.DAT NOT FOUND, STATUS = ",
                  WS-RAW-DETAIL-STATUS, " - NO POSTED DETAIL"
               MOVE 'Y' TO WS-NO-HISTORY-SWITCH
            END-IF

            PERFORM 060-LOAD-CHART-TABLE
            PERFORM 100-LOAD-BALANCES
            PERFORM 200-ADD-DETAIL-ACCOUNTS
            PERFORM 050-OPEN-FILES
            PERFORM 300-WRITE-ONE-ACCOUNT
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > WS-ACCT-COUNT
            PERFORM 800-WRITE-SUMMARY
            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            STOP RUN.

      * Ranges default to every account and the open period; the
      * environment overrides either end of either range.
       020-GET-REPORT-RANGE.

            OPEN INPUT GL-PERIOD-CONTROL-FILE
            IF WS-PERIOD-CONTROL-STATUS = "00"
               READ GL-PERIOD-CONTROL-FILE
                  NOT AT END
                     MOVE GP-CURRENT-PERIOD TO WS-PERIOD-FROM
                     MOVE GP-CURRENT-PERIOD TO WS-PERIOD-TO
               END-READ
               CLOSE GL-PERIOD-CONTROL-FILE
            END-IF

            DISPLAY "GLDTL_ACCT_FROM" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-ACCOUNT FROM ENVIRONMENT-VALUE
            IF WS-ENV-ACCOUNT NOT = SPACES
               MOVE WS-ENV-ACCOUNT TO WS-ACCOUNT-FROM
            END-IF
            MOVE SPACES TO WS-ENV-ACCOUNT
            DISPLAY "GLDTL_ACCT_TO" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-ACCOUNT FROM ENVIRONMENT-VALUE
            IF WS-ENV-ACCOUNT NOT = SPACES
               MOVE WS-ENV-ACCOUNT TO WS-ACCOUNT-TO
            END-IF
            DISPLAY "GLDTL_PERIOD_FROM" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT-VALUE
            IF WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-PERIOD-FROM
            END-IF
            MOVE SPACES TO WS-ENV-PERIOD
            DISPLAY "GLDTL_PERIOD_TO" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT-VALUE
            IF WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-PERIOD-TO
            END-IF

            IF WS-PERIOD-TO < WS-PERIOD-FROM
               MOVE WS-PERIOD-FROM TO WS-PERIOD-TO
            END-IF
            DISPLAY "GLDTL_COMPANY" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-COMPANY FROM ENVIRONMENT-VALUE
            IF WS-ENV-COMPANY NOT = SPACES
               MOVE WS-ENV-COMPANY TO WS-SELECTED-COMPANY
               MOVE SPACES TO RH-COMPANY-TEXT
               STRING "COMPANY " WS-SELECTED-COMPANY
                  DELIMITED BY SIZE INTO RH-COMPANY-TEXT
            END-IF
            DISPLAY "GL DETAIL LEDGER: ACCOUNTS ", WS-ACCOUNT-FROM,
               " TO ", WS-ACCOUNT-TO, ", PERIODS ", WS-PERIOD-FROM,
               " TO ", WS-PERIOD-TO.

       050-OPEN-FILES.

            OPEN OUTPUT LEDGER-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: GLDETAIL.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            MOVE WS-ACCOUNT-FROM TO RH-ACCOUNT-FROM
            MOVE WS-ACCOUNT-TO TO RH-ACCOUNT-TO
            MOVE WS-PERIOD-FROM TO RH-PERIOD-FROM
            MOVE WS-PERIOD-TO TO RH-PERIOD-TO
            PERFORM 080-WRITE-PAGE-HEADER

            MOVE 'N' TO WS-DETAIL-EOF-SWITCH
            IF NO-DETAIL-HISTORY
               MOVE 'Y' TO WS-DETAIL-EOF-SWITCH
               EXIT PARAGRAPH
            END-IF
            OPEN INPUT GL-DETAIL-FILE
            IF WS-DETAIL-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-DETAIL-EOF-SWITCH
            ELSE
               PERFORM 210-READ-DETAIL
            END-IF.

       060-LOAD-CHART-TABLE.

            OPEN INPUT CHART-OF-ACCOUNTS-FILE
            IF WS-COA-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: GLCOA.DAT NOT FOUND, STATUS = ",
                  WS-COA-FILE-STATUS, ", DESCRIPTIONS WILL BE BLANK"
               MOVE 'Y' TO WS-COA-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-CHART
               READ CHART-OF-ACCOUNTS-FILE
                  AT END
                     MOVE 'Y' TO WS-COA-EOF-SWITCH
                  NOT AT END
                     IF WS-COA-COUNT < WS-COA-COUNT-MAX
                        ADD 1 TO WS-COA-COUNT
                        MOVE CA-ACCOUNT-NUMBER TO
                           CHE-ACCOUNT (WS-COA-COUNT)
                        MOVE CA-DESCRIPTION TO
                           CHE-DESCRIPTION (WS-COA-COUNT)
                     ELSE
                        DISPLAY "WARNING: CHART TABLE FULL, "
                           "IGNORING ACCOUNT ", CA-ACCOUNT-NUMBER
                     END-IF
               END-READ
            END-PERFORM
            IF WS-COA-FILE-STATUS = "10"
               CLOSE CHART-OF-ACCOUNTS-FILE
            END-IF.

      * Report pagination - the PAGCTL heading protocol.
       080-WRITE-PAGE-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO RH-PAGE-NUMBER
            IF WS-PAGE-NUMBER = 1
               WRITE REPORT-LINE FROM REPORT-HEADING-1
            ELSE
               WRITE REPORT-LINE FROM REPORT-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            WRITE REPORT-LINE FROM REPORT-HEADING-2
            MOVE 0 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

      * Opening balance is every posted period before the range;
      * the proof figure is every posted period through its end.
       100-LOAD-BALANCES.

            OPEN INPUT GL-BALANCE-FILE
            IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: GLBAL.DAT NOT FOUND, STATUS = ",
                  WS-BALANCE-FILE-STATUS, " - NO POSTED BALANCES"
               MOVE 'Y' TO WS-BALANCE-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-BALANCES
               READ GL-BALANCE-FILE
                  AT END
                     MOVE 'Y' TO WS-BALANCE-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     MOVE BL-COMPANY TO WS-RECORD-COMPANY
                     PERFORM 160-CHECK-COMPANY
                     IF BL-ACCOUNT NOT < WS-ACCOUNT-FROM
                           AND RECORD-IS-SELECTED
                           AND BL-ACCOUNT NOT > WS-ACCOUNT-TO
                           AND BL-PERIOD NOT > WS-PERIOD-TO
                        MOVE BL-ACCOUNT TO WS-FIND-ACCOUNT
                        PERFORM 150-FIND-OR-ADD-ACCOUNT
                        IF AC-IDX NOT > WS-ACCT-COUNT
                           PERFORM 110-APPLY-ONE-BALANCE
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            IF WS-BALANCE-FILE-STATUS = "10"
               CLOSE GL-BALANCE-FILE
            END-IF.

       110-APPLY-ONE-BALANCE.

            COMPUTE ACE-GL-CLOSING (AC-IDX) =
               ACE-GL-CLOSING (AC-IDX)
               + BL-DEBIT-BALANCE - BL-CREDIT-BALANCE
            IF BL-PERIOD < WS-PERIOD-FROM
               COMPUTE ACE-OPENING (AC-IDX) =
                  ACE-OPENING (AC-IDX)
                  + BL-DEBIT-BALANCE - BL-CREDIT-BALANCE
            END-IF.

      * Leaves AC-IDX on WS-FIND-ACCOUNT's entry, opening a slot in
      * account order when it is new; past the count when full.
       150-FIND-OR-ADD-ACCOUNT.

            PERFORM VARYING AC-IDX FROM 1 BY 1
                  UNTIL AC-IDX > WS-ACCT-COUNT
               IF ACE-ACCOUNT (AC-IDX) = WS-FIND-ACCOUNT
                  EXIT PARAGRAPH
               END-IF
               IF ACE-ACCOUNT (AC-IDX) > WS-FIND-ACCOUNT
                  EXIT PERFORM
               END-IF
            END-PERFORM

            IF WS-ACCT-COUNT >= WS-ACCT-COUNT-MAX
               DISPLAY "WARNING: ACCOUNT TABLE FULL, ACCOUNT ",
                  WS-FIND-ACCOUNT, " LEFT OFF THE LEDGER"
               SET AC-IDX TO WS-ACCT-COUNT-MAX
               SET AC-IDX UP BY 1
               EXIT PARAGRAPH
            END-IF

            PERFORM VARYING WS-SHIFT-SUB FROM WS-ACCT-COUNT BY -1
                  UNTIL WS-SHIFT-SUB < AC-IDX
               MOVE ACCOUNT-ENTRY (WS-SHIFT-SUB) TO
                  ACCOUNT-ENTRY (WS-SHIFT-SUB + 1)
            END-PERFORM
            ADD 1 TO WS-ACCT-COUNT
            MOVE WS-FIND-ACCOUNT TO ACE-ACCOUNT (AC-IDX)
            MOVE 0 TO ACE-OPENING (AC-IDX)
            MOVE 0 TO ACE-GL-CLOSING (AC-IDX).

      * A balance or posted line counts when no company was asked
      * for, or when its company (blank is the parent) is the one
      * asked for.
       160-CHECK-COMPANY.

            MOVE 'Y' TO WS-COMPANY-MATCH-SWITCH
            IF WS-SELECTED-COMPANY = SPACES
               EXIT PARAGRAPH
            END-IF
            IF WS-RECORD-COMPANY = SPACES
               MOVE WS-PARENT-COMPANY TO WS-RECORD-COMPANY
            END-IF
            IF WS-RECORD-COMPANY NOT = WS-SELECTED-COMPANY
               MOVE 'N' TO WS-COMPANY-MATCH-SWITCH
            END-IF.

      * An account with posted detail in range but no balance record
      * still belongs on the ledger - it will fail its proof.
       200-ADD-DETAIL-ACCOUNTS.

            IF NO-DETAIL-HISTORY
               EXIT PARAGRAPH
            END-IF
            OPEN INPUT GL-DETAIL-FILE
            IF WS-DETAIL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO POSTED-DETAIL HISTORY, STATUS = ",
                  WS-DETAIL-FILE-STATUS
               EXIT PARAGRAPH
            END-IF
            PERFORM 210-READ-DETAIL
            PERFORM UNTIL END-OF-DETAIL
               MOVE GD-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM 150-FIND-OR-ADD-ACCOUNT
               PERFORM 210-READ-DETAIL
            END-PERFORM
            CLOSE GL-DETAIL-FILE.

      * Next posted line inside both ranges.
       210-READ-DETAIL.

            PERFORM UNTIL END-OF-DETAIL
               READ GL-DETAIL-FILE
                  AT END
                     MOVE 'Y' TO WS-DETAIL-EOF-SWITCH
                  NOT AT END
                     MOVE GD-COMPANY TO WS-RECORD-COMPANY
                     PERFORM 160-CHECK-COMPANY
                     IF GD-ACCOUNT NOT < WS-ACCOUNT-FROM
                           AND RECORD-IS-SELECTED
                           AND GD-ACCOUNT NOT > WS-ACCOUNT-TO
                           AND GD-PERIOD NOT < WS-PERIOD-FROM
                           AND GD-PERIOD NOT > WS-PERIOD-TO
                        EXIT PERFORM
                     END-IF
               END-READ
            END-PERFORM.

      * Opening line, the account's detail in posting order with a
      * running balance, closing line, then the proof to GLBAL.DAT.
       300-WRITE-ONE-ACCOUNT.

            MOVE SPACES TO WS-ACCOUNT-DESCRIPTION
            PERFORM VARYING CH-IDX FROM 1 BY 1
                  UNTIL CH-IDX > WS-COA-COUNT
               IF CHE-ACCOUNT (CH-IDX) = ACE-ACCOUNT (AC-IDX)
                  MOVE CHE-DESCRIPTION (CH-IDX) TO
                     WS-ACCOUNT-DESCRIPTION
                  EXIT PERFORM
               END-IF
            END-PERFORM

            MOVE ACE-OPENING (AC-IDX) TO WS-RUNNING-BALANCE
            MOVE 0 TO WS-ACCOUNT-DEBITS
            MOVE 0 TO WS-ACCOUNT-CREDITS
            MOVE ACE-ACCOUNT (AC-IDX) TO RA-ACCOUNT
            MOVE WS-ACCOUNT-DESCRIPTION TO RA-DESCRIPTION
            MOVE ACE-OPENING (AC-IDX) TO RA-OPENING
            IF PAGE-BREAK-NEEDED
               PERFORM 080-WRITE-PAGE-HEADER
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            WRITE REPORT-LINE FROM REPORT-ACCOUNT-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            ADD 1 TO WS-ACCOUNTS-PRINTED

            PERFORM UNTIL END-OF-DETAIL
                  OR GD-ACCOUNT > ACE-ACCOUNT (AC-IDX)
               IF GD-ACCOUNT = ACE-ACCOUNT (AC-IDX)
                  PERFORM 310-WRITE-DETAIL-LINE
               END-IF
               PERFORM 210-READ-DETAIL
            END-PERFORM

            MOVE WS-ACCOUNT-DEBITS TO RC-DEBITS
            MOVE WS-ACCOUNT-CREDITS TO RC-CREDITS
            MOVE WS-RUNNING-BALANCE TO RC-CLOSING
            IF PAGE-BREAK-NEEDED
               PERFORM 080-WRITE-PAGE-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-CLOSING-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT

            COMPUTE WS-PROOF-DIFFERENCE =
               WS-RUNNING-BALANCE - ACE-GL-CLOSING (AC-IDX)
            MOVE ACE-GL-CLOSING (AC-IDX) TO RP-GL-CLOSING
            MOVE WS-PROOF-DIFFERENCE TO RP-DIFFERENCE
            IF WS-PROOF-DIFFERENCE = 0
               MOVE "PROVED" TO RP-VERDICT
               ADD 1 TO WS-ACCOUNTS-PROVED
            ELSE
               MOVE "OUT OF BALANCE BY" TO RP-VERDICT
               ADD 1 TO WS-ACCOUNTS-UNPROVED
               MOVE 1 TO RETURN-CODE
               MOVE ACE-ACCOUNT (AC-IDX) TO WS-REJECT-ACCOUNT
               MOVE WS-REJECT-MSG-BUILD TO EL-MESSAGE
               MOVE "GL-DETAIL-LEDGER" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 080-WRITE-PAGE-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-PROOF-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       310-WRITE-DETAIL-LINE.

            MOVE GD-POSTED-DATE TO WS-DATE-SPLIT
            MOVE WS-DATE-YYYY TO RD-YYYY
            MOVE WS-DATE-MM TO RD-MM
            MOVE WS-DATE-DD TO RD-DD
            MOVE GD-PERIOD TO RD-PERIOD
            MOVE GD-SOURCE TO RD-SOURCE
            MOVE GD-BATCH-ID TO RD-BATCH-ID
            MOVE GD-REFERENCE TO RD-REFERENCE
            MOVE GD-LINE-NUMBER TO RD-LINE-NUMBER
            IF GD-IS-DEBIT
               MOVE GD-AMOUNT TO RD-DEBIT
               MOVE 0 TO RD-CREDIT
               ADD GD-AMOUNT TO WS-ACCOUNT-DEBITS
               ADD GD-AMOUNT TO WS-RUNNING-BALANCE
            ELSE
               MOVE 0 TO RD-DEBIT
               MOVE GD-AMOUNT TO RD-CREDIT
               ADD GD-AMOUNT TO WS-ACCOUNT-CREDITS
               SUBTRACT GD-AMOUNT FROM WS-RUNNING-BALANCE
            END-IF
            MOVE WS-RUNNING-BALANCE TO RD-BALANCE
            IF PAGE-BREAK-NEEDED
               PERFORM 080-WRITE-PAGE-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            ADD 1 TO WS-LINES-PRINTED
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

       800-WRITE-SUMMARY.

            MOVE WS-ACCOUNTS-PRINTED TO RS-PRINTED
            MOVE WS-ACCOUNTS-PROVED TO RS-PROVED
            MOVE WS-ACCOUNTS-UNPROVED TO RS-UNPROVED
            MOVE WS-LINES-PRINTED TO RS-LINES
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            WRITE REPORT-LINE FROM REPORT-SUMMARY-LINE-1
            WRITE REPORT-LINE FROM REPORT-SUMMARY-LINE-2
            WRITE REPORT-LINE FROM REPORT-SUMMARY-LINE-3
            WRITE REPORT-LINE FROM REPORT-SUMMARY-LINE-4
            DISPLAY "GL DETAIL LEDGER: ", WS-ACCOUNTS-PRINTED,
               " ACCOUNT(S), ", WS-ACCOUNTS-PROVED, " PROVED, ",
               WS-ACCOUNTS-UNPROVED, " OUT OF BALANCE.".

       900-CLOSE-FILES.

            IF NOT NO-DETAIL-HISTORY
                  AND (WS-DETAIL-FILE-STATUS = "00"
                  OR WS-DETAIL-FILE-STATUS = "10")
               CLOSE GL-DETAIL-FILE
            END-IF
            CLOSE LEDGER-REPORT-FILE.

           COPY PAGCTL.
           COPY EXCPLOG.
           COPY RUNSTAT.
       END PROGRAM GL-DETAIL-LEDGER.
