      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Monthly sales commission run.  Every customer is
      *           assigned to a salesperson (an employee ID) on
      *           CUSTREP.DAT.  The month's SALESHIST.DAT lines for
      *           each salesperson's customers are totalled into the
      *           rep's net monthly volume, which picks the tier on
      *           the commission plan COMMPLAN.DAT; each line is then
      *           paid at the tier's rate for its item's commission
      *           class (COMMCLS.DAT - an item not classed falls to
      *           class "****").  A credit memo is a negative sales
      *           line and charges its commission back at the same
      *           rate.  An invoice BAD-DEBT-WRITEOFF has closed "W"
      *           on AROPEN.DAT charges back the whole commission
      *           paid on it, once, to the rep who earned it.  Every
      *           line paid or charged back goes onto the commission
      *           ledger COMMHIST.DAT, so a month never runs twice
      *           and a write-off never charges back twice.  A rep's
      *           net for the month, after any balance carried from
      *           last month, goes to SUPPEARN.DAT under earnings
      *           type "COM" for the next off-cycle supplemental
      *           payroll; a net deficit (or a rep not on the
      *           employee master) is carried on the ledger into
      *           next month instead.  One commission statement per
      *           rep prints on COMMSTMT.RPT.  The month defaults to
      *           the one before today; PAYROLL_COMMISSION_MONTH
      *           (YYYYMM) overrides it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSION-CALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Appended by SALES-ANALYSIS run over run - read only here.
           SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-FILE-STATUS.

           SELECT REP-ASSIGNMENT-FILE ASSIGN TO "CUSTREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FILE-STATUS.

           SELECT ITEM-CLASS-FILE ASSIGN TO "COMMCLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-FILE-STATUS.

           SELECT COMMISSION-PLAN-FILE ASSIGN TO "COMMPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

      * The commission ledger. Read once into the tables, then
      * reopened EXTEND for this run's entries.
           SELECT COMMISSION-LEDGER-IN-FILE ASSIGN TO "COMMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-IN-STATUS.

           SELECT COMMISSION-LEDGER-FILE ASSIGN TO "COMMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

      * Paid by PROCEDURES-EXAMPLE's off-cycle supplemental run.
           SELECT SUPPLEMENTAL-EARNINGS-FILE ASSIGN TO "SUPPEARN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-FILE-STATUS.

           SELECT STATEMENT-REPORT-FILE ASSIGN TO "COMMSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-RECORD.
           05  SI-INVOICE-ID       PIC X(6).
           05  SI-CUSTOMER-ID      PIC X(6).
           05  SI-ITEM-ID          PIC X(6).
           05  SI-PERIOD           PIC 9(6).
           05  SI-AMOUNT           PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

       FD  REP-ASSIGNMENT-FILE.
       01  REP-ASSIGNMENT-RECORD.
           05  CR-CUSTOMER-ID      PIC X(6).
           05  CR-REP-EMP-ID       PIC X(6).

       FD  ITEM-CLASS-FILE.
       01  ITEM-CLASS-RECORD.
           05  CX-ITEM-ID          PIC X(6).
           05  CX-ITEM-CLASS       PIC X(4).

      * One row per commission class and volume tier: the rate
      * applies once the rep's net monthly volume reaches the
      * floor. Class "****" is the plan's default for an item
      * whose class has no rows of its own.
       FD  COMMISSION-PLAN-FILE.
       01  COMMISSION-PLAN-RECORD.
           05  CP-ITEM-CLASS       PIC X(4).
           05  CP-TIER-FLOOR       PIC 9(9)V9(2).
           05  CP-RATE             PIC 9V9(4).

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
               88  AR-ITEM-WRITTEN-OFF VALUE "W".

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-RECORD.
           05  EMP-ID              PIC X(6).
           05  EMP-NAME            PIC X(25).
           05  EMP-DEPARTMENT      PIC X(4).
           05  EMP-HOURLY-RATE     PIC 9(2)V9(3).
           05  EMP-CURRENCY-CODE   PIC X(3).
           05  EMP-PAY-TYPE        PIC X.
               88  EMP-IS-SALARIED         VALUE "S".
           05  EMP-PERIOD-SALARY   PIC 9(7)V9(2).
           05  EMP-STATUS          PIC X.
               88  EMP-IS-TERMINATED       VALUE "T".
           05  EMP-TERM-DATE       PIC 9(8).
           05  EMP-TAX-JURISDICTION PIC X(2).
           05  EMP-JOB-CLASS       PIC X(4).
           05  EMP-COMPANY-CODE    PIC X(2).
           05  FILLER              PIC X(34).

      * "I" commission on a sale and "M" the charge-back on a
      * credit memo, one per invoice and commission class; "W" the
      * charge-back of an invoice written off; "B" the balance
      * carried into next month, one per rep per month (zero when
      * the month paid out in full).
       FD  COMMISSION-LEDGER-IN-FILE.
       01  COMMISSION-LEDGER-IN-RECORD.
           05  CHI-PERIOD          PIC 9(6).
           05  CHI-REP-ID          PIC X(6).
           05  CHI-ENTRY-TYPE      PIC X.
               88  CHI-IS-SALE         VALUE "I".
               88  CHI-IS-CREDIT-MEMO  VALUE "M".
               88  CHI-IS-WRITE-OFF    VALUE "W".
               88  CHI-IS-BALANCE      VALUE "B".
           05  CHI-INVOICE-ID      PIC X(6).
           05  CHI-CUSTOMER-ID     PIC X(6).
           05  CHI-ITEM-CLASS      PIC X(4).
           05  CHI-SALES-AMOUNT    PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  CHI-COMMISSION      PIC S9(7)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  CHI-RUN-DATE        PIC 9(8).

       FD  COMMISSION-LEDGER-FILE.
       01  COMMISSION-LEDGER-RECORD.
           05  CH-PERIOD           PIC 9(6).
           05  CH-REP-ID           PIC X(6).
           05  CH-ENTRY-TYPE       PIC X.
           05  CH-INVOICE-ID       PIC X(6).
           05  CH-CUSTOMER-ID      PIC X(6).
           05  CH-ITEM-CLASS       PIC X(4).
           05  CH-SALES-AMOUNT     PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  CH-COMMISSION       PIC S9(7)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  CH-RUN-DATE         PIC 9(8).

       FD  SUPPLEMENTAL-EARNINGS-FILE.
       01  SUPPLEMENTAL-EARNINGS-RECORD.
           05  SPE-EMP-ID          PIC X(6).
           05  SPE-EARN-TYPE       PIC X(3).
           05  SPE-AMOUNT          PIC 9(7)V9(2).
           05  SPE-DESCRIPTION     PIC X(20).
      * Stamped by the off-cycle run that pays the line.
           05  SPE-PAID-DATE       PIC X(8).

       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-LINE          PIC X(100).

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

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-SALES-FILE-STATUS     PIC XX.
       01  WS-REP-FILE-STATUS       PIC XX.
       01  WS-CLASS-FILE-STATUS     PIC XX.
       01  WS-PLAN-FILE-STATUS      PIC XX.
       01  WS-AR-FILE-STATUS        PIC XX.
       01  WS-EMP-FILE-STATUS       PIC XX.
       01  WS-LEDGER-IN-STATUS      PIC XX.
       01  WS-LEDGER-FILE-STATUS    PIC XX.
       01  WS-SUPP-FILE-STATUS      PIC XX.
       01  WS-REPORT-FILE-STATUS    PIC XX.

       01  WS-SALES-EOF-SWITCH      PIC X VALUE 'N'.
           88  END-OF-SALES-HISTORY     VALUE 'Y'.
       01  WS-REP-EOF-SWITCH        PIC X VALUE 'N'.
           88  END-OF-REP-ASSIGNMENTS   VALUE 'Y'.
       01  WS-CLASS-EOF-SWITCH      PIC X VALUE 'N'.
           88  END-OF-ITEM-CLASSES      VALUE 'Y'.
       01  WS-PLAN-EOF-SWITCH       PIC X VALUE 'N'.
           88  END-OF-PLAN-ROWS         VALUE 'Y'.
       01  WS-AR-EOF-SWITCH         PIC X VALUE 'N'.
           88  END-OF-AR-ITEMS          VALUE 'Y'.
       01  WS-LEDGER-EOF-SWITCH     PIC X VALUE 'N'.
           88  END-OF-LEDGER            VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH      PIC X VALUE 'N'.
           88  RUN-MUST-ABORT           VALUE 'Y'.
       01  WS-EMP-OPEN-SWITCH       PIC X VALUE 'N'.
           88  EMPLOYEE-MASTER-OPEN     VALUE 'Y'.
       01  WS-FOUND-SWITCH          PIC X.
           88  ENTRY-WAS-FOUND          VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MONTH         PIC 9(2).
           05  WS-RUN-DAY           PIC 9(2).
       01  WS-ENV-MONTH             PIC X(6).
       01  WS-COMMISSION-MONTH      PIC 9(6).
       01  WS-COMMISSION-MONTH-R REDEFINES WS-COMMISSION-MONTH.
           05  WS-COMMISSION-YEAR   PIC 9(4).
           05  WS-COMMISSION-MM     PIC 9(2).

       01  WS-ASSIGN-COUNT-MAX      PIC 9(4) VALUE 1000.
       01  WS-ASSIGN-COUNT          PIC 9(4) VALUE 0.
       01  REP-ASSIGNMENT-TABLE.
           05  REP-ASSIGNMENT-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY RA-IDX.
               10  RAE-CUSTOMER-ID     PIC X(6).
               10  RAE-REP-EMP-ID      PIC X(6).

       01  WS-CLASS-COUNT-MAX       PIC 9(4) VALUE 2000.
       01  WS-CLASS-COUNT           PIC 9(4) VALUE 0.
       01  ITEM-CLASS-TABLE.
           05  ITEM-CLASS-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY CX-IDX.
               10  CXE-ITEM-ID         PIC X(6).
               10  CXE-ITEM-CLASS      PIC X(4).

       01  WS-PLAN-COUNT-MAX        PIC 9(3) VALUE 200.
       01  WS-PLAN-COUNT            PIC 9(3) VALUE 0.
       01  COMMISSION-PLAN-TABLE.
           05  COMMISSION-PLAN-ENTRY OCCURS 200 TIMES
                                   INDEXED BY CP-IDX.
               10  CPE-ITEM-CLASS      PIC X(4).
               10  CPE-TIER-FLOOR      PIC 9(9)V9(2).
               10  CPE-RATE            PIC 9V9(4).

      * Commission already paid per invoice, from the ledger - what
      * a write-off charges back, and whether it already has.
       01  WS-PAID-COUNT-MAX        PIC 9(5) VALUE 20000.
       01  WS-PAID-COUNT            PIC 9(5) VALUE 0.
       01  PAID-INVOICE-TABLE.
           05  PAID-INVOICE-ENTRY OCCURS 20000 TIMES
                                   INDEXED BY PD-IDX.
               10  PDE-INVOICE-ID      PIC X(6).
               10  PDE-REP-ID          PIC X(6).
               10  PDE-CUSTOMER-ID     PIC X(6).
               10  PDE-COMMISSION      PIC S9(7)V9(2).
               10  PDE-CHARGED-BACK    PIC X.

      * Invoices closed by write-off on the current AROPEN.DAT.
       01  WS-WRITEOFF-COUNT-MAX    PIC 9(4) VALUE 2000.
       01  WS-WRITEOFF-COUNT        PIC 9(4) VALUE 0.
       01  WRITTEN-OFF-TABLE.
           05  WRITTEN-OFF-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY WO-IDX.
               10  WOE-INVOICE-ID      PIC X(6).

      * Everyone with activity or a carried balance this month.
       01  WS-REP-COUNT-MAX         PIC 9(3) VALUE 200.
       01  WS-REP-COUNT             PIC 9(3) VALUE 0.
       01  REP-TABLE.
           05  REP-ENTRY OCCURS 200 TIMES INDEXED BY RP-IDX.
               10  RPE-REP-ID          PIC X(6).
               10  RPE-REP-NAME        PIC X(25).
               10  RPE-VOLUME          PIC S9(9)V9(2).
               10  RPE-EARNED          PIC S9(7)V9(2).
               10  RPE-MEMO-BACK       PIC S9(7)V9(2).
               10  RPE-WRITEOFF-BACK   PIC S9(7)V9(2).
               10  RPE-PRIOR-BALANCE   PIC S9(7)V9(2).
               10  RPE-NET             PIC S9(7)V9(2).
               10  RPE-PAID            PIC S9(7)V9(2).
               10  RPE-CARRIED         PIC S9(7)V9(2).
               10  RPE-NOTE            PIC X(30).

      * This month's sales, one row per invoice and commission
      * class - the unit a rate applies to.
       01  WS-MONTH-COUNT-MAX       PIC 9(4) VALUE 5000.
       01  WS-MONTH-COUNT           PIC 9(4) VALUE 0.
       01  MONTH-SALES-TABLE.
           05  MONTH-SALES-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY MS-IDX.
               10  MSE-INVOICE-ID      PIC X(6).
               10  MSE-CUSTOMER-ID     PIC X(6).
               10  MSE-ITEM-CLASS      PIC X(4).
               10  MSE-REP-SUB         PIC 9(3).
               10  MSE-SALES-AMOUNT    PIC S9(9)V9(2).
               10  MSE-RATE            PIC 9V9(4).
               10  MSE-COMMISSION      PIC S9(7)V9(2).
               10  MSE-NOTE            PIC X(16).

      * This run's write-off charge-backs.
       01  WS-CHARGEBACK-COUNT-MAX  PIC 9(4) VALUE 2000.
       01  WS-CHARGEBACK-COUNT      PIC 9(4) VALUE 0.
       01  CHARGEBACK-TABLE.
           05  CHARGEBACK-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY CB-IDX.
               10  CBE-INVOICE-ID      PIC X(6).
               10  CBE-CUSTOMER-ID     PIC X(6).
               10  CBE-REP-SUB         PIC 9(3).
               10  CBE-AMOUNT          PIC S9(7)V9(2).

       01  WS-PAID-INVOICE-ID       PIC X(6).
       01  WS-PAID-REP-ID           PIC X(6).
       01  WS-PAID-CUSTOMER-ID      PIC X(6).
       01  WS-REP-ID                PIC X(6).
       01  WS-REP-SUB               PIC 9(3).
       01  WS-ITEM-CLASS            PIC X(4).
       01  WS-PLAN-CLASS            PIC X(4).
       01  WS-TIER-VOLUME           PIC 9(9)V9(2).
       01  WS-BEST-FLOOR            PIC 9(9)V9(2).
       01  WS-PLAN-RATE             PIC 9V9(4).
       01  WS-RATE-PERCENT          PIC 9(2)V9(2).
       01  WS-RATE-FOUND-SWITCH     PIC X.
           88  PLAN-RATE-FOUND          VALUE 'Y'.

       01  WS-SALES-LINES-READ      PIC 9(7) VALUE 0.
       01  WS-MONTH-LINES           PIC 9(7) VALUE 0.
       01  WS-UNASSIGNED-LINES      PIC 9(7) VALUE 0.
       01  WS-UNASSIGNED-AMOUNT     PIC S9(9)V9(2) VALUE 0.
       01  WS-REPS-PAID             PIC 9(5) VALUE 0.
       01  WS-REPS-CARRIED          PIC 9(5) VALUE 0.
       01  WS-GRAND-EARNED          PIC S9(9)V9(2) VALUE 0.
       01  WS-GRAND-MEMO-BACK       PIC S9(9)V9(2) VALUE 0.
       01  WS-GRAND-WRITEOFF-BACK   PIC S9(9)V9(2) VALUE 0.
       01  WS-GRAND-PAID            PIC S9(9)V9(2) VALUE 0.
       01  WS-GRAND-CARRIED         PIC S9(9)V9(2) VALUE 0.

      * Exception-log message for a table that overflowed.
      * Built with MOVE, not STRING - see copybooks/EXCPLOG.cpy.
       01  WS-FULL-MSG-BUILD.
           05  FILLER              PIC X(11) VALUE "COMMISSION ".
           05  WS-FULL-MSG-TABLE   PIC X(20).
           05  FILLER              PIC X(29) VALUE
               " TABLE FULL - ENTRIES DROPPED".

      * Exception-log message for a rep held or carrying a deficit.
       01  WS-HOLD-MSG-BUILD.
           05  FILLER              PIC X(15) VALUE "COMMISSION REP ".
           05  WS-HOLD-MSG-REP-ID  PIC X(6).
           05  FILLER              PIC X(3)  VALUE " - ".
           05  WS-HOLD-MSG-REASON  PIC X(30).

       01  STATEMENT-HEADING-1.
           05  FILLER          PIC X(32) VALUE
               "SALES COMMISSION STATEMENT".
           05  FILLER          PIC X(6)  VALUE "MONTH ".
           05  SH1-MONTH       PIC 9(6).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  SH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(20) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  SH1-PAGE-NUMBER PIC ZZ9.
       01  STATEMENT-HEADING-2.
           05  SH2-CAPTION     PIC X(13) VALUE "SALESPERSON".
           05  SH2-REP-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SH2-REP-NAME    PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SH2-VOLUME-CAPTION PIC X(19).
           05  SH2-VOLUME      PIC $$$,$$$,$$9.99- BLANK WHEN ZERO.
       01  STATEMENT-HEADING-3.
           05  FILLER          PIC X(9)  VALUE "INVOICE".
           05  FILLER          PIC X(10) VALUE "CUSTOMER".
           05  FILLER          PIC X(7)  VALUE "CLASS".
           05  FILLER          PIC X(12) VALUE "TYPE".
           05  FILLER          PIC X(15) VALUE "          SALES".
           05  FILLER          PIC X(7)  VALUE "  RATE%".
           05  FILLER          PIC X(16) VALUE "      COMMISSION".
           05  FILLER          PIC X(6)  VALUE "  NOTE".
       01  STATEMENT-DETAIL-LINE.
           05  SD-INVOICE-ID   PIC X(6).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  SD-CUSTOMER-ID  PIC X(6).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  SD-ITEM-CLASS   PIC X(4).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  SD-TYPE         PIC X(11).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SD-SALES        PIC ZZZ,ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-RATE         PIC Z9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-COMMISSION   PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-NOTE         PIC X(16).
       01  STATEMENT-TOTAL-LINE.
           05  ST-CAPTION      PIC X(65).
           05  ST-AMOUNT       PIC $$,$$$,$$9.99-.
       01  STATEMENT-GRAND-LINE.
           05  SG-CAPTION      PIC X(63).
           05  SG-AMOUNT       PIC $$$$,$$$,$$9.99-.
       01  STATEMENT-NOTE-LINE.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  SN-NOTE         PIC X(60).
       01  STATEMENT-COUNT-LINE.
           05  SC-CAPTION      PIC X(32).
           05  SC-COUNT        PIC Z,ZZZ,ZZ9.
       01  STATEMENT-BLANK-LINE PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "COMMISSION-CALC" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 040-DETERMINE-MONTH
            IF NOT RUN-MUST-ABORT
               PERFORM 050-OPEN-FILES
            END-IF
            IF NOT RUN-MUST-ABORT
               PERFORM 060-LOAD-REP-ASSIGNMENTS
               PERFORM 065-LOAD-ITEM-CLASSES
               PERFORM 070-LOAD-COMMISSION-PLAN
               PERFORM 075-LOAD-COMMISSION-LEDGER
            END-IF
            IF NOT RUN-MUST-ABORT
               PERFORM 080-LOAD-WRITTEN-OFF-ITEMS
            END-IF
            IF NOT RUN-MUST-ABORT
               PERFORM 090-OPEN-OUTPUT-FILES
            END-IF

            IF RUN-MUST-ABORT
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 100-SCAN-SALES-HISTORY
            PERFORM VARYING MS-IDX FROM 1 BY 1
                  UNTIL MS-IDX > WS-MONTH-COUNT
               PERFORM 200-PRICE-MONTH-SALES
            END-PERFORM
            PERFORM VARYING WO-IDX FROM 1 BY 1
                  UNTIL WO-IDX > WS-WRITEOFF-COUNT
               PERFORM 300-CHARGE-BACK-WRITE-OFF
            END-PERFORM

            PERFORM VARYING RP-IDX FROM 1 BY 1
                  UNTIL RP-IDX > WS-REP-COUNT
               PERFORM 400-SETTLE-REP
            END-PERFORM

            PERFORM 800-WRITE-RUN-SUMMARY
            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            DISPLAY "COMMISSION RUN FOR ", WS-COMMISSION-MONTH,
               " COMPLETE.  ", WS-REPS-PAID, " REP(S) SENT TO "
               "PAYROLL, ", WS-REPS-CARRIED, " CARRYING A BALANCE."
            STOP RUN.

      * Commissions run a month in arrears: the month before today
      * unless the operator names one.
       040-DETERMINE-MONTH.

            MOVE SPACES TO WS-ENV-MONTH
            DISPLAY "PAYROLL_COMMISSION_MONTH" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-MONTH FROM ENVIRONMENT-VALUE

            IF WS-ENV-MONTH = SPACES
               MOVE WS-RUN-YEAR TO WS-COMMISSION-YEAR
               MOVE WS-RUN-MONTH TO WS-COMMISSION-MM
               IF WS-COMMISSION-MM = 1
                  SUBTRACT 1 FROM WS-COMMISSION-YEAR
                  MOVE 12 TO WS-COMMISSION-MM
               ELSE
                  SUBTRACT 1 FROM WS-COMMISSION-MM
               END-IF
            ELSE
               IF WS-ENV-MONTH IS NOT NUMERIC
                  DISPLAY "ERROR: PAYROLL_COMMISSION_MONTH ",
                     WS-ENV-MONTH, " IS NOT YYYYMM - NOTHING PAID"
                  MOVE 'Y' TO WS-RUN-ABORT-SWITCH
                  MOVE 1 TO RETURN-CODE
                  EXIT PARAGRAPH
               END-IF
               MOVE WS-ENV-MONTH TO WS-COMMISSION-MONTH
               IF WS-COMMISSION-MM < 1 OR WS-COMMISSION-MM > 12
                  DISPLAY "ERROR: PAYROLL_COMMISSION_MONTH ",
                     WS-ENV-MONTH, " IS NOT YYYYMM - NOTHING PAID"
                  MOVE 'Y' TO WS-RUN-ABORT-SWITCH
                  MOVE 1 TO RETURN-CODE
                  EXIT PARAGRAPH
               END-IF
            END-IF
            DISPLAY "COMMISSION MONTH ", WS-COMMISSION-MONTH.

       050-OPEN-FILES.

            OPEN INPUT SALES-HISTORY-FILE
            IF WS-SALES-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: SALES-HISTORY-FILE NOT FOUND, "
                  "STATUS = ", WS-SALES-FILE-STATUS,
                  " - NO SALES COMMISSIONED"
               MOVE 'Y' TO WS-SALES-EOF-SWITCH
            END-IF

            OPEN INPUT EMPLOYEE-MASTER-FILE
            IF WS-EMP-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EMP-OPEN-SWITCH
            ELSE
               DISPLAY "ERROR: EMPLOYEE-MASTER-FILE OPEN FAILED, "
                  "STATUS = ", WS-EMP-FILE-STATUS,
                  " - EVERY REP WILL BE HELD"
               MOVE 1 TO RETURN-CODE
               MOVE "EMPLOYEE-MASTER-FILE" TO EL-MESSAGE
               MOVE "COMMISSION-CALC" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            OPEN OUTPUT STATEMENT-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: STATEMENT-REPORT-FILE OPEN FAILED, "
                  "STATUS = ", WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF.

       060-LOAD-REP-ASSIGNMENTS.

            OPEN INPUT REP-ASSIGNMENT-FILE
            IF WS-REP-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: CUSTREP.DAT NOT FOUND, STATUS = ",
                  WS-REP-FILE-STATUS, " - NO SALES COMMISSIONED"
               MOVE 'Y' TO WS-REP-EOF-SWITCH
            END-IF

            PERFORM UNTIL END-OF-REP-ASSIGNMENTS
               READ REP-ASSIGNMENT-FILE
                  AT END
                     MOVE 'Y' TO WS-REP-EOF-SWITCH
                  NOT AT END
                     IF WS-ASSIGN-COUNT < WS-ASSIGN-COUNT-MAX
                        ADD 1 TO WS-ASSIGN-COUNT
                        MOVE CR-CUSTOMER-ID TO
                           RAE-CUSTOMER-ID (WS-ASSIGN-COUNT)
                        MOVE CR-REP-EMP-ID TO
                           RAE-REP-EMP-ID (WS-ASSIGN-COUNT)
                     ELSE
                        DISPLAY "WARNING: REP ASSIGNMENT TABLE FULL, "
                           "IGNORING CUSTOMER ", CR-CUSTOMER-ID
                     END-IF
               END-READ
            END-PERFORM
            IF WS-REP-FILE-STATUS = "10"
               CLOSE REP-ASSIGNMENT-FILE
            END-IF.

       065-LOAD-ITEM-CLASSES.

            OPEN INPUT ITEM-CLASS-FILE
            IF WS-CLASS-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: COMMCLS.DAT NOT FOUND, STATUS = ",
                  WS-CLASS-FILE-STATUS, " - EVERY ITEM PAYS AT ****"
               MOVE 'Y' TO WS-CLASS-EOF-SWITCH
            END-IF

            PERFORM UNTIL END-OF-ITEM-CLASSES
               READ ITEM-CLASS-FILE
                  AT END
                     MOVE 'Y' TO WS-CLASS-EOF-SWITCH
                  NOT AT END
                     IF WS-CLASS-COUNT < WS-CLASS-COUNT-MAX
                        ADD 1 TO WS-CLASS-COUNT
                        MOVE CX-ITEM-ID TO
                           CXE-ITEM-ID (WS-CLASS-COUNT)
                        MOVE CX-ITEM-CLASS TO
                           CXE-ITEM-CLASS (WS-CLASS-COUNT)
                     ELSE
                        DISPLAY "WARNING: ITEM CLASS TABLE FULL, "
                           "IGNORING ITEM ", CX-ITEM-ID
                     END-IF
               END-READ
            END-PERFORM
            IF WS-CLASS-FILE-STATUS = "10"
               CLOSE ITEM-CLASS-FILE
            END-IF.

      * Without a plan nothing can be priced, and paying a month at
      * zero would still close it on the ledger - refuse the run.
       070-LOAD-COMMISSION-PLAN.

            OPEN INPUT COMMISSION-PLAN-FILE
            IF WS-PLAN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: COMMPLAN.DAT OPEN FAILED, STATUS = ",
                  WS-PLAN-FILE-STATUS, " - NOTHING PAID"
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "COMMISSION-PLAN-FILE" TO EL-MESSAGE
               MOVE "COMMISSION-CALC" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               EXIT PARAGRAPH
            END-IF

            PERFORM UNTIL END-OF-PLAN-ROWS
               READ COMMISSION-PLAN-FILE
                  AT END
                     MOVE 'Y' TO WS-PLAN-EOF-SWITCH
                  NOT AT END
                     IF WS-PLAN-COUNT < WS-PLAN-COUNT-MAX
                        ADD 1 TO WS-PLAN-COUNT
                        MOVE CP-ITEM-CLASS TO
                           CPE-ITEM-CLASS (WS-PLAN-COUNT)
                        MOVE CP-TIER-FLOOR TO
                           CPE-TIER-FLOOR (WS-PLAN-COUNT)
                        MOVE CP-RATE TO CPE-RATE (WS-PLAN-COUNT)
                     ELSE
                        DISPLAY "WARNING: COMMISSION PLAN TABLE FULL, "
                           "IGNORING ", CP-ITEM-CLASS, " ",
                           CP-TIER-FLOOR
                     END-IF
               END-READ
            END-PERFORM
            CLOSE COMMISSION-PLAN-FILE

            IF WS-PLAN-COUNT = 0
               DISPLAY "ERROR: COMMPLAN.DAT IS EMPTY - NOTHING PAID"
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF.

      * The ledger gives three things: whether this month already
      * ran, the commission paid on every invoice (for write-off
      * charge-backs) and each rep's latest carried balance. The
      * file is in run order, so a later "B" replaces an earlier.
       075-LOAD-COMMISSION-LEDGER.

            OPEN INPUT COMMISSION-LEDGER-IN-FILE
            IF WS-LEDGER-IN-STATUS NOT = "00"
               MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
            END-IF

            PERFORM UNTIL END-OF-LEDGER
               READ COMMISSION-LEDGER-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
                  NOT AT END
                     PERFORM 076-TABLE-LEDGER-ENTRY
               END-READ
            END-PERFORM

            IF WS-LEDGER-IN-STATUS = "10" OR WS-LEDGER-IN-STATUS = "00"
               CLOSE COMMISSION-LEDGER-IN-FILE
            END-IF.

       076-TABLE-LEDGER-ENTRY.

            IF CHI-PERIOD = WS-COMMISSION-MONTH
                  AND NOT RUN-MUST-ABORT
               DISPLAY "ERROR: COMMISSIONS FOR ", WS-COMMISSION-MONTH,
                  " ARE ALREADY ON COMMHIST.DAT - NOTHING PAID"
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "COMMISSION MONTH ALREADY RUN - RUN REFUSED" TO
                  EL-MESSAGE
               MOVE "COMMISSION-CALC" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            EVALUATE TRUE
               WHEN CHI-IS-SALE
               WHEN CHI-IS-CREDIT-MEMO
               WHEN CHI-IS-WRITE-OFF
                  MOVE CHI-INVOICE-ID TO WS-PAID-INVOICE-ID
                  MOVE CHI-REP-ID TO WS-PAID-REP-ID
                  MOVE CHI-CUSTOMER-ID TO WS-PAID-CUSTOMER-ID
                  PERFORM 077-FIND-PAID-INVOICE
                  IF NOT ENTRY-WAS-FOUND
                     EXIT PARAGRAPH
                  END-IF
                  IF CHI-IS-WRITE-OFF
                     MOVE 'Y' TO PDE-CHARGED-BACK (PD-IDX)
                  ELSE
                     ADD CHI-COMMISSION TO PDE-COMMISSION (PD-IDX)
                  END-IF
               WHEN CHI-IS-BALANCE
                  MOVE CHI-REP-ID TO WS-REP-ID
                  PERFORM 250-FIND-REP
                  IF WS-REP-SUB > 0
                     MOVE CHI-COMMISSION TO
                        RPE-PRIOR-BALANCE (WS-REP-SUB)
                  END-IF
            END-EVALUATE.

      * Finds WS-PAID-INVOICE-ID on the paid-invoice table, adding
      * it for WS-PAID-REP-ID and WS-PAID-CUSTOMER-ID when new.
       077-FIND-PAID-INVOICE.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING PD-IDX FROM 1 BY 1
                  UNTIL PD-IDX > WS-PAID-COUNT
               IF PDE-INVOICE-ID (PD-IDX) = WS-PAID-INVOICE-ID
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF ENTRY-WAS-FOUND
               EXIT PARAGRAPH
            END-IF

            IF WS-PAID-COUNT < WS-PAID-COUNT-MAX
               ADD 1 TO WS-PAID-COUNT
               SET PD-IDX TO WS-PAID-COUNT
               MOVE WS-PAID-INVOICE-ID TO PDE-INVOICE-ID (PD-IDX)
               MOVE WS-PAID-REP-ID TO PDE-REP-ID (PD-IDX)
               MOVE WS-PAID-CUSTOMER-ID TO PDE-CUSTOMER-ID (PD-IDX)
               MOVE 0 TO PDE-COMMISSION (PD-IDX)
               MOVE 'N' TO PDE-CHARGED-BACK (PD-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
            ELSE
               DISPLAY "ERROR: PAID INVOICE TABLE FULL AT ",
                  WS-PAID-COUNT, " ENTRIES - RUN STOPPED"
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
            END-IF.

      * Read-only walk of AROPEN.DAT for the items closed by
      * write-off, checked against AROPEN.SEAL the way every other
      * AR reader does - charging back off a mispromoted generation
      * would take commission for invoices nobody wrote off.
       080-LOAD-WRITTEN-OFF-ITEMS.

            OPEN INPUT AR-OPEN-ITEM-FILE
            IF WS-AR-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: AROPEN.DAT NOT FOUND, STATUS = ",
                  WS-AR-FILE-STATUS, " - NO WRITE-OFFS CHARGED BACK"
               EXIT PARAGRAPH
            END-IF

            PERFORM 930-RESET-SEAL
            PERFORM UNTIL END-OF-AR-ITEMS
               READ AR-OPEN-ITEM-FILE
                  AT END
                     MOVE 'Y' TO WS-AR-EOF-SWITCH
                  NOT AT END
                     PERFORM 085-SEAL-COUNT-AR-ITEM
                     IF AR-ITEM-WRITTEN-OFF
                        PERFORM 086-TABLE-WRITTEN-OFF-ITEM
                     END-IF
               END-READ
            END-PERFORM
            CLOSE AR-OPEN-ITEM-FILE

            MOVE "AROPEN.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: AROPEN.DAT FAILS ITS SEAL - "
                  "NOTHING PAID"
               MOVE "AROPEN.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "COMMISSION-CALC" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF.

       085-SEAL-COUNT-AR-ITEM.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE AR-CUSTOMER-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE AR-INVOICE-ID TO WS-SEAL-KEY-STRING (7:6)
            MOVE AR-OPEN-BALANCE TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

       086-TABLE-WRITTEN-OFF-ITEM.

            IF WS-WRITEOFF-COUNT < WS-WRITEOFF-COUNT-MAX
               ADD 1 TO WS-WRITEOFF-COUNT
               MOVE AR-INVOICE-ID TO
                  WOE-INVOICE-ID (WS-WRITEOFF-COUNT)
            ELSE
               DISPLAY "WARNING: WRITE-OFF TABLE FULL, IGNORING "
                  "INVOICE ", AR-INVOICE-ID
               MOVE "WRITE-OFF" TO WS-FULL-MSG-TABLE
               MOVE WS-FULL-MSG-BUILD TO EL-MESSAGE
               MOVE "COMMISSION-CALC" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF.

      * Both outputs are opened only after the ledger has been
      * read, so this run's entries never match against themselves;
      * neither is opened at all for a refused run.
       090-OPEN-OUTPUT-FILES.

            OPEN EXTEND COMMISSION-LEDGER-FILE
            IF WS-LEDGER-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMMISSION-LEDGER-FILE
            END-IF
            IF WS-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: COMMHIST.DAT OPEN FAILED, STATUS = ",
                  WS-LEDGER-FILE-STATUS, " - NOTHING PAID"
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "COMMISSION-LEDGER-FILE" TO EL-MESSAGE
               MOVE "COMMISSION-CALC" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               EXIT PARAGRAPH
            END-IF

            OPEN EXTEND SUPPLEMENTAL-EARNINGS-FILE
            IF WS-SUPP-FILE-STATUS NOT = "00"
               OPEN OUTPUT SUPPLEMENTAL-EARNINGS-FILE
            END-IF
            IF WS-SUPP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: SUPPEARN.DAT OPEN FAILED, STATUS = ",
                  WS-SUPP-FILE-STATUS, " - NOTHING PAID"
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "SUPPLEMENTAL-EARNINGS-FILE" TO EL-MESSAGE
               MOVE "COMMISSION-CALC" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF.

      * Tables the month's sales by invoice and commission class
      * against the customer's rep, and totals each rep's net
      * volume - the volume has to be complete before any line can
      * be priced, since it picks the tier.
       100-SCAN-SALES-HISTORY.

            PERFORM UNTIL END-OF-SALES-HISTORY
               READ SALES-HISTORY-FILE
                  AT END
                     MOVE 'Y' TO WS-SALES-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     ADD 1 TO WS-SALES-LINES-READ
                     IF SI-PERIOD = WS-COMMISSION-MONTH
                        PERFORM 110-TABLE-SALES-LINE
                     END-IF
               END-READ
            END-PERFORM

            IF WS-UNASSIGNED-LINES > 0
               DISPLAY "WARNING: ", WS-UNASSIGNED-LINES, " SALES "
                  "LINE(S) FOR CUSTOMERS WITH NO REP ON CUSTREP.DAT"
               MOVE "SALES FOR CUSTOMERS WITH NO REP NOT COMMISSIONED"
                  TO EL-MESSAGE
               MOVE "COMMISSION-CALC" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF.

       110-TABLE-SALES-LINE.

            ADD 1 TO WS-MONTH-LINES
            MOVE SPACES TO WS-REP-ID
            PERFORM VARYING RA-IDX FROM 1 BY 1
                  UNTIL RA-IDX > WS-ASSIGN-COUNT
               IF RAE-CUSTOMER-ID (RA-IDX) = SI-CUSTOMER-ID
                  MOVE RAE-REP-EMP-ID (RA-IDX) TO WS-REP-ID
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF WS-REP-ID = SPACES
               ADD 1 TO WS-UNASSIGNED-LINES
               ADD SI-AMOUNT TO WS-UNASSIGNED-AMOUNT
               EXIT PARAGRAPH
            END-IF
            PERFORM 250-FIND-REP
            IF WS-REP-SUB = 0
               ADD 1 TO WS-UNASSIGNED-LINES
               ADD SI-AMOUNT TO WS-UNASSIGNED-AMOUNT
               EXIT PARAGRAPH
            END-IF

            MOVE "****" TO WS-ITEM-CLASS
            PERFORM VARYING CX-IDX FROM 1 BY 1
                  UNTIL CX-IDX > WS-CLASS-COUNT
               IF CXE-ITEM-ID (CX-IDX) = SI-ITEM-ID
                  MOVE CXE-ITEM-CLASS (CX-IDX) TO WS-ITEM-CLASS
                  EXIT PERFORM
               END-IF
            END-PERFORM

            ADD SI-AMOUNT TO RPE-VOLUME (WS-REP-SUB)

            PERFORM VARYING MS-IDX FROM 1 BY 1
                  UNTIL MS-IDX > WS-MONTH-COUNT
               IF MSE-INVOICE-ID (MS-IDX) = SI-INVOICE-ID
                     AND MSE-ITEM-CLASS (MS-IDX) = WS-ITEM-CLASS
                  ADD SI-AMOUNT TO MSE-SALES-AMOUNT (MS-IDX)
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM

            IF WS-MONTH-COUNT < WS-MONTH-COUNT-MAX
               ADD 1 TO WS-MONTH-COUNT
               SET MS-IDX TO WS-MONTH-COUNT
               MOVE SI-INVOICE-ID TO MSE-INVOICE-ID (MS-IDX)
               MOVE SI-CUSTOMER-ID TO MSE-CUSTOMER-ID (MS-IDX)
               MOVE WS-ITEM-CLASS TO MSE-ITEM-CLASS (MS-IDX)
               MOVE WS-REP-SUB TO MSE-REP-SUB (MS-IDX)
               MOVE SI-AMOUNT TO MSE-SALES-AMOUNT (MS-IDX)
               MOVE 0 TO MSE-RATE (MS-IDX)
               MOVE 0 TO MSE-COMMISSION (MS-IDX)
               MOVE SPACES TO MSE-NOTE (MS-IDX)
            ELSE
               DISPLAY "WARNING: MONTH SALES TABLE FULL, IGNORING "
                  "INVOICE ", SI-INVOICE-ID
               MOVE "MONTH SALES" TO WS-FULL-MSG-TABLE
               MOVE WS-FULL-MSG-BUILD TO EL-MESSAGE
               MOVE "COMMISSION-CALC" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF.

      * A credit memo's row nets negative and charges back at the
      * rate the same class would have paid this month. The row's
      * commission is also what a later write-off charges back, so
      * it goes straight into the paid-invoice table.
       200-PRICE-MONTH-SALES.

            MOVE MSE-REP-SUB (MS-IDX) TO WS-REP-SUB
            MOVE MSE-ITEM-CLASS (MS-IDX) TO WS-ITEM-CLASS
            IF RPE-VOLUME (WS-REP-SUB) > 0
               MOVE RPE-VOLUME (WS-REP-SUB) TO WS-TIER-VOLUME
            ELSE
               MOVE 0 TO WS-TIER-VOLUME
            END-IF
            PERFORM 210-FIND-PLAN-RATE
            IF NOT PLAN-RATE-FOUND
               MOVE "NO PLAN RATE" TO MSE-NOTE (MS-IDX)
            END-IF
            MOVE WS-PLAN-RATE TO MSE-RATE (MS-IDX)
            COMPUTE MSE-COMMISSION (MS-IDX) ROUNDED =
               MSE-SALES-AMOUNT (MS-IDX) * WS-PLAN-RATE
               ON SIZE ERROR
                  MOVE 0 TO MSE-COMMISSION (MS-IDX)
                  MOVE "AMOUNT TOO LARGE" TO MSE-NOTE (MS-IDX)
            END-COMPUTE

            IF MSE-SALES-AMOUNT (MS-IDX) < 0
               ADD MSE-COMMISSION (MS-IDX) TO
                  RPE-MEMO-BACK (WS-REP-SUB)
            ELSE
               ADD MSE-COMMISSION (MS-IDX) TO
                  RPE-EARNED (WS-REP-SUB)
            END-IF

            MOVE MSE-INVOICE-ID (MS-IDX) TO WS-PAID-INVOICE-ID
            MOVE RPE-REP-ID (WS-REP-SUB) TO WS-PAID-REP-ID
            MOVE MSE-CUSTOMER-ID (MS-IDX) TO WS-PAID-CUSTOMER-ID
            PERFORM 077-FIND-PAID-INVOICE
            IF ENTRY-WAS-FOUND
               ADD MSE-COMMISSION (MS-IDX) TO PDE-COMMISSION (PD-IDX)
            END-IF.

      * The rate for WS-ITEM-CLASS at WS-TIER-VOLUME: the row with
      * the highest floor the volume has reached. A class with no
      * rows of its own uses the "****" rows.
       210-FIND-PLAN-RATE.

            MOVE WS-ITEM-CLASS TO WS-PLAN-CLASS
            PERFORM 215-SCAN-PLAN-TIERS
            IF NOT PLAN-RATE-FOUND
               MOVE "****" TO WS-PLAN-CLASS
               PERFORM 215-SCAN-PLAN-TIERS
            END-IF.

       215-SCAN-PLAN-TIERS.

            MOVE 'N' TO WS-RATE-FOUND-SWITCH
            MOVE 0 TO WS-PLAN-RATE
            MOVE 0 TO WS-BEST-FLOOR
            PERFORM VARYING CP-IDX FROM 1 BY 1
                  UNTIL CP-IDX > WS-PLAN-COUNT
               IF CPE-ITEM-CLASS (CP-IDX) = WS-PLAN-CLASS
                     AND CPE-TIER-FLOOR (CP-IDX) <= WS-TIER-VOLUME
                  IF NOT PLAN-RATE-FOUND
                        OR CPE-TIER-FLOOR (CP-IDX) >= WS-BEST-FLOOR
                     MOVE 'Y' TO WS-RATE-FOUND-SWITCH
                     MOVE CPE-TIER-FLOOR (CP-IDX) TO WS-BEST-FLOOR
                     MOVE CPE-RATE (CP-IDX) TO WS-PLAN-RATE
                  END-IF
               END-IF
            END-PERFORM.

      * Finds WS-REP-ID on the rep table, adding it when new. A full
      * table returns WS-REP-SUB zero.
       250-FIND-REP.

            MOVE 0 TO WS-REP-SUB
            PERFORM VARYING RP-IDX FROM 1 BY 1
                  UNTIL RP-IDX > WS-REP-COUNT
               IF RPE-REP-ID (RP-IDX) = WS-REP-ID
                  SET WS-REP-SUB TO RP-IDX
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM

            IF WS-REP-COUNT < WS-REP-COUNT-MAX
               ADD 1 TO WS-REP-COUNT
               MOVE WS-REP-COUNT TO WS-REP-SUB
               MOVE WS-REP-ID TO RPE-REP-ID (WS-REP-SUB)
               MOVE SPACES TO RPE-REP-NAME (WS-REP-SUB)
               MOVE 0 TO RPE-VOLUME (WS-REP-SUB)
               MOVE 0 TO RPE-EARNED (WS-REP-SUB)
               MOVE 0 TO RPE-MEMO-BACK (WS-REP-SUB)
               MOVE 0 TO RPE-WRITEOFF-BACK (WS-REP-SUB)
               MOVE 0 TO RPE-PRIOR-BALANCE (WS-REP-SUB)
               MOVE 0 TO RPE-NET (WS-REP-SUB)
               MOVE 0 TO RPE-PAID (WS-REP-SUB)
               MOVE 0 TO RPE-CARRIED (WS-REP-SUB)
               MOVE SPACES TO RPE-NOTE (WS-REP-SUB)
            ELSE
               DISPLAY "WARNING: REP TABLE FULL, IGNORING REP ",
                  WS-REP-ID
               MOVE "REP" TO WS-FULL-MSG-TABLE
               MOVE WS-FULL-MSG-BUILD TO EL-MESSAGE
               MOVE "COMMISSION-CALC" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF.

      * A written-off invoice gives back the whole commission paid
      * on it, to the rep the ledger paid - not whoever has the
      * customer today.
       300-CHARGE-BACK-WRITE-OFF.

            PERFORM VARYING PD-IDX FROM 1 BY 1
                  UNTIL PD-IDX > WS-PAID-COUNT
               IF PDE-INVOICE-ID (PD-IDX) = WOE-INVOICE-ID (WO-IDX)
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF PD-IDX > WS-PAID-COUNT
               EXIT PARAGRAPH
            END-IF
            IF PDE-CHARGED-BACK (PD-IDX) = 'Y'
                  OR PDE-COMMISSION (PD-IDX) NOT > 0
               EXIT PARAGRAPH
            END-IF

            MOVE PDE-REP-ID (PD-IDX) TO WS-REP-ID
            PERFORM 250-FIND-REP
            IF WS-REP-SUB = 0
               EXIT PARAGRAPH
            END-IF
            IF WS-CHARGEBACK-COUNT NOT < WS-CHARGEBACK-COUNT-MAX
               DISPLAY "WARNING: CHARGE-BACK TABLE FULL, INVOICE ",
                  PDE-INVOICE-ID (PD-IDX), " LEFT FOR NEXT MONTH"
               EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-CHARGEBACK-COUNT
            SET CB-IDX TO WS-CHARGEBACK-COUNT
            MOVE PDE-INVOICE-ID (PD-IDX) TO CBE-INVOICE-ID (CB-IDX)
            MOVE PDE-CUSTOMER-ID (PD-IDX) TO CBE-CUSTOMER-ID (CB-IDX)
            MOVE WS-REP-SUB TO CBE-REP-SUB (CB-IDX)
            COMPUTE CBE-AMOUNT (CB-IDX) = 0 - PDE-COMMISSION (PD-IDX)
            ADD CBE-AMOUNT (CB-IDX) TO RPE-WRITEOFF-BACK (WS-REP-SUB)
            MOVE 'Y' TO PDE-CHARGED-BACK (PD-IDX).

      * Nets the rep's month against any balance carried in, pays a
      * positive net to payroll and carries anything else, writes
      * the ledger and prints the statement. A rep with nothing at
      * all this month and nothing carried gets neither.
       400-SETTLE-REP.

            SET WS-REP-SUB TO RP-IDX
            COMPUTE RPE-NET (WS-REP-SUB) =
               RPE-EARNED (WS-REP-SUB) + RPE-MEMO-BACK (WS-REP-SUB)
               + RPE-WRITEOFF-BACK (WS-REP-SUB)
               + RPE-PRIOR-BALANCE (WS-REP-SUB)
            IF RPE-NET (WS-REP-SUB) = 0
                  AND RPE-PRIOR-BALANCE (WS-REP-SUB) = 0
                  AND RPE-VOLUME (WS-REP-SUB) = 0
               EXIT PARAGRAPH
            END-IF

            PERFORM 410-READ-REP-EMPLOYEE
            EVALUATE TRUE
               WHEN RPE-NOTE (WS-REP-SUB) NOT = SPACES
                  MOVE RPE-NET (WS-REP-SUB) TO
                     RPE-CARRIED (WS-REP-SUB)
               WHEN RPE-NET (WS-REP-SUB) > 0
                  MOVE RPE-NET (WS-REP-SUB) TO RPE-PAID (WS-REP-SUB)
                  MOVE RPE-REP-ID (WS-REP-SUB) TO SPE-EMP-ID
                  MOVE "COM" TO SPE-EARN-TYPE
                  MOVE RPE-PAID (WS-REP-SUB) TO SPE-AMOUNT
                  MOVE SPACES TO SPE-DESCRIPTION
                  MOVE "COMMISSION" TO SPE-DESCRIPTION (1:10)
                  MOVE WS-COMMISSION-MONTH TO SPE-DESCRIPTION (12:6)
                  MOVE SPACES TO SPE-PAID-DATE
                  WRITE SUPPLEMENTAL-EARNINGS-RECORD
                  ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
                  ADD 1 TO WS-REPS-PAID
               WHEN RPE-NET (WS-REP-SUB) < 0
                  MOVE RPE-NET (WS-REP-SUB) TO
                     RPE-CARRIED (WS-REP-SUB)
                  MOVE "CHARGE-BACKS EXCEED COMMISSION" TO
                     RPE-NOTE (WS-REP-SUB)
            END-EVALUATE
            IF RPE-CARRIED (WS-REP-SUB) NOT = 0
               ADD 1 TO WS-REPS-CARRIED
               MOVE RPE-REP-ID (WS-REP-SUB) TO WS-HOLD-MSG-REP-ID
               MOVE RPE-NOTE (WS-REP-SUB) TO WS-HOLD-MSG-REASON
               MOVE WS-HOLD-MSG-BUILD TO EL-MESSAGE
               MOVE "COMMISSION-CALC" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            ADD RPE-EARNED (WS-REP-SUB) TO WS-GRAND-EARNED
            ADD RPE-MEMO-BACK (WS-REP-SUB) TO WS-GRAND-MEMO-BACK
            ADD RPE-WRITEOFF-BACK (WS-REP-SUB) TO
               WS-GRAND-WRITEOFF-BACK
            ADD RPE-PAID (WS-REP-SUB) TO WS-GRAND-PAID
            ADD RPE-CARRIED (WS-REP-SUB) TO WS-GRAND-CARRIED

            PERFORM 810-WRITE-REPORT-HEADER
            PERFORM VARYING MS-IDX FROM 1 BY 1
                  UNTIL MS-IDX > WS-MONTH-COUNT
               IF MSE-REP-SUB (MS-IDX) = WS-REP-SUB
                  PERFORM 420-POST-SALES-ROW
               END-IF
            END-PERFORM
            PERFORM VARYING CB-IDX FROM 1 BY 1
                  UNTIL CB-IDX > WS-CHARGEBACK-COUNT
               IF CBE-REP-SUB (CB-IDX) = WS-REP-SUB
                  PERFORM 430-POST-CHARGEBACK
               END-IF
            END-PERFORM

            MOVE SPACES TO COMMISSION-LEDGER-RECORD
            MOVE WS-COMMISSION-MONTH TO CH-PERIOD
            MOVE RPE-REP-ID (WS-REP-SUB) TO CH-REP-ID
            MOVE "B" TO CH-ENTRY-TYPE
            MOVE 0 TO CH-SALES-AMOUNT
            MOVE RPE-CARRIED (WS-REP-SUB) TO CH-COMMISSION
            MOVE WS-RUN-DATE TO CH-RUN-DATE
            WRITE COMMISSION-LEDGER-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN

            PERFORM 450-WRITE-REP-TOTALS.

      * Commission for a rep not on the employee master has nowhere
      * to go on the payroll feed, so it is carried until the
      * master is put right.
       410-READ-REP-EMPLOYEE.

            IF NOT EMPLOYEE-MASTER-OPEN
               MOVE "EMPLOYEE MASTER NOT AVAILABLE" TO
                  RPE-NOTE (WS-REP-SUB)
               EXIT PARAGRAPH
            END-IF
            MOVE RPE-REP-ID (WS-REP-SUB) TO EMP-ID
            READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                  MOVE "NOT ON EMPLOYEE MASTER" TO
                     RPE-NOTE (WS-REP-SUB)
                  MOVE "** NOT ON EMPMAST" TO RPE-REP-NAME (WS-REP-SUB)
               NOT INVALID KEY
                  MOVE EMP-NAME TO RPE-REP-NAME (WS-REP-SUB)
            END-READ.

       420-POST-SALES-ROW.

            MOVE SPACES TO COMMISSION-LEDGER-RECORD
            MOVE WS-COMMISSION-MONTH TO CH-PERIOD
            MOVE RPE-REP-ID (WS-REP-SUB) TO CH-REP-ID
            IF MSE-SALES-AMOUNT (MS-IDX) < 0
               MOVE "M" TO CH-ENTRY-TYPE
               MOVE "CREDIT MEMO" TO SD-TYPE
            ELSE
               MOVE "I" TO CH-ENTRY-TYPE
               MOVE "SALE" TO SD-TYPE
            END-IF
            MOVE MSE-INVOICE-ID (MS-IDX) TO CH-INVOICE-ID
            MOVE MSE-CUSTOMER-ID (MS-IDX) TO CH-CUSTOMER-ID
            MOVE MSE-ITEM-CLASS (MS-IDX) TO CH-ITEM-CLASS
            MOVE MSE-SALES-AMOUNT (MS-IDX) TO CH-SALES-AMOUNT
            MOVE MSE-COMMISSION (MS-IDX) TO CH-COMMISSION
            MOVE WS-RUN-DATE TO CH-RUN-DATE
            WRITE COMMISSION-LEDGER-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN

            MOVE MSE-INVOICE-ID (MS-IDX) TO SD-INVOICE-ID
            MOVE MSE-CUSTOMER-ID (MS-IDX) TO SD-CUSTOMER-ID
            MOVE MSE-ITEM-CLASS (MS-IDX) TO SD-ITEM-CLASS
            MOVE MSE-SALES-AMOUNT (MS-IDX) TO SD-SALES
            COMPUTE WS-RATE-PERCENT = MSE-RATE (MS-IDX) * 100
            MOVE WS-RATE-PERCENT TO SD-RATE
            MOVE MSE-COMMISSION (MS-IDX) TO SD-COMMISSION
            MOVE MSE-NOTE (MS-IDX) TO SD-NOTE
            PERFORM 590-WRITE-STATEMENT-LINE.

       430-POST-CHARGEBACK.

            MOVE SPACES TO COMMISSION-LEDGER-RECORD
            MOVE WS-COMMISSION-MONTH TO CH-PERIOD
            MOVE RPE-REP-ID (WS-REP-SUB) TO CH-REP-ID
            MOVE "W" TO CH-ENTRY-TYPE
            MOVE CBE-INVOICE-ID (CB-IDX) TO CH-INVOICE-ID
            MOVE CBE-CUSTOMER-ID (CB-IDX) TO CH-CUSTOMER-ID
            MOVE 0 TO CH-SALES-AMOUNT
            MOVE CBE-AMOUNT (CB-IDX) TO CH-COMMISSION
            MOVE WS-RUN-DATE TO CH-RUN-DATE
            WRITE COMMISSION-LEDGER-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN

            MOVE CBE-INVOICE-ID (CB-IDX) TO SD-INVOICE-ID
            MOVE CBE-CUSTOMER-ID (CB-IDX) TO SD-CUSTOMER-ID
            MOVE SPACES TO SD-ITEM-CLASS
            MOVE "WRITE-OFF" TO SD-TYPE
            MOVE 0 TO SD-SALES
            MOVE 0 TO SD-RATE
            MOVE CBE-AMOUNT (CB-IDX) TO SD-COMMISSION
            MOVE "BAD DEBT" TO SD-NOTE
            PERFORM 590-WRITE-STATEMENT-LINE.

       450-WRITE-REP-TOTALS.

            IF WS-REPORT-FILE-STATUS = "00"
               IF PAGE-BREAK-NEEDED
                  PERFORM 810-WRITE-REPORT-HEADER
               END-IF
               WRITE STATEMENT-LINE FROM STATEMENT-BLANK-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-IF
            MOVE "COMMISSION EARNED ON SALES" TO ST-CAPTION
            MOVE RPE-EARNED (WS-REP-SUB) TO ST-AMOUNT
            PERFORM 595-WRITE-TOTAL-LINE
            MOVE "CHARGED BACK ON CREDIT MEMOS" TO ST-CAPTION
            MOVE RPE-MEMO-BACK (WS-REP-SUB) TO ST-AMOUNT
            PERFORM 595-WRITE-TOTAL-LINE
            MOVE "CHARGED BACK ON BAD-DEBT WRITE-OFFS" TO ST-CAPTION
            MOVE RPE-WRITEOFF-BACK (WS-REP-SUB) TO ST-AMOUNT
            PERFORM 595-WRITE-TOTAL-LINE
            MOVE "BALANCE CARRIED FROM LAST MONTH" TO ST-CAPTION
            MOVE RPE-PRIOR-BALANCE (WS-REP-SUB) TO ST-AMOUNT
            PERFORM 595-WRITE-TOTAL-LINE
            MOVE "NET COMMISSION" TO ST-CAPTION
            MOVE RPE-NET (WS-REP-SUB) TO ST-AMOUNT
            PERFORM 595-WRITE-TOTAL-LINE
            MOVE "PAID TO PAYROLL - EARNINGS CODE COM" TO ST-CAPTION
            MOVE RPE-PAID (WS-REP-SUB) TO ST-AMOUNT
            PERFORM 595-WRITE-TOTAL-LINE
            MOVE "CARRIED TO NEXT MONTH" TO ST-CAPTION
            MOVE RPE-CARRIED (WS-REP-SUB) TO ST-AMOUNT
            PERFORM 595-WRITE-TOTAL-LINE
            IF RPE-NOTE (WS-REP-SUB) NOT = SPACES
                  AND WS-REPORT-FILE-STATUS = "00"
               MOVE RPE-NOTE (WS-REP-SUB) TO SN-NOTE
               IF PAGE-BREAK-NEEDED
                  PERFORM 810-WRITE-REPORT-HEADER
               END-IF
               WRITE STATEMENT-LINE FROM STATEMENT-NOTE-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-IF.

       590-WRITE-STATEMENT-LINE.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE STATEMENT-LINE FROM STATEMENT-DETAIL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       595-WRITE-TOTAL-LINE.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE STATEMENT-LINE FROM STATEMENT-TOTAL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

      * The run summary takes a page of its own after the last
      * statement.
       800-WRITE-RUN-SUMMARY.

            MOVE 0 TO WS-REP-SUB
            PERFORM 810-WRITE-REPORT-HEADER
            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE "TOTAL COMMISSION EARNED" TO SG-CAPTION
            MOVE WS-GRAND-EARNED TO SG-AMOUNT
            WRITE STATEMENT-LINE FROM STATEMENT-GRAND-LINE
            MOVE "TOTAL CHARGED BACK ON CREDIT MEMOS" TO SG-CAPTION
            MOVE WS-GRAND-MEMO-BACK TO SG-AMOUNT
            WRITE STATEMENT-LINE FROM STATEMENT-GRAND-LINE
            MOVE "TOTAL CHARGED BACK ON WRITE-OFFS" TO SG-CAPTION
            MOVE WS-GRAND-WRITEOFF-BACK TO SG-AMOUNT
            WRITE STATEMENT-LINE FROM STATEMENT-GRAND-LINE
            MOVE "TOTAL PAID TO PAYROLL (SUPPEARN.DAT, CODE COM)" TO
               SG-CAPTION
            MOVE WS-GRAND-PAID TO SG-AMOUNT
            WRITE STATEMENT-LINE FROM STATEMENT-GRAND-LINE
            MOVE "TOTAL CARRIED TO NEXT MONTH" TO SG-CAPTION
            MOVE WS-GRAND-CARRIED TO SG-AMOUNT
            WRITE STATEMENT-LINE FROM STATEMENT-GRAND-LINE
            MOVE "SALES WITH NO REP ASSIGNED" TO SG-CAPTION
            MOVE WS-UNASSIGNED-AMOUNT TO SG-AMOUNT
            WRITE STATEMENT-LINE FROM STATEMENT-GRAND-LINE
            WRITE STATEMENT-LINE FROM STATEMENT-BLANK-LINE
            MOVE "SALES HISTORY LINES READ" TO SC-CAPTION
            MOVE WS-SALES-LINES-READ TO SC-COUNT
            WRITE STATEMENT-LINE FROM STATEMENT-COUNT-LINE
            MOVE "LINES IN COMMISSION MONTH" TO SC-CAPTION
            MOVE WS-MONTH-LINES TO SC-COUNT
            WRITE STATEMENT-LINE FROM STATEMENT-COUNT-LINE
            MOVE "LINES WITH NO REP ASSIGNED" TO SC-CAPTION
            MOVE WS-UNASSIGNED-LINES TO SC-COUNT
            WRITE STATEMENT-LINE FROM STATEMENT-COUNT-LINE
            MOVE "WRITE-OFFS CHARGED BACK" TO SC-CAPTION
            MOVE WS-CHARGEBACK-COUNT TO SC-COUNT
            WRITE STATEMENT-LINE FROM STATEMENT-COUNT-LINE
            MOVE "REPS PAID" TO SC-CAPTION
            MOVE WS-REPS-PAID TO SC-COUNT
            WRITE STATEMENT-LINE FROM STATEMENT-COUNT-LINE
            MOVE "REPS CARRYING A BALANCE" TO SC-CAPTION
            MOVE WS-REPS-CARRIED TO SC-COUNT
            WRITE STATEMENT-LINE FROM STATEMENT-COUNT-LINE.

      * Each rep's statement starts a page of its own; the run
      * summary (WS-REP-SUB zero) has no column headings.
       810-WRITE-REPORT-HEADER.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO SH1-PAGE-NUMBER
            MOVE WS-COMMISSION-MONTH TO SH1-MONTH
            MOVE WS-RUN-DATE TO SH1-RUN-DATE
            IF WS-REP-SUB > 0
               MOVE "SALESPERSON" TO SH2-CAPTION
               MOVE RPE-REP-ID (WS-REP-SUB) TO SH2-REP-ID
               MOVE RPE-REP-NAME (WS-REP-SUB) TO SH2-REP-NAME
               MOVE "NET MONTHLY VOLUME" TO SH2-VOLUME-CAPTION
               MOVE RPE-VOLUME (WS-REP-SUB) TO SH2-VOLUME
            ELSE
               MOVE "RUN SUMMARY" TO SH2-CAPTION
               MOVE SPACES TO SH2-REP-ID
               MOVE SPACES TO SH2-REP-NAME
               MOVE SPACES TO SH2-VOLUME-CAPTION
               MOVE 0 TO SH2-VOLUME
            END-IF
            IF WS-PAGE-NUMBER = 1
               WRITE STATEMENT-LINE FROM STATEMENT-HEADING-1
            ELSE
               WRITE STATEMENT-LINE FROM STATEMENT-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            WRITE STATEMENT-LINE FROM STATEMENT-HEADING-2
            WRITE STATEMENT-LINE FROM STATEMENT-BLANK-LINE
            IF WS-REP-SUB > 0
               WRITE STATEMENT-LINE FROM STATEMENT-HEADING-3
            END-IF
            MOVE 0 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       900-CLOSE-FILES.

            IF WS-SALES-FILE-STATUS = "00"
                  OR WS-SALES-FILE-STATUS = "10"
               CLOSE SALES-HISTORY-FILE
            END-IF
            IF EMPLOYEE-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF
            IF WS-LEDGER-FILE-STATUS = "00"
               CLOSE COMMISSION-LEDGER-FILE
            END-IF
            IF WS-SUPP-FILE-STATUS = "00"
               CLOSE SUPPLEMENTAL-EARNINGS-FILE
            END-IF
            IF WS-REPORT-FILE-STATUS = "00"
               CLOSE STATEMENT-REPORT-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
           COPY SEALTBL.
       END PROGRAM COMMISSION-CALC.
