      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Time-and-materials billing from the project labor
      *           ledger.  Every PROJLAB.DAT line the payroll run has
      *           priced for a customer project ("C" on PROJMAST.DAT)
      *           and that is not yet on the billed-labor control
      *           file TMBILCTL.DAT is priced at the project's bill
      *           rate for the employee's job class (TMRATE.DAT - an
      *           exact job class first, then the project's "****"
      *           default row).  Each project billed gets one invoice
      *           - INVHDR.DAT and INVLINE.DAT records in the layouts
      *           INVOICE-PROCESSING reads, one line per job class,
      *           item "TM" + job class - so tax, terms, credit and AR
      *           posting follow exactly as for CONTRACT-BILLING's
      *           invoices.  Each ledger line billed is added to
      *           TMBILCTL.DAT so it never bills twice.  A ledger
      *           line that PAYROLL-REVERSAL has since backed out
      *           (an "R" line for the same project, employee, date
      *           and job class) never bills, nor does a second copy
      *           of a line already on this run's invoices; one
      *           reversed after it had billed is listed for a
      *           credit memo by hand.  A line with
      *           no bill rate, or whose customer is not on
      *           CUSTMAST.DAT, is held - listed and logged, still
      *           unbilled for the next run; a line billed for less
      *           than its loaded cost is a write-down.  Both go to
      *           the exceptions list TMEXCP.RPT; TMBILL.RPT is the
      *           billing register.  A bill rate of zero marks a job
      *           class not billable on that project.  Invoice
      *           numbers come off TMINVNO.DAT, the usual next-number
      *           control, prefixed "M" - "T" is the tuition series,
      *           which the 1098-T and aid runs read as tuition.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TM-BILLING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Accumulated by PROCEDURES-EXAMPLE, one record per employee
      * per project per posted run - read only here.
           SELECT PROJECT-LABOR-FILE ASSIGN TO "PROJLAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJECT-LABOR-STATUS.

           SELECT PROJECT-MASTER-FILE ASSIGN TO "PROJMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJECT-MASTER-STATUS.

           SELECT BILL-RATE-FILE ASSIGN TO "TMRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-RATE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

      * One record per ledger line already billed. Read once into
      * the table, then reopened EXTEND for this run's lines.
           SELECT BILLED-LABOR-IN-FILE ASSIGN TO "TMBILCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLED-IN-STATUS.

           SELECT BILLED-LABOR-FILE ASSIGN TO "TMBILCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLED-FILE-STATUS.

           SELECT INVOICE-HEADER-FILE ASSIGN TO "INVHDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEADER-FILE-STATUS.

           SELECT INVOICE-LINE-ITEM-FILE ASSIGN TO "INVLINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-FILE-STATUS.

           SELECT INVOICE-NUMBER-FILE ASSIGN TO "TMINVNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMBER-FILE-STATUS.

           SELECT BILLING-REGISTER-FILE ASSIGN TO "TMBILL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BILLING-EXCEPTION-FILE ASSIGN TO "TMEXCP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-RPT-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROJECT-LABOR-FILE.
       01  PROJECT-LABOR-RECORD.
           05  PL-PROJECT-CODE     PIC X(8).
           05  PL-EMP-ID           PIC X(6).
           05  PL-PERIOD-DATE      PIC 9(8).
           05  PL-COMPANY-CODE     PIC X(2).
           05  PL-DEPARTMENT       PIC X(4).
           05  PL-JOB-CLASS        PIC X(4).
           05  PL-HOURS            PIC 9(5)V9(2).
           05  PL-LOADED-RATE      PIC 9(5)V9(4).
           05  PL-LABOR-AMOUNT     PIC 9(7)V9(2).
           05  PL-BURDEN-AMOUNT    PIC 9(7)V9(2).
           05  PL-ENTRY-TYPE       PIC X.
               88  PL-IS-REVERSAL      VALUE "R".

       FD  PROJECT-MASTER-FILE.
       01  PROJECT-MASTER-RECORD.
           05  PJ-PROJECT-CODE     PIC X(8).
           05  PJ-DESCRIPTION      PIC X(30).
           05  PJ-PROJECT-TYPE     PIC X.
               88  PJ-IS-CUSTOMER-JOB  VALUE "C".
               88  PJ-IS-INTERNAL      VALUE "I".
           05  PJ-CUSTOMER-ID      PIC X(6).
           05  PJ-STATUS           PIC X.
               88  PJ-IS-OPEN          VALUE "A".
               88  PJ-IS-CLOSED        VALUE "C".
           05  PJ-BUDGET-HOURS     PIC 9(7)V9(2).
           05  PJ-BUDGET-AMOUNT    PIC 9(9)V9(2).

      * One row per project and job class; job class "****" is the
      * project's default rate. The jurisdiction rides onto the
      * invoice line for INVOICE-PROCESSING's tax lookup.
       FD  BILL-RATE-FILE.
       01  BILL-RATE-RECORD.
           05  BR-PROJECT-CODE     PIC X(8).
           05  BR-JOB-CLASS        PIC X(4).
           05  BR-BILL-RATE        PIC 9(4)V9(2).
           05  BR-JURISDICTION     PIC X(2).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CU-CUSTOMER-ID      PIC X(6).
           05  CU-CUSTOMER-NAME    PIC X(25).
           05  CU-TERMS-CODE       PIC X(9).
           05  CU-CREDIT-LIMIT     PIC 9(9)V9(2).
           05  CU-CREDIT-STATUS    PIC X.
           05  CU-FC-EXEMPT        PIC X.

      * A ledger line is identified by its project, employee, pay
      * date and job class - the payroll run writes one per
      * employee per project per posting.
       FD  BILLED-LABOR-IN-FILE.
       01  BILLED-LABOR-IN-RECORD.
           05  BLI-PROJECT-CODE    PIC X(8).
           05  BLI-EMP-ID          PIC X(6).
           05  BLI-PERIOD-DATE     PIC 9(8).
           05  BLI-JOB-CLASS       PIC X(4).
           05  BLI-INVOICE-ID      PIC X(6).
           05  BLI-BILLED-DATE     PIC 9(8).

       FD  BILLED-LABOR-FILE.
       01  BILLED-LABOR-RECORD.
           05  BL-PROJECT-CODE     PIC X(8).
           05  BL-EMP-ID           PIC X(6).
           05  BL-PERIOD-DATE      PIC 9(8).
           05  BL-JOB-CLASS        PIC X(4).
           05  BL-INVOICE-ID       PIC X(6).
           05  BL-BILLED-DATE      PIC 9(8).

       FD  INVOICE-HEADER-FILE.
       01  INVOICE-HEADER-RECORD.
           05  IH-INVOICE-ID       PIC X(6).
           05  IH-CUSTOMER-ID      PIC X(6).
           05  IH-INVOICE-DATE     PIC 9(8).
           05  IH-TERMS-CODE       PIC X(9).
           05  IH-DOCUMENT-TYPE    PIC X.

       FD  INVOICE-LINE-ITEM-FILE.
       01  INVOICE-LINE-ITEM-RECORD.
           05  LI-INVOICE-ID       PIC X(6).
           05  LI-ITEM-ID          PIC X(6).
           05  LI-QUANTITY         PIC S9(5) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  LI-UNIT-PRICE       PIC 9(5)V9(2).
           05  LI-JURISDICTION-CODE PIC X(2).
           05  LI-CURRENCY-CODE    PIC X(3).

       FD  INVOICE-NUMBER-FILE.
       01  INVOICE-NUMBER-RECORD.
           05  IN-NEXT-NUMBER      PIC 9(5).

       FD  BILLING-REGISTER-FILE.
       01  BILLING-REGISTER-LINE   PIC X(100).

       FD  BILLING-EXCEPTION-FILE.
       01  BILLING-EXCEPTION-LINE  PIC X(105).

           COPY EXCPFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-PROJECT-LABOR-STATUS  PIC XX.
       01  WS-PROJECT-MASTER-STATUS PIC XX.
       01  WS-BILL-RATE-STATUS      PIC XX.
       01  WS-CUSTOMER-FILE-STATUS  PIC XX.
       01  WS-BILLED-IN-STATUS      PIC XX.
       01  WS-BILLED-FILE-STATUS    PIC XX.
       01  WS-HEADER-FILE-STATUS    PIC XX.
       01  WS-LINE-FILE-STATUS      PIC XX.
       01  WS-NUMBER-FILE-STATUS    PIC XX.
       01  WS-REPORT-FILE-STATUS    PIC XX.
       01  WS-EXCEPTION-RPT-STATUS  PIC XX.

       01  WS-LABOR-EOF-SWITCH      PIC X VALUE 'N'.
           88  END-OF-PROJECT-LABOR     VALUE 'Y'.
       01  WS-PROJECT-EOF-SWITCH    PIC X VALUE 'N'.
           88  END-OF-PROJECTS          VALUE 'Y'.
       01  WS-RATE-EOF-SWITCH       PIC X VALUE 'N'.
           88  END-OF-BILL-RATES        VALUE 'Y'.
       01  WS-CUSTOMER-EOF-SWITCH   PIC X VALUE 'N'.
           88  END-OF-CUSTOMERS         VALUE 'Y'.
       01  WS-BILLED-EOF-SWITCH     PIC X VALUE 'N'.
           88  END-OF-BILLED-LABOR      VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH      PIC X VALUE 'N'.
           88  RUN-MUST-ABORT           VALUE 'Y'.
       01  WS-FOUND-SWITCH          PIC X.
           88  ENTRY-WAS-FOUND          VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-NEXT-INVOICE-NO       PIC 9(5) VALUE 1.
       01  WS-INVOICE-ID            PIC X(6).
       01  WS-INVOICE-ID-R REDEFINES WS-INVOICE-ID.
           05  FILLER               PIC X.
           05  WS-INVOICE-SEQ       PIC 9(5).

      * Customer projects only - internal work never bills.
       01  WS-PROJECT-COUNT-MAX     PIC 9(3) VALUE 300.
       01  WS-PROJECT-COUNT         PIC 9(3) VALUE 0.
       01  PROJECT-TABLE.
           05  PROJECT-ENTRY OCCURS 300 TIMES INDEXED BY PJ-IDX.
               10  PJE-PROJECT-CODE    PIC X(8).
               10  PJE-CUSTOMER-ID     PIC X(6).
               10  PJE-TERMS-CODE      PIC X(9).
               10  PJE-INVOICE-ID      PIC X(6).

       01  WS-RATE-COUNT-MAX        PIC 9(4) VALUE 1000.
       01  WS-RATE-COUNT            PIC 9(4) VALUE 0.
       01  BILL-RATE-TABLE.
           05  BILL-RATE-ENTRY OCCURS 1000 TIMES INDEXED BY BR-IDX.
               10  BRE-PROJECT-CODE    PIC X(8).
               10  BRE-JOB-CLASS       PIC X(4).
               10  BRE-BILL-RATE       PIC 9(4)V9(2).
               10  BRE-JURISDICTION    PIC X(2).

       01  WS-CUSTOMER-COUNT-MAX    PIC 9(4) VALUE 1000.
       01  WS-CUSTOMER-COUNT        PIC 9(4) VALUE 0.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 1000 TIMES INDEXED BY CU-IDX.
               10  CUE-CUSTOMER-ID     PIC X(6).
               10  CUE-TERMS-CODE      PIC X(9).

       01  WS-BILLED-COUNT-MAX      PIC 9(5) VALUE 20000.
       01  WS-BILLED-COUNT          PIC 9(5) VALUE 0.
       01  BILLED-LABOR-TABLE.
           05  BILLED-LABOR-ENTRY OCCURS 20000 TIMES
                                   INDEXED BY BL-IDX.
               10  BLE-PROJECT-CODE    PIC X(8).
               10  BLE-EMP-ID          PIC X(6).
               10  BLE-PERIOD-DATE     PIC 9(8).
               10  BLE-JOB-CLASS       PIC X(4).

      * Reversal lines on the ledger, counted by the line they back
      * out. Each cancels the earliest posting of that line not yet
      * cancelled, so a reversed run's line never bills and the
      * corrected rerun's line, written after the reversal, does.
       01  WS-REVERSAL-COUNT-MAX    PIC 9(4) VALUE 2000.
       01  WS-REVERSAL-COUNT        PIC 9(4) VALUE 0.
       01  REVERSED-LABOR-TABLE.
           05  REVERSED-LABOR-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY RV-IDX.
               10  RVE-PROJECT-CODE    PIC X(8).
               10  RVE-EMP-ID          PIC X(6).
               10  RVE-PERIOD-DATE     PIC 9(8).
               10  RVE-JOB-CLASS       PIC X(4).
               10  RVE-OPEN-COUNT      PIC 9(3).

      * This run's billable ledger lines, marked billed once their
      * invoice is out.
       01  WS-PENDING-COUNT-MAX     PIC 9(4) VALUE 2000.
       01  WS-PENDING-COUNT         PIC 9(4) VALUE 0.
       01  PENDING-LINE-TABLE.
           05  PENDING-LINE-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY PN-IDX.
               10  PNE-PROJECT-CODE    PIC X(8).
               10  PNE-EMP-ID          PIC X(6).
               10  PNE-PERIOD-DATE     PIC 9(8).
               10  PNE-JOB-CLASS       PIC X(4).
               10  PNE-PROJECT-SUB     PIC 9(3).

      * One row per project and job class billed this run - each
      * becomes an invoice line.
       01  WS-CHARGE-COUNT-MAX      PIC 9(3) VALUE 500.
       01  WS-CHARGE-COUNT          PIC 9(3) VALUE 0.
       01  CHARGE-TABLE.
           05  CHARGE-ENTRY OCCURS 500 TIMES INDEXED BY CH-IDX.
               10  CHE-PROJECT-SUB     PIC 9(3).
               10  CHE-JOB-CLASS       PIC X(4).
               10  CHE-JURISDICTION    PIC X(2).
               10  CHE-BILL-RATE       PIC 9(4)V9(2).
               10  CHE-HOURS           PIC 9(7)V9(2).
               10  CHE-AMOUNT          PIC 9(9)V9(2).

       01  WS-PROJECT-SUB           PIC 9(3).
       01  WS-BILL-RATE             PIC 9(4)V9(2).
       01  WS-JURISDICTION          PIC X(2).
       01  WS-LINE-AMOUNT           PIC 9(7)V9(2).
       01  WS-LINE-COST             PIC 9(7)V9(2).
       01  WS-WRITE-DOWN            PIC 9(7)V9(2).
       01  WS-HOLD-REASON           PIC X(30).
       01  WS-REMAINING-AMOUNT      PIC 9(9)V9(2).
      * The largest amount one invoice line's unit price can carry.
       01  WS-MAX-LINE-PRICE        PIC 9(5)V9(2) VALUE 99999.99.
       01  WS-INVOICE-TOTAL         PIC 9(9)V9(2).
       01  WS-INVOICE-HOURS         PIC 9(7)V9(2).

       01  WS-LEDGER-LINES-READ     PIC 9(7) VALUE 0.
       01  WS-ALREADY-BILLED-COUNT  PIC 9(7) VALUE 0.
       01  WS-NOT-BILLABLE-COUNT    PIC 9(7) VALUE 0.
       01  WS-REVERSED-LINE-COUNT   PIC 9(7) VALUE 0.
       01  WS-DUPLICATE-LINE-COUNT  PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT            PIC 9(5) VALUE 0.
       01  WS-WRITE-DOWN-COUNT      PIC 9(5) VALUE 0.
       01  WS-INVOICE-COUNT         PIC 9(5) VALUE 0.
       01  WS-GRAND-HOURS           PIC 9(7)V9(2) VALUE 0.
       01  WS-GRAND-BILLED          PIC 9(9)V9(2) VALUE 0.
       01  WS-GRAND-WRITE-DOWN      PIC 9(9)V9(2) VALUE 0.

      * Exception-log message for a held ledger line.
      * Built with MOVE, not STRING - see copybooks/EXCPLOG.cpy.
       01  WS-HOLD-MSG-BUILD.
           05  FILLER              PIC X(8)  VALUE "T&M HELD".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-HOLD-MSG-PROJECT PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-HOLD-MSG-EMP-ID  PIC X(6).
           05  FILLER              PIC X(3)  VALUE " - ".
           05  WS-HOLD-MSG-REASON  PIC X(30).

       01  REGISTER-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "TIME AND MATERIALS BILLING REGISTER".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  RH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(13) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH1-PAGE-NUMBER PIC ZZ9.
       01  REGISTER-HEADING-2.
           05  FILLER          PIC X(9)  VALUE "INVOICE".
           05  FILLER          PIC X(10) VALUE "PROJECT".
           05  FILLER          PIC X(8)  VALUE "CUST".
           05  FILLER          PIC X(8)  VALUE "ITEM".
           05  FILLER          PIC X(4)  VALUE "JUR".
           05  FILLER          PIC X(11) VALUE "      HOURS".
           05  FILLER          PIC X(10) VALUE "      RATE".
           05  FILLER          PIC X(15) VALUE "         AMOUNT".
       01  REGISTER-DETAIL-LINE.
           05  RD-INVOICE-ID   PIC X(6).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RD-PROJECT-CODE PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-CUSTOMER-ID  PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-ITEM-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-JURISDICTION PIC X(2).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-HOURS        PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RD-BILL-RATE    PIC Z,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RD-AMOUNT       PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-NOTE         PIC X(16).
       01  REGISTER-TOTAL-LINE.
           05  RT-CAPTION      PIC X(46).
           05  RT-HOURS        PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  RT-AMOUNT       PIC $$$,$$$,$$9.99.
       01  REGISTER-COUNT-LINE.
           05  RC-CAPTION      PIC X(32).
           05  RC-COUNT        PIC Z,ZZZ,ZZ9.
       01  REGISTER-BLANK-LINE PIC X(1)  VALUE SPACES.

       01  EXCEPTION-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "T&M BILLING EXCEPTIONS".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  EH1-RUN-DATE    PIC 9(8).
       01  EXCEPTION-HEADING-2.
           05  FILLER          PIC X(10) VALUE "PROJECT".
           05  FILLER          PIC X(8)  VALUE "EMP ID".
           05  FILLER          PIC X(10) VALUE "PAY DATE".
           05  FILLER          PIC X(6)  VALUE "CLASS".
           05  FILLER          PIC X(10) VALUE "     HOURS".
           05  FILLER          PIC X(12) VALUE "        COST".
           05  FILLER          PIC X(12) VALUE "      BILLED".
           05  FILLER          PIC X(12) VALUE "  WRITE-DOWN".
           05  FILLER          PIC X(20) VALUE "  REASON".
       01  EXCEPTION-DETAIL-LINE.
           05  ED-PROJECT-CODE PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-EMP-ID       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-PERIOD-DATE  PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-JOB-CLASS    PIC X(4).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  ED-HOURS        PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  ED-COST         PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-BILLED       PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-WRITE-DOWN   PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-REASON       PIC X(26).
       01  EXCEPTION-TOTAL-LINE.
           05  ET-CAPTION      PIC X(32).
           05  ET-COUNT        PIC ZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  ET-AMOUNT       PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "TM-BILLING" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 050-OPEN-FILES

            IF RUN-MUST-ABORT
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 060-LOAD-PROJECTS
            PERFORM 065-LOAD-CUSTOMERS
            PERFORM 070-LOAD-BILL-RATES
            PERFORM 075-LOAD-BILLED-LABOR
            PERFORM 080-LOAD-LEDGER-REVERSALS
            PERFORM 100-SCAN-PROJECT-LEDGER

      * Opened EXTEND only after the billed lines have been read,
      * so this run's entries never match against themselves.
            OPEN EXTEND BILLED-LABOR-FILE
            IF WS-BILLED-FILE-STATUS NOT = "00"
               OPEN OUTPUT BILLED-LABOR-FILE
            END-IF
            IF WS-BILLED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: BILLED-LABOR-FILE OPEN FAILED, "
                  "STATUS = ", WS-BILLED-FILE-STATUS,
                  " - NO INVOICE WILL BE GENERATED"
               MOVE 1 TO RETURN-CODE
               MOVE "BILLED-LABOR-FILE" TO EL-MESSAGE
               MOVE "TM-BILLING" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 0 TO WS-CHARGE-COUNT
               MOVE 0 TO WS-PENDING-COUNT
            END-IF

            PERFORM 810-WRITE-REPORT-HEADER
            PERFORM VARYING PJ-IDX FROM 1 BY 1
                  UNTIL PJ-IDX > WS-PROJECT-COUNT
               PERFORM 300-INVOICE-PROJECT
            END-PERFORM
            PERFORM VARYING PN-IDX FROM 1 BY 1
                  UNTIL PN-IDX > WS-PENDING-COUNT
               PERFORM 400-MARK-LINE-BILLED
            END-PERFORM

            PERFORM 700-REWRITE-INVOICE-NUMBER
            PERFORM 800-WRITE-REPORT-TOTALS
            IF WS-BILLED-FILE-STATUS = "00"
               CLOSE BILLED-LABOR-FILE
            END-IF
            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            DISPLAY "T&M BILLING COMPLETE.  ",
               WS-INVOICE-COUNT, " INVOICE(S), ",
               WS-PENDING-COUNT, " LEDGER LINE(S) BILLED, ",
               WS-HELD-COUNT, " HELD, ",
               WS-WRITE-DOWN-COUNT, " WRITE-DOWN(S)."
            STOP RUN.

       050-OPEN-FILES.

            OPEN INPUT PROJECT-LABOR-FILE
            IF WS-PROJECT-LABOR-STATUS NOT = "00"
               DISPLAY "WARNING: PROJECT-LABOR-FILE NOT FOUND, "
                  "STATUS = ", WS-PROJECT-LABOR-STATUS,
                  " - NOTHING TO BILL"
               MOVE 'Y' TO WS-LABOR-EOF-SWITCH
            END-IF

            OPEN EXTEND INVOICE-HEADER-FILE
            IF WS-HEADER-FILE-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-HEADER-FILE
            END-IF
            IF WS-HEADER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: INVHDR.DAT OPEN FAILED, STATUS = ",
                  WS-HEADER-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN EXTEND INVOICE-LINE-ITEM-FILE
            IF WS-LINE-FILE-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-LINE-ITEM-FILE
            END-IF
            IF WS-LINE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: INVLINE.DAT OPEN FAILED, STATUS = ",
                  WS-LINE-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN I-O INVOICE-NUMBER-FILE
            IF WS-NUMBER-FILE-STATUS = "00"
               READ INVOICE-NUMBER-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE IN-NEXT-NUMBER TO WS-NEXT-INVOICE-NO
               END-READ
            END-IF

            OPEN OUTPUT BILLING-REGISTER-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: BILLING-REGISTER-FILE OPEN FAILED, "
                  "STATUS = ", WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN OUTPUT BILLING-EXCEPTION-FILE
            IF WS-EXCEPTION-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: BILLING-EXCEPTION-FILE OPEN FAILED, "
                  "STATUS = ", WS-EXCEPTION-RPT-STATUS
               MOVE 1 TO RETURN-CODE
            ELSE
               MOVE WS-RUN-DATE TO EH1-RUN-DATE
               WRITE BILLING-EXCEPTION-LINE FROM EXCEPTION-HEADING-1
               WRITE BILLING-EXCEPTION-LINE FROM EXCEPTION-HEADING-2
            END-IF.

       060-LOAD-PROJECTS.

            OPEN INPUT PROJECT-MASTER-FILE
            IF WS-PROJECT-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: PROJECT-MASTER-FILE OPEN FAILED, "
                  "STATUS = ", WS-PROJECT-MASTER-STATUS,
                  " - NOTHING WILL BILL"
               MOVE 'Y' TO WS-PROJECT-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "PROJECT-MASTER-FILE" TO EL-MESSAGE
               MOVE "TM-BILLING" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            PERFORM UNTIL END-OF-PROJECTS
               READ PROJECT-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-PROJECT-EOF-SWITCH
                  NOT AT END
                     IF PJ-IS-CUSTOMER-JOB
                        IF WS-PROJECT-COUNT < WS-PROJECT-COUNT-MAX
                           ADD 1 TO WS-PROJECT-COUNT
                           MOVE PJ-PROJECT-CODE TO
                              PJE-PROJECT-CODE (WS-PROJECT-COUNT)
                           MOVE PJ-CUSTOMER-ID TO
                              PJE-CUSTOMER-ID (WS-PROJECT-COUNT)
                           MOVE SPACES TO
                              PJE-TERMS-CODE (WS-PROJECT-COUNT)
                           MOVE SPACES TO
                              PJE-INVOICE-ID (WS-PROJECT-COUNT)
                        ELSE
                           DISPLAY "WARNING: PROJECT TABLE FULL, "
                              "IGNORING PROJECT ", PJ-PROJECT-CODE
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            IF WS-PROJECT-MASTER-STATUS = "10"
               CLOSE PROJECT-MASTER-FILE
            END-IF.

       065-LOAD-CUSTOMERS.

            OPEN INPUT CUSTOMER-MASTER-FILE
            IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: CUSTMAST.DAT NOT FOUND, STATUS = ",
                  WS-CUSTOMER-FILE-STATUS, " - ALL LINES HELD"
               MOVE 'Y' TO WS-CUSTOMER-EOF-SWITCH
            END-IF

            PERFORM UNTIL END-OF-CUSTOMERS
               READ CUSTOMER-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-CUSTOMER-EOF-SWITCH
                  NOT AT END
                     IF WS-CUSTOMER-COUNT < WS-CUSTOMER-COUNT-MAX
                        ADD 1 TO WS-CUSTOMER-COUNT
                        MOVE CU-CUSTOMER-ID TO
                           CUE-CUSTOMER-ID (WS-CUSTOMER-COUNT)
                        MOVE CU-TERMS-CODE TO
                           CUE-TERMS-CODE (WS-CUSTOMER-COUNT)
                     ELSE
                        DISPLAY "WARNING: CUSTOMER TABLE FULL, "
                           "IGNORING CUSTOMER ", CU-CUSTOMER-ID
                     END-IF
               END-READ
            END-PERFORM
            IF WS-CUSTOMER-FILE-STATUS = "10"
               CLOSE CUSTOMER-MASTER-FILE
            END-IF

      * Each customer project invoices on its customer's terms.
            PERFORM VARYING PJ-IDX FROM 1 BY 1
                  UNTIL PJ-IDX > WS-PROJECT-COUNT
               PERFORM VARYING CU-IDX FROM 1 BY 1
                     UNTIL CU-IDX > WS-CUSTOMER-COUNT
                  IF CUE-CUSTOMER-ID (CU-IDX) =
                        PJE-CUSTOMER-ID (PJ-IDX)
                     MOVE CUE-TERMS-CODE (CU-IDX) TO
                        PJE-TERMS-CODE (PJ-IDX)
                     IF PJE-TERMS-CODE (PJ-IDX) = SPACES
                        MOVE "NET30" TO PJE-TERMS-CODE (PJ-IDX)
                     END-IF
                     EXIT PERFORM
                  END-IF
               END-PERFORM
            END-PERFORM.

       070-LOAD-BILL-RATES.

            OPEN INPUT BILL-RATE-FILE
            IF WS-BILL-RATE-STATUS NOT = "00"
               DISPLAY "WARNING: TMRATE.DAT NOT FOUND, STATUS = ",
                  WS-BILL-RATE-STATUS, " - ALL LINES HELD"
               MOVE 'Y' TO WS-RATE-EOF-SWITCH
            END-IF

            PERFORM UNTIL END-OF-BILL-RATES
               READ BILL-RATE-FILE
                  AT END
                     MOVE 'Y' TO WS-RATE-EOF-SWITCH
                  NOT AT END
                     IF WS-RATE-COUNT < WS-RATE-COUNT-MAX
                        ADD 1 TO WS-RATE-COUNT
                        MOVE BR-PROJECT-CODE TO
                           BRE-PROJECT-CODE (WS-RATE-COUNT)
                        MOVE BR-JOB-CLASS TO
                           BRE-JOB-CLASS (WS-RATE-COUNT)
                        MOVE BR-BILL-RATE TO
                           BRE-BILL-RATE (WS-RATE-COUNT)
                        MOVE BR-JURISDICTION TO
                           BRE-JURISDICTION (WS-RATE-COUNT)
                     ELSE
                        DISPLAY "WARNING: BILL RATE TABLE FULL, "
                           "IGNORING ", BR-PROJECT-CODE, " ",
                           BR-JOB-CLASS
                     END-IF
               END-READ
            END-PERFORM
            IF WS-BILL-RATE-STATUS = "10"
               CLOSE BILL-RATE-FILE
            END-IF.

       075-LOAD-BILLED-LABOR.

            OPEN INPUT BILLED-LABOR-IN-FILE
            IF WS-BILLED-IN-STATUS NOT = "00"
               MOVE 'Y' TO WS-BILLED-EOF-SWITCH
            END-IF

            PERFORM UNTIL END-OF-BILLED-LABOR
               READ BILLED-LABOR-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-BILLED-EOF-SWITCH
                  NOT AT END
                     IF WS-BILLED-COUNT < WS-BILLED-COUNT-MAX
                        ADD 1 TO WS-BILLED-COUNT
                        MOVE BLI-PROJECT-CODE TO
                           BLE-PROJECT-CODE (WS-BILLED-COUNT)
                        MOVE BLI-EMP-ID TO
                           BLE-EMP-ID (WS-BILLED-COUNT)
                        MOVE BLI-PERIOD-DATE TO
                           BLE-PERIOD-DATE (WS-BILLED-COUNT)
                        MOVE BLI-JOB-CLASS TO
                           BLE-JOB-CLASS (WS-BILLED-COUNT)
                     ELSE
                        DISPLAY "ERROR: BILLED-LABOR TABLE FULL AT ",
                           WS-BILLED-COUNT, " ENTRIES - RUN STOPPED"
                        MOVE 'Y' TO WS-BILLED-EOF-SWITCH
                        MOVE 'Y' TO WS-LABOR-EOF-SWITCH
                        MOVE 1 TO RETURN-CODE
                     END-IF
               END-READ
            END-PERFORM

            IF WS-BILLED-IN-STATUS = "10" OR WS-BILLED-IN-STATUS = "00"
               CLOSE BILLED-LABOR-IN-FILE
            END-IF.

      * A pass of its own, since a reversal line always follows the
      * posting it backs out; the ledger is then reopened for the
      * billing pass.
       080-LOAD-LEDGER-REVERSALS.

            IF END-OF-PROJECT-LABOR
               EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-PROJECT-LABOR
               READ PROJECT-LABOR-FILE
                  AT END
                     MOVE 'Y' TO WS-LABOR-EOF-SWITCH
                  NOT AT END
                     IF PL-IS-REVERSAL
                        PERFORM 085-TABLE-LEDGER-REVERSAL
                     END-IF
               END-READ
            END-PERFORM
            IF RUN-MUST-ABORT
               EXIT PARAGRAPH
            END-IF

            CLOSE PROJECT-LABOR-FILE
            MOVE 'N' TO WS-LABOR-EOF-SWITCH
            OPEN INPUT PROJECT-LABOR-FILE
            IF WS-PROJECT-LABOR-STATUS NOT = "00"
               DISPLAY "ERROR: PROJECT-LABOR-FILE REOPEN FAILED, "
                  "STATUS = ", WS-PROJECT-LABOR-STATUS
               MOVE 'Y' TO WS-LABOR-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF.

       085-TABLE-LEDGER-REVERSAL.

            PERFORM VARYING RV-IDX FROM 1 BY 1
                  UNTIL RV-IDX > WS-REVERSAL-COUNT
               IF RVE-PROJECT-CODE (RV-IDX) = PL-PROJECT-CODE
                     AND RVE-EMP-ID (RV-IDX) = PL-EMP-ID
                     AND RVE-PERIOD-DATE (RV-IDX) = PL-PERIOD-DATE
                     AND RVE-JOB-CLASS (RV-IDX) = PL-JOB-CLASS
                  ADD 1 TO RVE-OPEN-COUNT (RV-IDX)
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-REVERSAL-COUNT >= WS-REVERSAL-COUNT-MAX
               DISPLAY "ERROR: REVERSED-LABOR TABLE FULL AT ",
                  WS-REVERSAL-COUNT, " ENTRIES - RUN STOPPED"
               MOVE 'Y' TO WS-LABOR-EOF-SWITCH
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-REVERSAL-COUNT
            SET RV-IDX TO WS-REVERSAL-COUNT
            MOVE PL-PROJECT-CODE TO RVE-PROJECT-CODE (RV-IDX)
            MOVE PL-EMP-ID TO RVE-EMP-ID (RV-IDX)
            MOVE PL-PERIOD-DATE TO RVE-PERIOD-DATE (RV-IDX)
            MOVE PL-JOB-CLASS TO RVE-JOB-CLASS (RV-IDX)
            MOVE 1 TO RVE-OPEN-COUNT (RV-IDX).

       100-SCAN-PROJECT-LEDGER.

            PERFORM UNTIL END-OF-PROJECT-LABOR
               READ PROJECT-LABOR-FILE
                  AT END
                     MOVE 'Y' TO WS-LABOR-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-LEDGER-LINES-READ
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 200-PRICE-LEDGER-LINE
               END-READ
            END-PERFORM.

      * Internal projects and codes off the master never bill and
      * are passed over; a customer line already on the control
      * file, backed out by a reversal, or already pending on this
      * run is passed over too.
       200-PRICE-LEDGER-LINE.

            IF PL-IS-REVERSAL
               EXIT PARAGRAPH
            END-IF
            PERFORM 205-CHECK-LINE-REVERSED
            IF ENTRY-WAS-FOUND
               EXIT PARAGRAPH
            END-IF

            PERFORM VARYING PJ-IDX FROM 1 BY 1
                  UNTIL PJ-IDX > WS-PROJECT-COUNT
               IF PJE-PROJECT-CODE (PJ-IDX) = PL-PROJECT-CODE
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF PJ-IDX > WS-PROJECT-COUNT
               ADD 1 TO WS-NOT-BILLABLE-COUNT
               EXIT PARAGRAPH
            END-IF

            PERFORM VARYING BL-IDX FROM 1 BY 1
                  UNTIL BL-IDX > WS-BILLED-COUNT
               IF BLE-PROJECT-CODE (BL-IDX) = PL-PROJECT-CODE
                     AND BLE-EMP-ID (BL-IDX) = PL-EMP-ID
                     AND BLE-PERIOD-DATE (BL-IDX) = PL-PERIOD-DATE
                     AND BLE-JOB-CLASS (BL-IDX) = PL-JOB-CLASS
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF BL-IDX NOT > WS-BILLED-COUNT
               ADD 1 TO WS-ALREADY-BILLED-COUNT
               EXIT PARAGRAPH
            END-IF

            PERFORM VARYING PN-IDX FROM 1 BY 1
                  UNTIL PN-IDX > WS-PENDING-COUNT
               IF PNE-PROJECT-CODE (PN-IDX) = PL-PROJECT-CODE
                     AND PNE-EMP-ID (PN-IDX) = PL-EMP-ID
                     AND PNE-PERIOD-DATE (PN-IDX) = PL-PERIOD-DATE
                     AND PNE-JOB-CLASS (PN-IDX) = PL-JOB-CLASS
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF PN-IDX NOT > WS-PENDING-COUNT
               ADD 1 TO WS-DUPLICATE-LINE-COUNT
               EXIT PARAGRAPH
            END-IF

            COMPUTE WS-LINE-COST = PL-LABOR-AMOUNT + PL-BURDEN-AMOUNT
            MOVE SPACES TO WS-HOLD-REASON
            PERFORM 210-FIND-BILL-RATE
            EVALUATE TRUE
               WHEN PJE-TERMS-CODE (PJ-IDX) = SPACES
                  MOVE "CUSTOMER NOT ON CUSTMAST" TO WS-HOLD-REASON
               WHEN NOT ENTRY-WAS-FOUND
                  MOVE "NO BILL RATE FOR JOB CLASS" TO WS-HOLD-REASON
               WHEN WS-PENDING-COUNT >= WS-PENDING-COUNT-MAX
                  MOVE "BILLING TABLE FULL" TO WS-HOLD-REASON
            END-EVALUATE
            IF WS-HOLD-REASON NOT = SPACES
               PERFORM 250-HOLD-LEDGER-LINE
               EXIT PARAGRAPH
            END-IF

      * A zero rate is a class the contract does not bill for.
            IF WS-BILL-RATE = 0
               ADD 1 TO WS-NOT-BILLABLE-COUNT
               EXIT PARAGRAPH
            END-IF

            COMPUTE WS-LINE-AMOUNT ROUNDED = PL-HOURS * WS-BILL-RATE
               ON SIZE ERROR
                  MOVE "BILLED AMOUNT TOO LARGE" TO WS-HOLD-REASON
                  PERFORM 250-HOLD-LEDGER-LINE
                  EXIT PARAGRAPH
            END-COMPUTE

            PERFORM 220-POST-TO-CHARGE
            IF NOT ENTRY-WAS-FOUND
               MOVE "BILLING TABLE FULL" TO WS-HOLD-REASON
               PERFORM 250-HOLD-LEDGER-LINE
               EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-PENDING-COUNT
            SET PN-IDX TO WS-PENDING-COUNT
            MOVE PL-PROJECT-CODE TO PNE-PROJECT-CODE (PN-IDX)
            MOVE PL-EMP-ID TO PNE-EMP-ID (PN-IDX)
            MOVE PL-PERIOD-DATE TO PNE-PERIOD-DATE (PN-IDX)
            MOVE PL-JOB-CLASS TO PNE-JOB-CLASS (PN-IDX)
            SET PNE-PROJECT-SUB (PN-IDX) TO PJ-IDX

            IF WS-LINE-AMOUNT < WS-LINE-COST
               COMPUTE WS-WRITE-DOWN = WS-LINE-COST - WS-LINE-AMOUNT
               ADD 1 TO WS-WRITE-DOWN-COUNT
               ADD WS-WRITE-DOWN TO WS-GRAND-WRITE-DOWN
               MOVE WS-LINE-AMOUNT TO ED-BILLED
               MOVE WS-WRITE-DOWN TO ED-WRITE-DOWN
               MOVE "BILLED BELOW COST" TO ED-REASON
               PERFORM 260-WRITE-EXCEPTION-LINE
            END-IF.

      * A posting with a reversal still open against it is used up
      * by that reversal. Had the posting already billed, the
      * customer holds an invoice for hours since backed out - that
      * wants a credit memo, so it is listed.
       205-CHECK-LINE-REVERSED.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING RV-IDX FROM 1 BY 1
                  UNTIL RV-IDX > WS-REVERSAL-COUNT
               IF RVE-PROJECT-CODE (RV-IDX) = PL-PROJECT-CODE
                     AND RVE-EMP-ID (RV-IDX) = PL-EMP-ID
                     AND RVE-PERIOD-DATE (RV-IDX) = PL-PERIOD-DATE
                     AND RVE-JOB-CLASS (RV-IDX) = PL-JOB-CLASS
                     AND RVE-OPEN-COUNT (RV-IDX) > 0
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF NOT ENTRY-WAS-FOUND
               EXIT PARAGRAPH
            END-IF
            SUBTRACT 1 FROM RVE-OPEN-COUNT (RV-IDX)
            ADD 1 TO WS-REVERSED-LINE-COUNT

            PERFORM VARYING BL-IDX FROM 1 BY 1
                  UNTIL BL-IDX > WS-BILLED-COUNT
               IF BLE-PROJECT-CODE (BL-IDX) = PL-PROJECT-CODE
                     AND BLE-EMP-ID (BL-IDX) = PL-EMP-ID
                     AND BLE-PERIOD-DATE (BL-IDX) = PL-PERIOD-DATE
                     AND BLE-JOB-CLASS (BL-IDX) = PL-JOB-CLASS
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF BL-IDX NOT > WS-BILLED-COUNT
               COMPUTE WS-LINE-COST = PL-LABOR-AMOUNT
                  + PL-BURDEN-AMOUNT
               MOVE "REVERSED AFTER BILLING" TO WS-HOLD-REASON
               PERFORM 250-HOLD-LEDGER-LINE
            END-IF.

      * The project's own row for the job class wins; failing
      * that, the project's "****" default row.
       210-FIND-BILL-RATE.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING BR-IDX FROM 1 BY 1
                  UNTIL BR-IDX > WS-RATE-COUNT
               IF BRE-PROJECT-CODE (BR-IDX) = PL-PROJECT-CODE
                     AND BRE-JOB-CLASS (BR-IDX) = PL-JOB-CLASS
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  MOVE BRE-BILL-RATE (BR-IDX) TO WS-BILL-RATE
                  MOVE BRE-JURISDICTION (BR-IDX) TO WS-JURISDICTION
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF ENTRY-WAS-FOUND
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING BR-IDX FROM 1 BY 1
                  UNTIL BR-IDX > WS-RATE-COUNT
               IF BRE-PROJECT-CODE (BR-IDX) = PL-PROJECT-CODE
                     AND BRE-JOB-CLASS (BR-IDX) = "****"
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  MOVE BRE-BILL-RATE (BR-IDX) TO WS-BILL-RATE
                  MOVE BRE-JURISDICTION (BR-IDX) TO WS-JURISDICTION
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       220-POST-TO-CHARGE.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING CH-IDX FROM 1 BY 1
                  UNTIL CH-IDX > WS-CHARGE-COUNT
               IF CHE-PROJECT-SUB (CH-IDX) = PJ-IDX
                     AND CHE-JOB-CLASS (CH-IDX) = PL-JOB-CLASS
                     AND CHE-BILL-RATE (CH-IDX) = WS-BILL-RATE
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF NOT ENTRY-WAS-FOUND
               IF WS-CHARGE-COUNT >= WS-CHARGE-COUNT-MAX
                  EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-FOUND-SWITCH
               ADD 1 TO WS-CHARGE-COUNT
               SET CH-IDX TO WS-CHARGE-COUNT
               SET CHE-PROJECT-SUB (CH-IDX) TO PJ-IDX
               MOVE PL-JOB-CLASS TO CHE-JOB-CLASS (CH-IDX)
               MOVE WS-JURISDICTION TO CHE-JURISDICTION (CH-IDX)
               MOVE WS-BILL-RATE TO CHE-BILL-RATE (CH-IDX)
               MOVE 0 TO CHE-HOURS (CH-IDX)
               MOVE 0 TO CHE-AMOUNT (CH-IDX)
            END-IF
            ADD PL-HOURS TO CHE-HOURS (CH-IDX)
            ADD WS-LINE-AMOUNT TO CHE-AMOUNT (CH-IDX).

       250-HOLD-LEDGER-LINE.

            ADD 1 TO WS-HELD-COUNT
            MOVE 0 TO ED-BILLED
            MOVE 0 TO ED-WRITE-DOWN
            MOVE WS-HOLD-REASON TO ED-REASON
            PERFORM 260-WRITE-EXCEPTION-LINE

            MOVE PL-PROJECT-CODE TO WS-HOLD-MSG-PROJECT
            MOVE PL-EMP-ID TO WS-HOLD-MSG-EMP-ID
            MOVE WS-HOLD-REASON TO WS-HOLD-MSG-REASON
            MOVE WS-HOLD-MSG-BUILD TO EL-MESSAGE
            MOVE "TM-BILLING" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

       260-WRITE-EXCEPTION-LINE.

            MOVE PL-PROJECT-CODE TO ED-PROJECT-CODE
            MOVE PL-EMP-ID TO ED-EMP-ID
            MOVE PL-PERIOD-DATE TO ED-PERIOD-DATE
            MOVE PL-JOB-CLASS TO ED-JOB-CLASS
            MOVE PL-HOURS TO ED-HOURS
            MOVE WS-LINE-COST TO ED-COST
            IF WS-EXCEPTION-RPT-STATUS = "00"
               WRITE BILLING-EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE
            END-IF.

      * One invoice per project with anything to bill. Each job
      * class is one line at quantity one, priced at its extended
      * amount, since the invoice line carries whole quantities
      * only and billed hours run to the quarter; a class whose
      * amount is past what one line can carry spills onto more.
       300-INVOICE-PROJECT.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING CH-IDX FROM 1 BY 1
                  UNTIL CH-IDX > WS-CHARGE-COUNT
               IF CHE-PROJECT-SUB (CH-IDX) = PJ-IDX
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF NOT ENTRY-WAS-FOUND
               EXIT PARAGRAPH
            END-IF

            MOVE "M" TO WS-INVOICE-ID (1:1)
            MOVE WS-NEXT-INVOICE-NO TO WS-INVOICE-SEQ
            ADD 1 TO WS-NEXT-INVOICE-NO
            ADD 1 TO WS-INVOICE-COUNT
            MOVE WS-INVOICE-ID TO PJE-INVOICE-ID (PJ-IDX)
            MOVE 0 TO WS-INVOICE-TOTAL
            MOVE 0 TO WS-INVOICE-HOURS

            MOVE WS-INVOICE-ID TO IH-INVOICE-ID
            MOVE PJE-CUSTOMER-ID (PJ-IDX) TO IH-CUSTOMER-ID
            MOVE WS-RUN-DATE TO IH-INVOICE-DATE
            MOVE PJE-TERMS-CODE (PJ-IDX) TO IH-TERMS-CODE
            MOVE SPACE TO IH-DOCUMENT-TYPE
            WRITE INVOICE-HEADER-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN

            PERFORM VARYING CH-IDX FROM 1 BY 1
                  UNTIL CH-IDX > WS-CHARGE-COUNT
               IF CHE-PROJECT-SUB (CH-IDX) = PJ-IDX
                  PERFORM 310-WRITE-CHARGE-LINES
               END-IF
            END-PERFORM

            MOVE SPACES TO RD-INVOICE-ID
            MOVE SPACES TO RD-PROJECT-CODE
            MOVE SPACES TO RD-CUSTOMER-ID
            MOVE SPACES TO RD-ITEM-ID
            MOVE SPACES TO RD-JURISDICTION
            MOVE WS-INVOICE-HOURS TO RD-HOURS
            MOVE 0 TO RD-BILL-RATE
            MOVE WS-INVOICE-TOTAL TO RD-AMOUNT
            MOVE "INVOICE TOTAL" TO RD-NOTE
            PERFORM 590-WRITE-REGISTER-LINE
            IF WS-REPORT-FILE-STATUS = "00"
               WRITE BILLING-REGISTER-LINE FROM REGISTER-BLANK-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-IF.

       310-WRITE-CHARGE-LINES.

            MOVE CHE-AMOUNT (CH-IDX) TO WS-REMAINING-AMOUNT
            ADD CHE-AMOUNT (CH-IDX) TO WS-INVOICE-TOTAL
            ADD CHE-HOURS (CH-IDX) TO WS-INVOICE-HOURS
            ADD CHE-AMOUNT (CH-IDX) TO WS-GRAND-BILLED
            ADD CHE-HOURS (CH-IDX) TO WS-GRAND-HOURS

            MOVE WS-INVOICE-ID TO LI-INVOICE-ID
            MOVE "TM" TO LI-ITEM-ID (1:2)
            MOVE CHE-JOB-CLASS (CH-IDX) TO LI-ITEM-ID (3:4)
            MOVE 1 TO LI-QUANTITY
            MOVE CHE-JURISDICTION (CH-IDX) TO LI-JURISDICTION-CODE
            MOVE "USD" TO LI-CURRENCY-CODE
            PERFORM UNTIL WS-REMAINING-AMOUNT NOT > WS-MAX-LINE-PRICE
               MOVE WS-MAX-LINE-PRICE TO LI-UNIT-PRICE
               WRITE INVOICE-LINE-ITEM-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               SUBTRACT WS-MAX-LINE-PRICE FROM WS-REMAINING-AMOUNT
            END-PERFORM
            IF WS-REMAINING-AMOUNT > 0
               MOVE WS-REMAINING-AMOUNT TO LI-UNIT-PRICE
               WRITE INVOICE-LINE-ITEM-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-IF

            MOVE WS-INVOICE-ID TO RD-INVOICE-ID
            MOVE PJE-PROJECT-CODE (PJ-IDX) TO RD-PROJECT-CODE
            MOVE PJE-CUSTOMER-ID (PJ-IDX) TO RD-CUSTOMER-ID
            MOVE LI-ITEM-ID TO RD-ITEM-ID
            MOVE CHE-JURISDICTION (CH-IDX) TO RD-JURISDICTION
            MOVE CHE-HOURS (CH-IDX) TO RD-HOURS
            MOVE CHE-BILL-RATE (CH-IDX) TO RD-BILL-RATE
            MOVE CHE-AMOUNT (CH-IDX) TO RD-AMOUNT
            MOVE SPACES TO RD-NOTE
            PERFORM 590-WRITE-REGISTER-LINE.

       400-MARK-LINE-BILLED.

            MOVE PNE-PROJECT-CODE (PN-IDX) TO BL-PROJECT-CODE
            MOVE PNE-EMP-ID (PN-IDX) TO BL-EMP-ID
            MOVE PNE-PERIOD-DATE (PN-IDX) TO BL-PERIOD-DATE
            MOVE PNE-JOB-CLASS (PN-IDX) TO BL-JOB-CLASS
            MOVE PNE-PROJECT-SUB (PN-IDX) TO WS-PROJECT-SUB
            MOVE PJE-INVOICE-ID (WS-PROJECT-SUB) TO BL-INVOICE-ID
            MOVE WS-RUN-DATE TO BL-BILLED-DATE
            WRITE BILLED-LABOR-RECORD.

       590-WRITE-REGISTER-LINE.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE BILLING-REGISTER-LINE FROM REGISTER-DETAIL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       700-REWRITE-INVOICE-NUMBER.

            IF WS-NUMBER-FILE-STATUS = "00"
               MOVE WS-NEXT-INVOICE-NO TO IN-NEXT-NUMBER
               REWRITE INVOICE-NUMBER-RECORD
               CLOSE INVOICE-NUMBER-FILE
            ELSE
               OPEN OUTPUT INVOICE-NUMBER-FILE
               IF WS-NUMBER-FILE-STATUS = "00"
                  MOVE WS-NEXT-INVOICE-NO TO IN-NEXT-NUMBER
                  WRITE INVOICE-NUMBER-RECORD
                  CLOSE INVOICE-NUMBER-FILE
               END-IF
            END-IF.

       800-WRITE-REPORT-TOTALS.

            IF WS-REPORT-FILE-STATUS = "00"
               MOVE "TOTAL BILLED" TO RT-CAPTION
               MOVE WS-GRAND-HOURS TO RT-HOURS
               MOVE WS-GRAND-BILLED TO RT-AMOUNT
               WRITE BILLING-REGISTER-LINE FROM REGISTER-TOTAL-LINE
               WRITE BILLING-REGISTER-LINE FROM REGISTER-BLANK-LINE
               MOVE "INVOICES GENERATED" TO RC-CAPTION
               MOVE WS-INVOICE-COUNT TO RC-COUNT
               WRITE BILLING-REGISTER-LINE FROM REGISTER-COUNT-LINE
               MOVE "LEDGER LINES BILLED" TO RC-CAPTION
               MOVE WS-PENDING-COUNT TO RC-COUNT
               WRITE BILLING-REGISTER-LINE FROM REGISTER-COUNT-LINE
               MOVE "LEDGER LINES ALREADY BILLED" TO RC-CAPTION
               MOVE WS-ALREADY-BILLED-COUNT TO RC-COUNT
               WRITE BILLING-REGISTER-LINE FROM REGISTER-COUNT-LINE
               MOVE "LEDGER LINES REVERSED" TO RC-CAPTION
               MOVE WS-REVERSED-LINE-COUNT TO RC-COUNT
               WRITE BILLING-REGISTER-LINE FROM REGISTER-COUNT-LINE
               MOVE "LEDGER LINES DUPLICATED" TO RC-CAPTION
               MOVE WS-DUPLICATE-LINE-COUNT TO RC-COUNT
               WRITE BILLING-REGISTER-LINE FROM REGISTER-COUNT-LINE
               MOVE "LEDGER LINES NOT BILLABLE" TO RC-CAPTION
               MOVE WS-NOT-BILLABLE-COUNT TO RC-COUNT
               WRITE BILLING-REGISTER-LINE FROM REGISTER-COUNT-LINE
               MOVE "LEDGER LINES HELD" TO RC-CAPTION
               MOVE WS-HELD-COUNT TO RC-COUNT
               WRITE BILLING-REGISTER-LINE FROM REGISTER-COUNT-LINE
            END-IF

            IF WS-EXCEPTION-RPT-STATUS = "00"
               WRITE BILLING-EXCEPTION-LINE FROM REGISTER-BLANK-LINE
               MOVE "LINES HELD" TO ET-CAPTION
               MOVE WS-HELD-COUNT TO ET-COUNT
               MOVE 0 TO ET-AMOUNT
               WRITE BILLING-EXCEPTION-LINE FROM EXCEPTION-TOTAL-LINE
               MOVE "WRITE-DOWNS" TO ET-CAPTION
               MOVE WS-WRITE-DOWN-COUNT TO ET-COUNT
               MOVE WS-GRAND-WRITE-DOWN TO ET-AMOUNT
               WRITE BILLING-EXCEPTION-LINE FROM EXCEPTION-TOTAL-LINE
            END-IF.

       810-WRITE-REPORT-HEADER.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER
            MOVE WS-RUN-DATE TO RH1-RUN-DATE
            IF WS-PAGE-NUMBER = 1
               WRITE BILLING-REGISTER-LINE FROM REGISTER-HEADING-1
            ELSE
               WRITE BILLING-REGISTER-LINE FROM REGISTER-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            WRITE BILLING-REGISTER-LINE FROM REGISTER-HEADING-2
            MOVE 0 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       900-CLOSE-FILES.

            IF WS-PROJECT-LABOR-STATUS = "00"
                  OR WS-PROJECT-LABOR-STATUS = "10"
               CLOSE PROJECT-LABOR-FILE
            END-IF
            IF WS-HEADER-FILE-STATUS = "00"
               CLOSE INVOICE-HEADER-FILE
            END-IF
            IF WS-LINE-FILE-STATUS = "00"
               CLOSE INVOICE-LINE-ITEM-FILE
            END-IF
            IF WS-REPORT-FILE-STATUS = "00"
               CLOSE BILLING-REGISTER-FILE
            END-IF
            IF WS-EXCEPTION-RPT-STATUS = "00"
               CLOSE BILLING-EXCEPTION-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM TM-BILLING.
