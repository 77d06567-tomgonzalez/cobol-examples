      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  13-week cash requirements forecast - the Monday
      *           spreadsheet the controller used to build from four
      *           printouts. Projects cash in and out by week from
      *           the forecast start date:
      *             IN   AR open items (AROPEN.DAT) expected on their
      *                  due date (invoice date plus the customer's
      *                  TERMSTAB.DAT net days) moved by how late -
      *                  or early - that customer pays on average
      *                  (ARPAYHST.DAT, written by CASH-RECEIPTS);
      *                  loan installments (LOANBAL.DAT) monthly from
      *                  each next-due date.
      *             OUT  payroll net on every PAYCAL.DAT pay date, at
      *                  the latest run's net (PAYTOTAL.DAT); the
      *                  federal tax deposit for each pay date on the
      *                  date FEDERAL-DEPOSIT-SCHEDULE's rules make it
      *                  due (DEPCTRL.DAT), actual liability from
      *                  PAYHIST.DAT where the payroll has run and the
      *                  latest pay date's liability where it has
      *                  not; open AP (APOPEN.DAT) by due date.
      *           Items already past due land in week 1. The running
      *           balance starts from the bank balance in
      *           CASHFCTL.DAT, and any week ending below the minimum
      *           balance there is flagged on CASHFCST.RPT and on the
      *           exception log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One control record: starting bank balance, minimum balance,
      * and the forecast start date (zeros start on the run date).
           SELECT FORECAST-CONTROL-FILE ASSIGN TO "CASHFCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT TERMS-TABLE-FILE ASSIGN TO "TERMSTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-FILE-STATUS.

           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "ARPAYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-HISTORY-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT LOAN-BALANCE-FILE ASSIGN TO "LOANBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

           SELECT RUN-TOTALS-FILE ASSIGN TO "PAYTOTAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-TOTALS-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT DEPOSIT-CONTROL-FILE ASSIGN TO "DEPCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-CONTROL-STATUS.

           SELECT AP-OPEN-ITEM-FILE ASSIGN TO "APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-FILE-STATUS.

           SELECT FORECAST-REPORT-FILE ASSIGN TO "CASHFCST.RPT"
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
       FD  FORECAST-CONTROL-FILE.
       01  FORECAST-CONTROL-RECORD.
           05  CF-STARTING-BALANCE PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  CF-MINIMUM-BALANCE  PIC 9(9)V9(2).
           05  CF-START-DATE       PIC 9(8).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CU-CUSTOMER-ID      PIC X(6).
           05  CU-CUSTOMER-NAME    PIC X(25).
           05  CU-TERMS-CODE       PIC X(9).
           05  CU-CREDIT-LIMIT     PIC 9(9)V9(2).
           05  CU-CREDIT-STATUS    PIC X.
           05  CU-FC-EXEMPT        PIC X.

       FD  TERMS-TABLE-FILE.
       01  TERMS-TABLE-RECORD.
           05  TT-TERMS-CODE       PIC X(9).
           05  TT-NET-DAYS         PIC 9(3).
           05  TT-DISCOUNT-PCT     PIC 9V99.
           05  TT-DISCOUNT-DAYS    PIC 9(3).

       FD  RECEIPT-HISTORY-FILE.
       01  RECEIPT-HISTORY-RECORD.
           05  RH-CUSTOMER-ID      PIC X(6).
           05  RH-INVOICE-ID       PIC X(6).
           05  RH-INVOICE-DATE     PIC 9(8).
           05  RH-RECEIPT-DATE     PIC 9(8).
           05  RH-AMOUNT-APPLIED   PIC 9(9)V9(2).

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

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           05  CAL-YEAR            PIC 9(4).
           05  CAL-PERIOD-NO       PIC 9(3).
           05  CAL-START-DATE      PIC 9(8).
           05  CAL-END-DATE        PIC 9(8).
           05  CAL-PAY-DATE        PIC 9(8).

       FD  RUN-TOTALS-FILE.
       01  RUN-TOTALS-RECORD.
           05  RTF-PERIOD-DATE     PIC 9(8).
           05  RTF-GRAND-GROSS     PIC 9(9)V9(2).
           05  RTF-GRAND-NET       PIC 9(9)V9(2).

       FD  PAYROLL-HISTORY-FILE.
       01  PAYROLL-HISTORY-RECORD.
           05  PH-EMP-ID           PIC X(6).
           05  PH-EMP-NAME         PIC X(25).
           05  PH-PERIOD-DATE      PIC X(8).
           05  PH-GROSS-PAY        PIC 9(7)V9(2).
           05  PH-FICA-WITHHELD    PIC 9(7)V9(2).
           05  PH-FEDERAL-WITHHELD PIC 9(7)V9(2).
           05  PH-REG-HOURS        PIC 9(3)V9(2).
           05  PH-OT-HOURS         PIC 9(3)V9(2).
           05  PH-COMPANY-CODE     PIC X(2).

       FD  DEPOSIT-CONTROL-FILE.
       01  DEPOSIT-CONTROL-RECORD.
           05  DC-DEPOSITOR-TYPE   PIC X.
               88  DC-IS-SEMIWEEKLY    VALUE "S".
               88  DC-IS-MONTHLY       VALUE "M".
           05  DC-NEXTDAY-THRESHOLD PIC 9(9)V9(2).

       FD  AP-OPEN-ITEM-FILE.
       01  AP-OPEN-ITEM-RECORD.
           05  AP-SUPPLIER         PIC X(10).
           05  AP-INVOICE-NO       PIC X(12).
           05  AP-INVOICE-DATE     PIC 9(8).
           05  AP-DUE-DATE         PIC 9(8).
           05  AP-DISCOUNT-DATE    PIC 9(8).
           05  AP-DISCOUNT-AMOUNT  PIC S9(7)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AP-ORIGINAL-AMOUNT  PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AP-OPEN-BALANCE     PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AP-ITEM-STATUS      PIC X.
           05  AP-ENTRY-DATE       PIC 9(8).

       FD  FORECAST-REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

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
       01  WS-CONTROL-FILE-STATUS  PIC XX.
       01  WS-CUSTOMER-FILE-STATUS PIC XX.
       01  WS-TERMS-FILE-STATUS    PIC XX.
       01  WS-RECEIPT-HISTORY-STATUS PIC XX.
       01  WS-AR-FILE-STATUS       PIC XX.
       01  WS-LOAN-FILE-STATUS     PIC XX.
       01  WS-CALENDAR-FILE-STATUS PIC XX.
       01  WS-RUN-TOTALS-STATUS    PIC XX.
       01  WS-HISTORY-FILE-STATUS  PIC XX.
       01  WS-DEPOSIT-CONTROL-STATUS PIC XX.
       01  WS-AP-FILE-STATUS       PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-STARTING-BALANCE     PIC S9(11)V9(2) VALUE 0.
       01  WS-MINIMUM-BALANCE      PIC 9(9)V9(2) VALUE 0.
       01  WS-START-DATE           PIC 9(8).
       01  WS-START-INT            PIC 9(7).
       01  WS-END-INT              PIC 9(7).

      * The thirteen weeks. Flows 1-2 are cash in (AR collections,
      * loan collections), 3-5 cash out (payroll net, federal tax
      * deposits, AP).
       01  WS-WEEK-COUNT           PIC 9(2) VALUE 13.
       01  FORECAST-WEEK-TABLE.
           05  FORECAST-WEEK-ENTRY OCCURS 13 TIMES
                                   INDEXED BY WK-IDX.
               10  WKE-START-DATE      PIC 9(8).
               10  WKE-FLOW            PIC S9(11)V9(2)
                                       OCCURS 5 TIMES.
               10  WKE-NET             PIC S9(11)V9(2).
               10  WKE-BALANCE         PIC S9(11)V9(2).
       01  WS-FLOW-TOTAL           PIC S9(11)V9(2) OCCURS 5 TIMES.
       01  WS-NET-TOTAL            PIC S9(11)V9(2).
       01  WS-FLOW-SUB             PIC 9.
       01  WS-WEEK-SUB             PIC 9(4).
       01  WS-LOW-WEEK-COUNT       PIC 9(2) VALUE 0.

      * One cash event being placed in its week.
       01  WS-EVENT-INT            PIC 9(7).
       01  WS-EVENT-AMOUNT         PIC S9(11)V9(2).
       01  WS-EVENT-FLOW           PIC 9.

       01  WS-TERMS-COUNT-MAX      PIC 9(3) VALUE 50.
       01  WS-TERMS-COUNT          PIC 9(3) VALUE 0.
       01  TERMS-TABLE.
           05  TERMS-ENTRY OCCURS 50 TIMES
                                   INDEXED BY TT-IDX.
               10  TTE-TERMS-CODE      PIC X(9).
               10  TTE-NET-DAYS        PIC 9(3).

      * Each customer's net days and payment experience: the signed
      * days each receipt came in after (or before) its due date,
      * averaged.
       01  WS-CUST-COUNT-MAX       PIC 9(3) VALUE 500.
       01  WS-CUST-COUNT           PIC 9(3) VALUE 0.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 500 TIMES
                                   INDEXED BY CU-IDX.
               10  CUE-CUSTOMER-ID     PIC X(6).
               10  CUE-NET-DAYS        PIC 9(3).
               10  CUE-LATE-DAYS-SUM   PIC S9(7).
               10  CUE-RECEIPT-COUNT   PIC 9(5).
               10  CUE-AVG-DAYS-LATE   PIC S9(4).
       01  WS-NET-DAYS             PIC 9(3).
       01  WS-DAYS-LATE            PIC S9(5).
       01  WS-ITEM-INT             PIC 9(7).

      * Federal tax liability by pay date off the payroll history -
      * the withheld income tax plus both halves of FICA, as
      * FEDERAL-DEPOSIT-SCHEDULE deposits it.
       01  WS-PAYDATE-COUNT-MAX    PIC 9(3) VALUE 100.
       01  WS-PAYDATE-COUNT        PIC 9(3) VALUE 0.
       01  PAYDATE-TABLE.
           05  PAYDATE-ENTRY OCCURS 100 TIMES
                                   INDEXED BY PD-IDX.
               10  PDE-PAY-DATE        PIC 9(8).
               10  PDE-LIABILITY       PIC 9(9)V9(2).
       01  WS-PAYDATE-NUMERIC      PIC 9(8).
       01  WS-LATEST-PAY-DATE      PIC 9(8) VALUE 0.
       01  WS-LATEST-LIABILITY     PIC 9(9)V9(2) VALUE 0.
       01  WS-PAYROLL-NET-ESTIMATE PIC 9(9)V9(2) VALUE 0.
       01  WS-FOUND-SWITCH         PIC X.
           88  ENTRY-WAS-FOUND         VALUE 'Y'.

      * Deposit due-date rules, as FEDERAL-DEPOSIT-SCHEDULE applies
      * them. INTEGER-OF-DATE day 1 is a Monday, so MOD 7 gives
      * 1=Monday through 6=Saturday, 0=Sunday.
       01  WS-DEPOSITOR-TYPE       PIC X VALUE "S".
           88  SEMIWEEKLY-DEPOSITOR    VALUE "S".
           88  MONTHLY-DEPOSITOR       VALUE "M".
       01  WS-NEXTDAY-THRESHOLD    PIC 9(9)V9(2) VALUE 100000.00.
       01  WS-DEPOSIT-TOTAL        PIC 9(9)V9(2).
       01  WS-PAY-DATE-INT         PIC 9(7).
       01  WS-DUE-DATE-INT         PIC 9(7).
       01  WS-DAY-OF-WEEK          PIC 9.
       01  WS-DAYS-TO-DUE          PIC S9(3).
       01  WS-DUE-DATE             PIC 9(8).
       01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR         PIC 9(4).
           05  WS-DUE-MONTH        PIC 9(2).
           05  WS-DUE-DAY          PIC 9(2).
       01  WS-PAY-DATE             PIC 9(8).
       01  WS-PAY-DATE-R REDEFINES WS-PAY-DATE.
           05  WS-PAY-YEAR         PIC 9(4).
           05  WS-PAY-MONTH        PIC 9(2).
           05  WS-PAY-DAY          PIC 9(2).

      * Loan installment walk: one month at a time from the next due
      * date, the due day held where the month allows it.
       01  WS-INSTALLMENT-DATE     PIC 9(8).
       01  WS-INSTALLMENT-DATE-R REDEFINES WS-INSTALLMENT-DATE.
           05  WS-INST-YEAR        PIC 9(4).
           05  WS-INST-MONTH       PIC 9(2).
           05  WS-INST-DAY         PIC 9(2).
       01  WS-MONTH-END-DATE       PIC 9(8).
       01  WS-MONTH-END-DATE-R REDEFINES WS-MONTH-END-DATE.
           05  WS-MEND-YEAR        PIC 9(4).
           05  WS-MEND-MONTH       PIC 9(2).
           05  WS-MEND-DAY         PIC 9(2).
       01  WS-ANCHOR-DAY           PIC 9(2).
       01  WS-INSTALLMENTS-LEFT    PIC 9(3).
       01  WS-LOAN-BALANCE-LEFT    PIC S9(9)V9(2).

       01  WS-LOW-WEEK-MSG-BUILD.
           05  FILLER              PIC X(14) VALUE "CASH FORECAST ".
           05  FILLER              PIC X(5)  VALUE "WEEK ".
           05  WS-LW-MSG-WEEK      PIC 9(8).
           05  FILLER              PIC X(33) VALUE
               " ENDS BELOW THE MINIMUM BALANCE".

       01  REPORT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "13-WEEK CASH REQUIREMENTS FORECAST".
           05  FILLER          PIC X(15) VALUE "WEEKS STARTING ".
           05  RH1-START-DATE  PIC 9(8).
           05  FILLER          PIC X(11) VALUE "  RUN DATE ".
           05  RH1-RUN-DATE    PIC 9(8).
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(14) VALUE "WK  BEGINNING".
           05  FILLER          PIC X(14) VALUE "   AR COLLECT".
           05  FILLER          PIC X(14) VALUE "  LOAN COLLECT".
           05  FILLER          PIC X(14) VALUE "   PAYROLL NET".
           05  FILLER          PIC X(14) VALUE "  TAX DEPOSITS".
           05  FILLER          PIC X(14) VALUE "        AP DUE".
           05  FILLER          PIC X(14) VALUE "      NET CASH".
           05  FILLER          PIC X(15) VALUE "   END BALANCE".
           05  FILLER          PIC X(19) VALUE "  FLAG".
       01  REPORT-OPENING-LINE.
           05  FILLER          PIC X(40) VALUE
               "OPENING BANK BALANCE".
           05  FILLER          PIC X(57) VALUE SPACES.
           05  RO-BALANCE      PIC ZZZ,ZZZ,ZZ9.99-.
       01  REPORT-DETAIL-LINE.
           05  RD-WEEK         PIC Z9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-START-DATE   PIC 9(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RD-FLOW         PIC ZZ,ZZZ,ZZ9.99- OCCURS 5 TIMES.
           05  RD-NET          PIC ZZ,ZZZ,ZZ9.99-.
           05  RD-BALANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-FLAG         PIC X(18).
       01  REPORT-TOTAL-LINE.
           05  FILLER          PIC X(13) VALUE "13-WEEK TOTAL".
           05  RT-FLOW         PIC ZZ,ZZZ,ZZ9.99- OCCURS 5 TIMES.
           05  RT-NET          PIC ZZ,ZZZ,ZZ9.99-.
       01  REPORT-NOTE-LINE.
           05  RN-CAPTION      PIC X(50).
           05  RN-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "CASH-FORECAST" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 050-READ-FORECAST-CONTROL
            PERFORM 055-SET-UP-WEEKS

            PERFORM 060-LOAD-TERMS-TABLE
            PERFORM 065-LOAD-CUSTOMERS
            PERFORM 070-LOAD-PAYMENT-EXPERIENCE

            PERFORM 100-PROJECT-AR-COLLECTIONS
            PERFORM 200-PROJECT-LOAN-COLLECTIONS
            PERFORM 300-LOAD-PAYROLL-HISTORY
            PERFORM 320-PROJECT-PAYROLL
            PERFORM 400-PROJECT-AP-DISBURSEMENTS

            PERFORM 700-ROLL-BALANCES
            PERFORM 800-WRITE-FORECAST-REPORT

            IF WS-LOW-WEEK-COUNT > 0
               DISPLAY "CASH FORECAST: ", WS-LOW-WEEK-COUNT,
                  " WEEK(S) END BELOW THE MINIMUM BALANCE - SEE "
                  "CASHFCST.RPT"
            ELSE
               DISPLAY "CASH FORECAST: ALL 13 WEEKS STAY AT OR ABOVE "
                  "THE MINIMUM BALANCE"
            END-IF
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * No starting balance, no forecast - a running balance from a
      * guessed zero would be worse than none.
       050-READ-FORECAST-CONTROL.

            OPEN INPUT FORECAST-CONTROL-FILE
            IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CASHFCTL.DAT OPEN FAILED, STATUS = ",
                  WS-CONTROL-FILE-STATUS, " - NO FORECAST PRODUCED"
               MOVE "CASHFCTL.DAT MISSING - NO CASH FORECAST" TO
                  EL-MESSAGE
               MOVE "CASH-FORECAST" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            READ FORECAST-CONTROL-FILE
               AT END
                  DISPLAY "ERROR: CASHFCTL.DAT IS EMPTY - NO "
                     "FORECAST PRODUCED"
                  MOVE 1 TO RETURN-CODE
                  CLOSE FORECAST-CONTROL-FILE
                  PERFORM 970-DISPLAY-RUN-STATISTICS
                  STOP RUN
            END-READ
            CLOSE FORECAST-CONTROL-FILE
            MOVE CF-STARTING-BALANCE TO WS-STARTING-BALANCE
            MOVE CF-MINIMUM-BALANCE TO WS-MINIMUM-BALANCE
            IF CF-START-DATE = 0
               MOVE WS-RUN-DATE TO WS-START-DATE
            ELSE
               MOVE CF-START-DATE TO WS-START-DATE
            END-IF.

       055-SET-UP-WEEKS.

            COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-START-DATE)
            COMPUTE WS-END-INT = WS-START-INT + WS-WEEK-COUNT * 7 - 1
            PERFORM VARYING WK-IDX FROM 1 BY 1
                  UNTIL WK-IDX > WS-WEEK-COUNT
               SET WS-WEEK-SUB TO WK-IDX
               COMPUTE WKE-START-DATE (WK-IDX) =
                  FUNCTION DATE-OF-INTEGER
                     (WS-START-INT + (WS-WEEK-SUB - 1) * 7)
               PERFORM VARYING WS-FLOW-SUB FROM 1 BY 1
                     UNTIL WS-FLOW-SUB > 5
                  MOVE 0 TO WKE-FLOW (WK-IDX WS-FLOW-SUB)
               END-PERFORM
               MOVE 0 TO WKE-NET (WK-IDX)
               MOVE 0 TO WKE-BALANCE (WK-IDX)
            END-PERFORM.

       060-LOAD-TERMS-TABLE.

            OPEN INPUT TERMS-TABLE-FILE
            IF WS-TERMS-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: TERMSTAB.DAT NOT FOUND - EVERY "
                  "CUSTOMER TAKEN AS NET 30"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ TERMS-TABLE-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-TERMS-COUNT < WS-TERMS-COUNT-MAX
                        ADD 1 TO WS-TERMS-COUNT
                        MOVE TT-TERMS-CODE TO
                           TTE-TERMS-CODE (WS-TERMS-COUNT)
                        MOVE TT-NET-DAYS TO
                           TTE-NET-DAYS (WS-TERMS-COUNT)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE TERMS-TABLE-FILE.

       065-LOAD-CUSTOMERS.

            OPEN INPUT CUSTOMER-MASTER-FILE
            IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: CUSTMAST.DAT NOT FOUND - EVERY "
                  "CUSTOMER TAKEN AS NET 30, PAYING ON TIME"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ CUSTOMER-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-CUST-COUNT < WS-CUST-COUNT-MAX
                        ADD 1 TO WS-CUST-COUNT
                        SET CU-IDX TO WS-CUST-COUNT
                        MOVE CU-CUSTOMER-ID TO CUE-CUSTOMER-ID (CU-IDX)
                        MOVE 30 TO CUE-NET-DAYS (CU-IDX)
                        PERFORM VARYING TT-IDX FROM 1 BY 1
                              UNTIL TT-IDX > WS-TERMS-COUNT
                           IF TTE-TERMS-CODE (TT-IDX) = CU-TERMS-CODE
                              MOVE TTE-NET-DAYS (TT-IDX) TO
                                 CUE-NET-DAYS (CU-IDX)
                              EXIT PERFORM
                           END-IF
                        END-PERFORM
                        MOVE 0 TO CUE-LATE-DAYS-SUM (CU-IDX)
                        MOVE 0 TO CUE-RECEIPT-COUNT (CU-IDX)
                        MOVE 0 TO CUE-AVG-DAYS-LATE (CU-IDX)
                     ELSE
                        DISPLAY "WARNING: CUSTOMER TABLE FULL, "
                           CU-CUSTOMER-ID, " TAKEN AS NET 30"
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CUSTOMER-MASTER-FILE.

      * Every applied receipt on record: how many days after its
      * due date it came in (negative when early).
       070-LOAD-PAYMENT-EXPERIENCE.

            OPEN INPUT RECEIPT-HISTORY-FILE
            IF WS-RECEIPT-HISTORY-STATUS NOT = "00"
               DISPLAY "NOTICE: NO ARPAYHST.DAT - COLLECTIONS "
                  "FORECAST ON DUE DATE"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ RECEIPT-HISTORY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 075-NOTE-ONE-RECEIPT
               END-READ
            END-PERFORM
            CLOSE RECEIPT-HISTORY-FILE

            PERFORM VARYING CU-IDX FROM 1 BY 1
                  UNTIL CU-IDX > WS-CUST-COUNT
               IF CUE-RECEIPT-COUNT (CU-IDX) > 0
                  COMPUTE CUE-AVG-DAYS-LATE (CU-IDX) ROUNDED =
                     CUE-LATE-DAYS-SUM (CU-IDX) /
                     CUE-RECEIPT-COUNT (CU-IDX)
               END-IF
            END-PERFORM.

       075-NOTE-ONE-RECEIPT.

            IF RH-INVOICE-DATE IS NOT NUMERIC
                  OR RH-RECEIPT-DATE IS NOT NUMERIC
                  OR RH-INVOICE-DATE = 0
                  OR RH-RECEIPT-DATE = 0
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING CU-IDX FROM 1 BY 1
                  UNTIL CU-IDX > WS-CUST-COUNT
               IF CUE-CUSTOMER-ID (CU-IDX) = RH-CUSTOMER-ID
                  COMPUTE WS-DAYS-LATE =
                     FUNCTION INTEGER-OF-DATE (RH-RECEIPT-DATE)
                     - FUNCTION INTEGER-OF-DATE (RH-INVOICE-DATE)
                     - CUE-NET-DAYS (CU-IDX)
                  ADD WS-DAYS-LATE TO CUE-LATE-DAYS-SUM (CU-IDX)
                  ADD 1 TO CUE-RECEIPT-COUNT (CU-IDX)
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * Each open receivable lands on its due date moved by its
      * customer's average days late. A forecast off a file that
      * fails its seal would project balances that never posted -
      * refuse.
       100-PROJECT-AR-COLLECTIONS.

            PERFORM 930-RESET-SEAL
            OPEN INPUT AR-OPEN-ITEM-FILE
            IF WS-AR-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: AROPEN.DAT OPEN FAILED - NO AR "
                  "COLLECTIONS FORECAST"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ AR-OPEN-ITEM-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 105-SEAL-COUNT-AR-ITEM
                     IF AR-ITEM-IS-OPEN AND AR-OPEN-BALANCE > 0
                        PERFORM 110-PROJECT-ONE-RECEIVABLE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE AR-OPEN-ITEM-FILE

            MOVE "AROPEN.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: AROPEN.DAT FAILS ITS SEAL - "
                  "NO CASH FORECAST PRODUCED"
               PERFORM 190-REFUSE-ON-SEAL
            END-IF.

       105-SEAL-COUNT-AR-ITEM.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE AR-CUSTOMER-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE AR-INVOICE-ID TO WS-SEAL-KEY-STRING (7:6)
            MOVE AR-OPEN-BALANCE TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

       110-PROJECT-ONE-RECEIVABLE.

            MOVE 30 TO WS-NET-DAYS
            MOVE 0 TO WS-DAYS-LATE
            PERFORM VARYING CU-IDX FROM 1 BY 1
                  UNTIL CU-IDX > WS-CUST-COUNT
               IF CUE-CUSTOMER-ID (CU-IDX) = AR-CUSTOMER-ID
                  MOVE CUE-NET-DAYS (CU-IDX) TO WS-NET-DAYS
                  MOVE CUE-AVG-DAYS-LATE (CU-IDX) TO WS-DAYS-LATE
                  EXIT PERFORM
               END-IF
            END-PERFORM
            COMPUTE WS-ITEM-INT =
               FUNCTION INTEGER-OF-DATE (AR-INVOICE-DATE)
               + WS-NET-DAYS
            COMPUTE WS-EVENT-INT = WS-ITEM-INT + WS-DAYS-LATE
            MOVE AR-OPEN-BALANCE TO WS-EVENT-AMOUNT
            MOVE 1 TO WS-EVENT-FLOW
            PERFORM 600-PLACE-CASH-EVENT.

       190-REFUSE-ON-SEAL.

            MOVE "INPUT FAILS ITS SEAL - NO CASH FORECAST" TO
               EL-MESSAGE
            MOVE "CASH-FORECAST" TO EL-PROGRAM-ID
            MOVE "E" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            MOVE 1 TO RETURN-CODE
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * Each loan's installment every month from its next due date
      * through the horizon, stopping when the note runs out - by
      * remaining term where it is known, by principal where not.
       200-PROJECT-LOAN-COLLECTIONS.

            PERFORM 930-RESET-SEAL
            OPEN INPUT LOAN-BALANCE-FILE
            IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: LOANBAL.DAT OPEN FAILED - NO LOAN "
                  "COLLECTIONS FORECAST"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ LOAN-BALANCE-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     MOVE SPACES TO WS-SEAL-KEY-STRING
                     MOVE LB-LOAN-ID TO WS-SEAL-KEY-STRING (1:6)
                     MOVE LB-PRINCIPAL TO WS-SEAL-AMOUNT-VALUE
                     PERFORM 933-HASH-KEY-STRING
                     PERFORM 932-ACCUMULATE-SEAL
                     IF LB-PRINCIPAL > 0 AND LB-PAYMENT-DUE > 0
                           AND LB-NEXT-DUE-DATE > 0
                        PERFORM 210-PROJECT-ONE-LOAN
                     END-IF
               END-READ
            END-PERFORM
            CLOSE LOAN-BALANCE-FILE

            MOVE "LOANBAL.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: LOANBAL.DAT FAILS ITS SEAL - "
                  "NO CASH FORECAST PRODUCED"
               PERFORM 190-REFUSE-ON-SEAL
            END-IF.

       210-PROJECT-ONE-LOAN.

            MOVE LB-NEXT-DUE-DATE TO WS-INSTALLMENT-DATE
            MOVE WS-INST-DAY TO WS-ANCHOR-DAY
            MOVE LB-REMAINING-TERM TO WS-INSTALLMENTS-LEFT
            COMPUTE WS-LOAN-BALANCE-LEFT =
               LB-PRINCIPAL + LB-ESCROW-PORTION
            COMPUTE WS-EVENT-INT =
               FUNCTION INTEGER-OF-DATE (WS-INSTALLMENT-DATE)
            PERFORM UNTIL WS-EVENT-INT > WS-END-INT
                  OR WS-LOAN-BALANCE-LEFT <= 0
               MOVE LB-PAYMENT-DUE TO WS-EVENT-AMOUNT
               MOVE 2 TO WS-EVENT-FLOW
               PERFORM 600-PLACE-CASH-EVENT
               SUBTRACT LB-PAYMENT-DUE FROM WS-LOAN-BALANCE-LEFT
               IF LB-REMAINING-TERM > 0
                  SUBTRACT 1 FROM WS-INSTALLMENTS-LEFT
                  IF WS-INSTALLMENTS-LEFT = 0
                     EXIT PERFORM
                  END-IF
               END-IF
               PERFORM 220-ADVANCE-ONE-MONTH
               COMPUTE WS-EVENT-INT =
                  FUNCTION INTEGER-OF-DATE (WS-INSTALLMENT-DATE)
            END-PERFORM.

      * Next month, same due day - or the month's last day when the
      * month is too short for it.
       220-ADVANCE-ONE-MONTH.

            IF WS-INST-MONTH = 12
               ADD 1 TO WS-INST-YEAR
               MOVE 1 TO WS-INST-MONTH
            ELSE
               ADD 1 TO WS-INST-MONTH
            END-IF
            MOVE WS-INST-YEAR TO WS-MEND-YEAR
            MOVE WS-INST-MONTH TO WS-MEND-MONTH
            MOVE 1 TO WS-MEND-DAY
            IF WS-MEND-MONTH = 12
               ADD 1 TO WS-MEND-YEAR
               MOVE 1 TO WS-MEND-MONTH
            ELSE
               ADD 1 TO WS-MEND-MONTH
            END-IF
            COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-MONTH-END-DATE) - 1)
            IF WS-ANCHOR-DAY > WS-MEND-DAY
               MOVE WS-MEND-DAY TO WS-INST-DAY
            ELSE
               MOVE WS-ANCHOR-DAY TO WS-INST-DAY
            END-IF.

      * Federal liability per pay date, and the latest pay date's
      * liability as the estimate for pay dates not yet run.
       300-LOAD-PAYROLL-HISTORY.

            OPEN INPUT DEPOSIT-CONTROL-FILE
            IF WS-DEPOSIT-CONTROL-STATUS = "00"
               READ DEPOSIT-CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE DC-DEPOSITOR-TYPE TO WS-DEPOSITOR-TYPE
                     IF DC-NEXTDAY-THRESHOLD > 0
                        MOVE DC-NEXTDAY-THRESHOLD TO
                           WS-NEXTDAY-THRESHOLD
                     END-IF
               END-READ
               CLOSE DEPOSIT-CONTROL-FILE
            ELSE
               DISPLAY "NOTICE: NO DEPCTRL.DAT - SEMIWEEKLY DEPOSITS "
                  "ASSUMED"
            END-IF

            OPEN INPUT PAYROLL-HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: PAYHIST.DAT OPEN FAILED - TAX "
                  "DEPOSITS NOT FORECAST"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ PAYROLL-HISTORY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF PH-PERIOD-DATE IS NUMERIC
                        PERFORM 305-BUCKET-ONE-HISTORY-RECORD
                     END-IF
               END-READ
            END-PERFORM
            CLOSE PAYROLL-HISTORY-FILE

            PERFORM VARYING PD-IDX FROM 1 BY 1
                  UNTIL PD-IDX > WS-PAYDATE-COUNT
               IF PDE-PAY-DATE (PD-IDX) > WS-LATEST-PAY-DATE
                  MOVE PDE-PAY-DATE (PD-IDX) TO WS-LATEST-PAY-DATE
                  MOVE PDE-LIABILITY (PD-IDX) TO WS-LATEST-LIABILITY
               END-IF
            END-PERFORM.

       305-BUCKET-ONE-HISTORY-RECORD.

            MOVE PH-PERIOD-DATE TO WS-PAYDATE-NUMERIC
            PERFORM VARYING PD-IDX FROM 1 BY 1
                  UNTIL PD-IDX > WS-PAYDATE-COUNT
               IF PDE-PAY-DATE (PD-IDX) = WS-PAYDATE-NUMERIC
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF PD-IDX > WS-PAYDATE-COUNT
               IF WS-PAYDATE-COUNT >= WS-PAYDATE-COUNT-MAX
                  DISPLAY "WARNING: PAY DATE TABLE FULL, "
                     PH-PERIOD-DATE, " NOT FORECAST"
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAYDATE-COUNT
               SET PD-IDX TO WS-PAYDATE-COUNT
               MOVE WS-PAYDATE-NUMERIC TO PDE-PAY-DATE (PD-IDX)
               MOVE 0 TO PDE-LIABILITY (PD-IDX)
            END-IF
            COMPUTE PDE-LIABILITY (PD-IDX) = PDE-LIABILITY (PD-IDX)
               + PH-FEDERAL-WITHHELD + PH-FICA-WITHHELD * 2.

      * Payroll net on every calendar pay date in the horizon at
      * the latest run's net, and the tax deposit each pay date
      * makes due - plus deposits still to come for pay dates
      * already behind the start date.
       320-PROJECT-PAYROLL.

            OPEN INPUT RUN-TOTALS-FILE
            IF WS-RUN-TOTALS-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT-FILE
                  READ RUN-TOTALS-FILE
                     AT END
                        MOVE 'Y' TO WS-EOF-SWITCH
                     NOT AT END
                        MOVE RTF-GRAND-NET TO WS-PAYROLL-NET-ESTIMATE
                  END-READ
               END-PERFORM
               CLOSE RUN-TOTALS-FILE
            ELSE
               DISPLAY "WARNING: PAYTOTAL.DAT NOT FOUND - PAYROLL "
                  "NET NOT FORECAST"
            END-IF

            PERFORM VARYING PD-IDX FROM 1 BY 1
                  UNTIL PD-IDX > WS-PAYDATE-COUNT
               COMPUTE WS-PAY-DATE-INT =
                  FUNCTION INTEGER-OF-DATE (PDE-PAY-DATE (PD-IDX))
               IF WS-PAY-DATE-INT < WS-START-INT
                  MOVE PDE-PAY-DATE (PD-IDX) TO WS-PAY-DATE
                  MOVE PDE-LIABILITY (PD-IDX) TO WS-DEPOSIT-TOTAL
                  PERFORM 360-PLACE-TAX-DEPOSIT
               END-IF
            END-PERFORM

            OPEN INPUT PAY-CALENDAR-FILE
            IF WS-CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: PAYCAL.DAT NOT FOUND - NO PAY DATES "
                  "FORECAST; RUN PAYROLL-CALENDAR"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ PAY-CALENDAR-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 330-PROJECT-ONE-PAY-DATE
               END-READ
            END-PERFORM
            CLOSE PAY-CALENDAR-FILE.

       330-PROJECT-ONE-PAY-DATE.

            COMPUTE WS-PAY-DATE-INT =
               FUNCTION INTEGER-OF-DATE (CAL-PAY-DATE)
            IF WS-PAY-DATE-INT < WS-START-INT
                  OR WS-PAY-DATE-INT > WS-END-INT
               EXIT PARAGRAPH
            END-IF
            MOVE WS-PAY-DATE-INT TO WS-EVENT-INT
            MOVE WS-PAYROLL-NET-ESTIMATE TO WS-EVENT-AMOUNT
            MOVE 3 TO WS-EVENT-FLOW
            PERFORM 600-PLACE-CASH-EVENT

            MOVE WS-LATEST-LIABILITY TO WS-DEPOSIT-TOTAL
            PERFORM VARYING PD-IDX FROM 1 BY 1
                  UNTIL PD-IDX > WS-PAYDATE-COUNT
               IF PDE-PAY-DATE (PD-IDX) = CAL-PAY-DATE
                  MOVE PDE-LIABILITY (PD-IDX) TO WS-DEPOSIT-TOTAL
                  EXIT PERFORM
               END-IF
            END-PERFORM
            MOVE CAL-PAY-DATE TO WS-PAY-DATE
            PERFORM 360-PLACE-TAX-DEPOSIT.

      * The deposit for the pay date in WS-PAY-DATE, on the day
      * FEDERAL-DEPOSIT-SCHEDULE would make it due: next day at the
      * threshold, the 15th of next month for a monthly depositor,
      * otherwise Wednesday for a Wednesday-Friday pay date and
      * Friday for the rest.
       360-PLACE-TAX-DEPOSIT.

            IF WS-DEPOSIT-TOTAL = 0
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-PAY-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-PAY-DATE)
            COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD (WS-PAY-DATE-INT, 7)

            EVALUATE TRUE
               WHEN WS-DEPOSIT-TOTAL >= WS-NEXTDAY-THRESHOLD
                  COMPUTE WS-DUE-DATE-INT = WS-PAY-DATE-INT + 1
               WHEN MONTHLY-DEPOSITOR
                  IF WS-PAY-MONTH = 12
                     COMPUTE WS-DUE-YEAR = WS-PAY-YEAR + 1
                     MOVE 01 TO WS-DUE-MONTH
                  ELSE
                     MOVE WS-PAY-YEAR TO WS-DUE-YEAR
                     COMPUTE WS-DUE-MONTH = WS-PAY-MONTH + 1
                  END-IF
                  MOVE 15 TO WS-DUE-DAY
                  COMPUTE WS-DUE-DATE-INT =
                     FUNCTION INTEGER-OF-DATE (WS-DUE-DATE)
               WHEN OTHER
                  IF WS-DAY-OF-WEEK >= 3 AND WS-DAY-OF-WEEK <= 5
                     COMPUTE WS-DAYS-TO-DUE =
                        FUNCTION MOD (3 - WS-DAY-OF-WEEK + 7, 7)
                  ELSE
                     COMPUTE WS-DAYS-TO-DUE =
                        FUNCTION MOD (5 - WS-DAY-OF-WEEK + 7, 7)
                  END-IF
                  IF WS-DAYS-TO-DUE = 0
                     MOVE 7 TO WS-DAYS-TO-DUE
                  END-IF
                  COMPUTE WS-DUE-DATE-INT =
                     WS-PAY-DATE-INT + WS-DAYS-TO-DUE
            END-EVALUATE

      * A deposit already due before the start date was made (or is
      * FEDERAL-DEPOSIT-SCHEDULE's past-due problem), not a forecast
      * outflow.
            IF WS-DUE-DATE-INT < WS-START-INT
               EXIT PARAGRAPH
            END-IF
            MOVE WS-DUE-DATE-INT TO WS-EVENT-INT
            MOVE WS-DEPOSIT-TOTAL TO WS-EVENT-AMOUNT
            MOVE 4 TO WS-EVENT-FLOW
            PERFORM 600-PLACE-CASH-EVENT.

      * Open AP by due date, past-due items in week 1 - proven
      * against APOPEN.SEAL like every other reader.
       400-PROJECT-AP-DISBURSEMENTS.

            PERFORM 930-RESET-SEAL
            OPEN INPUT AP-OPEN-ITEM-FILE
            IF WS-AP-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: APOPEN.DAT OPEN FAILED - NO AP "
                  "DISBURSEMENTS FORECAST"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ AP-OPEN-ITEM-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     MOVE SPACES TO WS-SEAL-KEY-STRING
                     MOVE AP-SUPPLIER TO WS-SEAL-KEY-STRING (1:10)
                     MOVE AP-INVOICE-NO TO WS-SEAL-KEY-STRING (11:10)
                     MOVE AP-OPEN-BALANCE TO WS-SEAL-AMOUNT-VALUE
                     PERFORM 933-HASH-KEY-STRING
                     PERFORM 932-ACCUMULATE-SEAL
                     IF AP-ITEM-STATUS = "O" AND AP-OPEN-BALANCE > 0
                        COMPUTE WS-EVENT-INT =
                           FUNCTION INTEGER-OF-DATE (AP-DUE-DATE)
                        MOVE AP-OPEN-BALANCE TO WS-EVENT-AMOUNT
                        MOVE 5 TO WS-EVENT-FLOW
                        PERFORM 600-PLACE-CASH-EVENT
                     END-IF
               END-READ
            END-PERFORM
            CLOSE AP-OPEN-ITEM-FILE

            MOVE "APOPEN.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: APOPEN.DAT FAILS ITS SEAL - "
                  "NO CASH FORECAST PRODUCED"
               PERFORM 190-REFUSE-ON-SEAL
            END-IF.

      * One dated amount into its week and flow. Anything dated
      * before the start date is due now and goes in week 1;
      * anything past the horizon is left out.
       600-PLACE-CASH-EVENT.

            IF WS-EVENT-INT > WS-END-INT
               EXIT PARAGRAPH
            END-IF
            IF WS-EVENT-INT < WS-START-INT
               MOVE 1 TO WS-WEEK-SUB
            ELSE
               COMPUTE WS-WEEK-SUB =
                  (WS-EVENT-INT - WS-START-INT) / 7 + 1
            END-IF
            ADD WS-EVENT-AMOUNT TO
               WKE-FLOW (WS-WEEK-SUB WS-EVENT-FLOW).

      * Net each week (in less out) and carry the balance forward
      * from the starting bank balance.
       700-ROLL-BALANCES.

            PERFORM VARYING WS-FLOW-SUB FROM 1 BY 1
                  UNTIL WS-FLOW-SUB > 5
               MOVE 0 TO WS-FLOW-TOTAL (WS-FLOW-SUB)
            END-PERFORM
            MOVE 0 TO WS-NET-TOTAL
            PERFORM VARYING WK-IDX FROM 1 BY 1
                  UNTIL WK-IDX > WS-WEEK-COUNT
               COMPUTE WKE-NET (WK-IDX) =
                  WKE-FLOW (WK-IDX 1) + WKE-FLOW (WK-IDX 2)
                  - WKE-FLOW (WK-IDX 3) - WKE-FLOW (WK-IDX 4)
                  - WKE-FLOW (WK-IDX 5)
               IF WK-IDX = 1
                  COMPUTE WKE-BALANCE (WK-IDX) =
                     WS-STARTING-BALANCE + WKE-NET (WK-IDX)
               ELSE
                  COMPUTE WKE-BALANCE (WK-IDX) =
                     WKE-BALANCE (WK-IDX - 1) + WKE-NET (WK-IDX)
               END-IF
               PERFORM VARYING WS-FLOW-SUB FROM 1 BY 1
                     UNTIL WS-FLOW-SUB > 5
                  ADD WKE-FLOW (WK-IDX WS-FLOW-SUB) TO
                     WS-FLOW-TOTAL (WS-FLOW-SUB)
               END-PERFORM
               ADD WKE-NET (WK-IDX) TO WS-NET-TOTAL
            END-PERFORM.

       800-WRITE-FORECAST-REPORT.

            OPEN OUTPUT FORECAST-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CASHFCST.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-START-DATE TO RH1-START-DATE
            MOVE WS-RUN-DATE TO RH1-RUN-DATE
            WRITE REPORT-LINE FROM REPORT-HEADING-1
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            WRITE REPORT-LINE FROM REPORT-HEADING-2
            MOVE WS-STARTING-BALANCE TO RO-BALANCE
            WRITE REPORT-LINE FROM REPORT-OPENING-LINE

            PERFORM VARYING WK-IDX FROM 1 BY 1
                  UNTIL WK-IDX > WS-WEEK-COUNT
               PERFORM 810-WRITE-ONE-WEEK
            END-PERFORM

            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            PERFORM VARYING WS-FLOW-SUB FROM 1 BY 1
                  UNTIL WS-FLOW-SUB > 5
               MOVE WS-FLOW-TOTAL (WS-FLOW-SUB) TO RT-FLOW (WS-FLOW-SUB)
            END-PERFORM
            MOVE WS-NET-TOTAL TO RT-NET
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE

            MOVE "MINIMUM BALANCE (CASHFCTL.DAT)" TO RN-CAPTION
            MOVE WS-MINIMUM-BALANCE TO RN-AMOUNT
            WRITE REPORT-LINE FROM REPORT-NOTE-LINE
            MOVE "PAYROLL NET PER PAY DATE (LATEST PAYTOTAL RUN)" TO
               RN-CAPTION
            MOVE WS-PAYROLL-NET-ESTIMATE TO RN-AMOUNT
            WRITE REPORT-LINE FROM REPORT-NOTE-LINE
            MOVE "TAX DEPOSIT PER UNRUN PAY DATE (LATEST PAYHIST)" TO
               RN-CAPTION
            MOVE WS-LATEST-LIABILITY TO RN-AMOUNT
            WRITE REPORT-LINE FROM REPORT-NOTE-LINE
            CLOSE FORECAST-REPORT-FILE.

       810-WRITE-ONE-WEEK.

            SET WS-WEEK-SUB TO WK-IDX
            MOVE WS-WEEK-SUB TO RD-WEEK
            MOVE WKE-START-DATE (WK-IDX) TO RD-START-DATE
            PERFORM VARYING WS-FLOW-SUB FROM 1 BY 1
                  UNTIL WS-FLOW-SUB > 5
               MOVE WKE-FLOW (WK-IDX WS-FLOW-SUB) TO
                  RD-FLOW (WS-FLOW-SUB)
            END-PERFORM
            MOVE WKE-NET (WK-IDX) TO RD-NET
            MOVE WKE-BALANCE (WK-IDX) TO RD-BALANCE
            IF WKE-BALANCE (WK-IDX) < WS-MINIMUM-BALANCE
               MOVE "*** BELOW MINIMUM" TO RD-FLAG
               ADD 1 TO WS-LOW-WEEK-COUNT
               MOVE WKE-START-DATE (WK-IDX) TO WS-LW-MSG-WEEK
               MOVE WS-LOW-WEEK-MSG-BUILD TO EL-MESSAGE
               MOVE "CASH-FORECAST" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            ELSE
               MOVE SPACES TO RD-FLAG
            END-IF
            WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY SEALTBL.
       END PROGRAM CASH-FORECAST.
