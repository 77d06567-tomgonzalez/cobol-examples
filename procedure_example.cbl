
           SELECT HOURS-MERGE-WORK-FILE ASSIGN TO "HOURSMRG.TMP".

      * Off-cycle supplemental earnings - bonuses, corrections and
      * manual checks paid outside the regular run. Read only when
      * PAYROLL_OFF_CYCLE=Y; any order, summed per employee. The
      * run stamps each line it pays with the pay date, and a
      * stamped line is never paid again.
           SELECT SUPPLEMENTAL-EARNINGS-FILE ASSIGN TO "SUPPEARN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-FILE-STATUS.

      * Keyed work copy of the merged hours feed, rebuilt from
      * MERGED-HOURS-FILE every run by 067-BUILD-HOURS-INDEX so
      * 110-GET-HOURS-FOR-EMPLOYEE can READ one employee's hours by
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABOR-DIST-STATUS.

      * Project master - every customer job and internal project
      * hours may be charged to. Charges against a code not on it,
      * or against a closed project, are dropped with a warning.
           SELECT PROJECT-MASTER-FILE ASSIGN TO "PROJMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJECT-MASTER-STATUS.

      * Project time charges for the period - written by
      * TIMECLOCK-IMPORT from the project code on the clock punches,
      * with hand-keyed lines appended for anyone not on a clock.
           SELECT TIME-CHARGE-FILE ASSIGN TO "TIMECHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-CHARGE-STATUS.

      * Project labor ledger: one record per employee per project
      * per posted run, priced at the employee's actual loaded rate
      * for the period. Accumulates across runs, like PAYHIST.DAT;
      * PROJECT-COST-REPORT reads it.
           SELECT PROJECT-LABOR-FILE ASSIGN TO "PROJLAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJECT-LABOR-STATUS.

      * Paid-time-off balances, rolled old/new each run exactly the
      * way PAYYTD.DAT/PAYYTD.NEW rolls, keyed on EMP-ID - the PTO
      * spreadsheet that disagreed with payroll at every audit is
      * key into PAYCOMP.DAT. Spaces on a record written before the
      * field existed pays under company 01, the original FEIN.
           05  EMP-COMPANY-CODE    PIC X(2).
      * Form W-4 elections. Spaces on a record written before these
      * fields existed withhold as a single filer with no
      * adjustments - the old flat-bracket treatment. The dependent
      * credit, other income and deductions are annual amounts as the
      * employee entered them on the form; the extra withholding is
      * per pay period. "Y" in the exempt flag withholds no federal
      * tax at all.
           05  EMP-W4-FILING-STATUS PIC X.
               88  EMP-W4-MARRIED-JOINT    VALUE "M".
               88  EMP-W4-HEAD-OF-HOUSEHOLD VALUE "H".
           05  EMP-W4-DEPENDENT-CREDIT PIC 9(5)V9(2).
           05  EMP-W4-OTHER-INCOME PIC 9(7)V9(2).
           05  EMP-W4-DEDUCTIONS   PIC 9(7)V9(2).
           05  EMP-W4-EXTRA-WITHHOLDING PIC 9(5)V9(2).
           05  EMP-W4-EXEMPT       PIC X.
               88  EMP-W4-IS-EXEMPT        VALUE "Y".

      * Hours are kept on a separate timesheet file so a bonus or
      * correction can later be merged in ahead of this file without
      * compatible through the MERGE below.
           05  ADJ-EARN-CODE       PIC X(3).

      * One line per supplemental payment. SE-EARN-TYPE is BON
      * (bonus), COR (correction) or MAN (manual check) and is
      * informational; every type pays and withholds the same way.
       FD  SUPPLEMENTAL-EARNINGS-FILE.
       01  SUPPLEMENTAL-EARNINGS-RECORD.
           05  SPE-EMP-ID          PIC X(6).
           05  SPE-EARN-TYPE       PIC X(3).
           05  SPE-AMOUNT          PIC 9(7)V9(2).
           05  SPE-DESCRIPTION     PIC X(20).
           05  SPE-PAID-DATE       PIC X(8).
               88  SPE-NOT-YET-PAID    VALUE SPACES.

       SD  HOURS-MERGE-WORK-FILE.
       01  HOURS-MERGE-WORK-RECORD.
           05  HMW-EMP-ID          PIC X(6).
      * employees in one pass, so the period guard stays per period,
      * not per company.
           05  RR-COMPANY-CODE     PIC X(2).
      * "S" is an off-cycle supplemental run, numbered by
      * RR-RUN-SEQUENCE within its date and never counted by the
      * regular run's duplicate-period guard. "R" or spaces (every
      * record written before the field existed) is the regular run.
           05  RR-RUN-TYPE         PIC X.
               88  RR-IS-OFF-CYCLE     VALUE "S".
           05  RR-RUN-SEQUENCE     PIC 9(3).

       FD  LABOR-ALLOCATION-FILE.
       01  LABOR-ALLOCATION-RECORD.
       FD  LABOR-DIST-REPORT-FILE.
       01  LABOR-DIST-LINE         PIC X(96).

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

       FD  TIME-CHARGE-FILE.
       01  TIME-CHARGE-RECORD.
           05  TC-EMP-ID           PIC X(6).
           05  TC-WORK-DATE        PIC 9(8).
           05  TC-PROJECT-CODE     PIC X(8).
           05  TC-HOURS            PIC 9(3)V9(2).

      * PL-LABOR-AMOUNT is the charged hours' share of gross pay;
      * PL-BURDEN-AMOUNT their share of the employer FICA match,
      * benefit cost and workers' comp premium. PL-LOADED-RATE is
      * the two together per hour. PL-ENTRY-TYPE is "R" only on a
      * line PAYROLL-REVERSAL wrote to back out an earlier one.
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

       FD  PTO-BALANCE-OLD-FILE.
       01  PTO-BALANCE-OLD-RECORD.
           05  PB-OLD-EMP-ID       PIC X(6).
           05  PG-TX-ACCOUNT       PIC X(6).
           05  PG-TX-TYPE          PIC X.
           05  PG-TX-AMOUNT        PIC 9(7)V9(2).
      * The company the line posts to - the employee's own company
      * for wage expense, the parent for cash and withholding.
           05  PG-COMPANY-CODE     PIC X(2).

       FD  DEPT-ACCOUNT-FILE.
       01  DEPT-ACCOUNT-RECORD.
           05  SHX-KEY.
               10  SHX-EMP-ID      PIC X(6).
               10  SHX-PERIOD-DATE PIC 9(8).
      * Run type and sequence as registered on PAYRUNS.DAT.
               10  SHX-RUN-TYPE    PIC X.
               10  SHX-RUN-SEQUENCE PIC 9(3).
           05  SHX-EMP-NAME        PIC X(25).
           05  SHX-DEPARTMENT      PIC X(4).
           05  SHX-PAY-TYPE        PIC X.
           05  RTF-PERIOD-DATE     PIC 9(8).
           05  RTF-GRAND-GROSS     PIC 9(9)V9(2).
           05  RTF-GRAND-NET       PIC 9(9)V9(2).
      * Which run on the date wrote PAYGL.DAT - PAYROLL-REVERSAL
      * flips the feed only for the run it is backing out.
           05  RTF-RUN-TYPE        PIC X.
           05  RTF-RUN-SEQUENCE    PIC 9(3).

       FD  PAYROLL-YTD-OLD-FILE.
       01  YTD-OLD-RECORD.
           05  PH-REG-HOURS        PIC 9(3)V9(2).
           05  PH-OT-HOURS         PIC 9(3)V9(2).
           05  PH-COMPANY-CODE     PIC X(2).
      * Run type and sequence as registered on PAYRUNS.DAT, so
      * PAYROLL-REVERSAL backs out one run, not every run that
      * shared its date. Spaces (records from before) read as the
      * regular run.
           05  PH-RUN-TYPE         PIC X.
           05  PH-RUN-SEQUENCE     PIC 9(3).

      * One control record per run - see req 037.
       FD  PAY-CONTROL-FILE.
           05  EC-RATE-MODIFIER    PIC 9V9(4).

      * Per-pay-period bracket bounds. An FB-UPPER-BOUND of zero
      * marks the open-ended top bracket. One table per W-4 filing
      * status (S, M, H); a space in FB-FILING-STATUS, which is what
      * every line written before the field existed carries, belongs
      * to the single table.
       FD  FEDERAL-BRACKET-FILE.
       01  FEDERAL-BRACKET-RECORD.
           05  FB-LOWER-BOUND      PIC 9(7)V9(2).
           05  FB-UPPER-BOUND      PIC 9(7)V9(2).
           05  FB-BASE-AMOUNT      PIC 9(7)V9(2).
           05  FB-MARGINAL-RATE    PIC 9V9(5).
           05  FB-FILING-STATUS    PIC X.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
                                    TRAILING SEPARATE CHARACTER.
           05  CKPT-RUN-WC         PIC S9(9)V9(2) SIGN IS
                                    TRAILING SEPARATE CHARACTER.
           05  CKPT-DEPT-CO-COUNT  PIC 9(2).
           05  CKPT-DEPT-CO-ENTRY OCCURS 10 TIMES.
               10  CKPT-DC-COMPANY     PIC X(2).
               10  CKPT-DC-GROSS       PIC S9(9)V9(2) SIGN IS
                                        TRAILING SEPARATE CHARACTER.
               10  CKPT-DC-EMPCOST     PIC S9(9)V9(2) SIGN IS
                                        TRAILING SEPARATE CHARACTER.

           COPY EXCPFD.
           COPY RUNHFD.
           88  RESTART-MODE            VALUE 'Y'.
       01  WS-RESTART-LAST-EMP-ID  PIC X(6).

      * Off-cycle mode - PAYROLL_OFF_CYCLE=Y pays only the employees
      * on SUPPEARN.DAT, at the flat supplemental federal rate, on
      * today's date, and registers the run on PAYRUNS.DAT as its
      * own numbered off-cycle run. Never prompted for: a regular
      * run is the default and the off-cycle run is a deliberate
      * operator choice.
       01  WS-ENV-OFF-CYCLE-FLAG   PIC X.
       01  WS-OFF-CYCLE-SWITCH     PIC X VALUE 'N'.
           88  OFF-CYCLE-MODE          VALUE 'Y'.
       01  WS-OFF-CYCLE-SEQUENCE   PIC 9(3) VALUE 0.
      * The run's identity on PAYRUNS.DAT - "R" with sequence 0 for
      * the regular run, "S" with WS-OFF-CYCLE-SEQUENCE for an
      * off-cycle one - carried onto every stub-history key and
      * PAYHIST.DAT record, so a same-day off-cycle run sits beside
      * the regular run instead of on top of it.
       01  WS-PAY-RUN-TYPE         PIC X VALUE "R".
       01  WS-SUPP-FILE-STATUS     PIC XX.
       01  WS-SUPP-EOF-SWITCH      PIC X VALUE 'N'.
           88  END-OF-SUPP-EARNINGS    VALUE 'Y'.
       01  WS-SUPP-FOUND-SWITCH    PIC X VALUE 'N'.
           88  SUPP-EARNINGS-FOUND     VALUE 'Y'.
       01  WS-SUPP-AMOUNT          PIC 9(7)V9(2) VALUE 0.
       01  WS-SUPP-COUNT-MAX       PIC 9(3) VALUE 200.
       01  WS-SUPP-COUNT           PIC 9(3) VALUE 0.
       01  SUPPLEMENTAL-EARNINGS-TABLE.
           05  SUPPLEMENTAL-EARNINGS-ENTRY OCCURS 200 TIMES
                                   INDEXED BY SU-IDX.
               10  SUE-EMP-ID          PIC X(6).
               10  SUE-AMOUNT          PIC 9(7)V9(2).
               10  SUE-PAID-SWITCH     PIC X.
      * SUPPEARN.DAT line for line, for the paid-date stamp once the
      * run is registered. Only the lines there when the run loaded
      * the file are stamped; one added since waits for the next run.
       01  WS-SUPP-LINES-LOADED    PIC 9(4) VALUE 0.
       01  WS-SUPP-LINE-COUNT-MAX  PIC 9(4) VALUE 2000.
       01  WS-SUPP-LINE-COUNT      PIC 9(4) VALUE 0.
       01  WS-SUPP-LINES-STAMPED   PIC 9(4) VALUE 0.
       01  SUPPLEMENTAL-LINE-TABLE.
           05  SUPPLEMENTAL-LINE-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY SL-IDX.
               10  SLE-RECORD          PIC X(46).

      * Sane bounds for a single pay period: nobody legitimately
      * works more than 80 hours, and an hourly rate of zero or an
      * implausibly large rate almost always means a bad data entry.
       01  SOCIAL-SECURITY-RATE PIC 9V9(5) VALUE 0.06200.
       01  MEDICARE-RATE       PIC 9V9(5) VALUE 0.01450.
       01  FEDERAL-RATE        PIC 9V9(5) VALUE 0.12000.
      * Flat federal rate on supplemental wages paid in an off-cycle
      * run, in place of the W-4 brackets.
       01  SUPPLEMENTAL-FEDERAL-RATE PIC 9V9(5) VALUE 0.22000.
       01  BENEFITS-RATE       PIC 9V9(5) VALUE 0.03000.

       01  WS-FICA-WAGE-BASE   PIC 9(7)V9(2) VALUE 0.
       01  WS-STATE-LIABILITY      PIC X(6) VALUE "210500".
       01  WS-LOCAL-LIABILITY      PIC X(6) VALUE "210600".

      * The parent funds every company's payroll and remits all the
      * withholding, so cash and liability credits post to it. An
      * affiliate's wage expense posts under the affiliate, offset
      * there by a due-to-affiliates credit, and the parent carries
      * the matching due-from-affiliates debit - the GLICPAIR.DAT
      * pair GL-CONSOLIDATION eliminates.
       01  WS-PARENT-COMPANY       PIC X(2) VALUE "01".
       01  WS-DUE-FROM-AFFILIATES  PIC X(6) VALUE "150900".
       01  WS-DUE-TO-AFFILIATES    PIC X(6) VALUE "220900".
       01  WS-AFFILIATE-CHARGE     PIC S9(9)V9(2).

      * Labor distribution machinery. Allocations load and validate
      * at startup; each employee's gross, overtime pay, and
      * employer FICA match are spread across their centers (the
       01  WS-EMP-HAS-ALLOCATION   PIC X.
           88  EMPLOYEE-HAS-ALLOCATION VALUE 'Y'.

      * Project time charging - the project master and the period's
      * time charges are loaded at startup, the charges summed per
      * employee per project; each paid employee's charged hours are
      * priced into PROJLAB.DAT by 355-CHARGE-PROJECT-LABOR.
       01  WS-PROJECT-MASTER-STATUS PIC XX.
       01  WS-TIME-CHARGE-STATUS   PIC XX.
       01  WS-PROJECT-LABOR-STATUS PIC XX.
       01  WS-PROJECT-LABOR-OPEN-SWITCH PIC X VALUE 'N'.
           88  PROJECT-LABOR-IS-OPEN   VALUE 'Y'.
       01  WS-PROJECT-EOF-SWITCH   PIC X VALUE 'N'.
           88  END-OF-PROJECTS         VALUE 'Y'.
       01  WS-TIME-CHARGE-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-TIME-CHARGES     VALUE 'Y'.
       01  WS-PROJECT-COUNT-MAX    PIC 9(3) VALUE 200.
       01  WS-PROJECT-COUNT        PIC 9(3) VALUE 0.
       01  PROJECT-TABLE.
           05  PROJECT-ENTRY OCCURS 200 TIMES
                                   INDEXED BY PJ-IDX.
               10  PJE-PROJECT-CODE    PIC X(8).
               10  PJE-STATUS          PIC X.
       01  WS-CHARGE-COUNT-MAX     PIC 9(3) VALUE 500.
       01  WS-CHARGE-COUNT         PIC 9(3) VALUE 0.
       01  TIME-CHARGE-TABLE.
           05  TIME-CHARGE-ENTRY OCCURS 500 TIMES
                                   INDEXED BY TC-IDX.
               10  TCE-EMP-ID          PIC X(6).
               10  TCE-PROJECT-CODE    PIC X(8).
               10  TCE-HOURS           PIC 9(5)V9(2).
       01  WS-EMP-CHARGED-HOURS    PIC 9(5)V9(2).
       01  WS-EMP-BASIS-HOURS      PIC 9(5)V9(2).
       01  WS-EMP-BURDEN           PIC 9(7)V9(2).
       01  WS-EMP-LOADED-RATE      PIC 9(5)V9(4).
       01  WS-CHARGES-DROPPED      PIC 9(5) VALUE 0.
       01  WS-PROJECT-LINES-WRITTEN PIC 9(5) VALUE 0.
      * Built with MOVE, not STRING - see copybooks/EXCPLOG.cpy.
       01  WS-CHARGE-MSG-BUILD.
           05  FILLER              PIC X(9)  VALUE "EMPLOYEE ".
           05  WS-CHARGE-MSG-EMP-ID PIC X(6).
           05  FILLER              PIC X(9)  VALUE " PROJECT ".
           05  WS-CHARGE-MSG-PROJECT PIC X(8).
           05  WS-CHARGE-MSG-TEXT  PIC X(28).

       01  WS-CENTER-COUNT-MAX     PIC 9(3) VALUE 100.
       01  WS-CENTER-COUNT         PIC 9(3) VALUE 0.
       01  COST-CENTER-TABLE.
       01  WS-DEPT-TOTAL-EMPCOST   PIC S9(9)V9(2) VALUE 0.
       01  WS-RUN-TOTAL-EMPCOST    PIC S9(9)V9(2) VALUE 0.

      * The department's gross and employer cost split by company,
      * so each company's share of the expense debit posts under
      * that company at the department break.
       01  WS-DEPT-CO-COUNT-MAX    PIC 9(2) VALUE 10.
       01  WS-DEPT-CO-COUNT        PIC 9(2) VALUE 0.
       01  DEPT-COMPANY-TABLE.
           05  DEPT-COMPANY-ENTRY OCCURS 10 TIMES
                                   INDEXED BY DC-IDX.
               10  DCE-COMPANY-CODE    PIC X(2).
               10  DCE-GROSS           PIC S9(9)V9(2).
               10  DCE-EMPCOST         PIC S9(9)V9(2).

      * Garnishment machinery. Orders load and bubble-sort by
      * EMP-ID/priority exactly like the voluntary deduction table;
      * 225-APPLY-GARNISHMENT-ORDERS walks this employee's orders in
       01  WS-FED-BRACKET-FILE-STATUS PIC XX.
       01  WS-FED-BRACKET-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-FED-BRACKETS      VALUE 'Y'.
       01  WS-FED-BRACKET-COUNT-MAX PIC 9(3) VALUE 60.
       01  WS-FED-BRACKET-COUNT    PIC 9(3) VALUE 0.
       01  FEDERAL-BRACKET-TABLE.
           05  FEDERAL-BRACKET-ENTRY OCCURS 60 TIMES
                                   INDEXED BY FB-IDX.
               10  FBE-LOWER-BOUND     PIC 9(7)V9(2).
               10  FBE-UPPER-BOUND     PIC 9(7)V9(2).
               10  FBE-BASE-AMOUNT     PIC 9(7)V9(2).
               10  FBE-MARGINAL-RATE   PIC 9V9(5).
               10  FBE-FILING-STATUS   PIC X.

      * W-4 working fields for 210-COMPUTE-FEDERAL-WITHHOLDING. The
      * employee's annual other-income, deductions and dependent
      * credit are spread over WS-PERIODS-PER-YEAR, set from the
      * PAYCTRL.DAT pay frequency alongside WS-PERIOD-DAYS.
       01  WS-PERIODS-PER-YEAR     PIC 9(3) VALUE 52.
       01  WS-W4-FILING-STATUS     PIC X.
       01  WS-W4-ADJUSTED-WAGE     PIC S9(9)V9(2).
       01  WS-W4-PERIOD-CREDIT     PIC S9(7)V9(2).
       01  WS-W4-BRACKET-SWITCH    PIC X.
           88  W4-BRACKET-FOUND        VALUE 'Y'.

       01  FICA-WITHHOLDING    PIC S9(7)V9(2).
       01  FEDERAL-WITHHOLDING PIC S9(7)V9(2).
       01  REGISTER-HEADING-1.
           05  FILLER          PIC X(20) VALUE SPACES.
           05  FILLER          PIC X(20) VALUE "PAYROLL REGISTER".
           05  RH1-RUN-TYPE    PIC X(25) VALUE SPACES.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH1-PAGE-NUMBER PIC ZZ9.
       01  REGISTER-HEADING-2.
            PERFORM 010-RECORD-RUN-START
            MOVE "PROCEDURES-EXAMPLE" TO WS-RUNSTAT-PROGRAM-ID

      * An off-cycle run pays SUPPEARN.DAT and nothing else, so the
      * period's hours are never merged - and a run with nothing to
      * pay stops here, before the register is even consulted.
            PERFORM 053-GET-OFF-CYCLE-MODE
            IF OFF-CYCLE-MODE
               PERFORM 078-LOAD-SUPPLEMENTAL-EARNINGS
               IF WS-SUPP-COUNT = 0
                  DISPLAY "OFF-CYCLE RUN ABORTED - NOTHING TO PAY ON "
                     "SUPPEARN.DAT.  NO FILES WERE TOUCHED."
                  MOVE "OFF-CYCLE RUN HAS NO SUPPLEMENTAL EARNINGS" TO
                     EL-MESSAGE
                  MOVE "PROCEDURES-EXAMPLE" TO EL-PROGRAM-ID
                  MOVE "E" TO EL-SEVERITY
                  PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
                  MOVE 1 TO RETURN-CODE
                  PERFORM 970-DISPLAY-RUN-STATISTICS
                  STOP RUN
               END-IF
            ELSE
      * Merge the one-time bonus/correction feed into the base hours
      * feed ahead of everything else - see req 044. Both
      * EMPLOYEE-HOURS-FILE and PAY-ADJUSTMENT-FILE are opened and
      * closed by the MERGE statement itself.
               MERGE HOURS-MERGE-WORK-FILE
                  ON ASCENDING KEY HMW-EMP-ID
                  USING EMPLOYEE-HOURS-FILE, PAY-ADJUSTMENT-FILE
                  GIVING MERGED-HOURS-FILE
            END-IF

            PERFORM 056-GET-RUN-MODE
            PERFORM 057-GET-RESTART-MODE
            PERFORM 076-LOAD-WC-RATES
            PERFORM 077-LOAD-COMPANY-TABLE
            PERFORM 061-LOAD-LABOR-ALLOCATIONS
            PERFORM 081-LOAD-PROJECT-CHARGES
            PERFORM 065-LOAD-CURRENCY-RATE-TABLE
            PERFORM 071-LOAD-EARNINGS-CODES
            PERFORM 067-BUILD-HOURS-INDEX
                        AND EMP-ID NOT > WS-RESTART-LAST-EMP-ID
                     CONTINUE
                  ELSE
                     IF OFF-CYCLE-MODE
                        PERFORM 140-PAY-OFF-CYCLE-EMPLOYEE
                     ELSE
                        IF VALID-INPUT-RECORD
                           PERFORM 130-CHECK-TERMINATION-STATUS
                           IF EMPLOYEE-TERMINATED-PRIOR
                              PERFORM 325-CARRY-YTD-FORWARD
                           ELSE
                              PERFORM 200-PROCESS-ROUTINE
                              PERFORM 300-PREPARE-OUTPUT
                              PERFORM 400-DISPLAY-OUTPUT
                           END-IF
                        END-IF
                        PERFORM 345-WRITE-CHECKPOINT
                     END-IF
                  END-IF
                  PERFORM 100-GET-USER-INPUT
               END-PERFORM
                  PERFORM 395-WRITE-DEPARTMENT-SUBTOTAL
               END-IF

               IF OFF-CYCLE-MODE
                  PERFORM 145-REJECT-UNPAID-SUPPLEMENTAL
               END-IF
               PERFORM 800-WRITE-REGISTER-TOTALS
               PERFORM 805-WRITE-LABOR-DISTRIBUTION
      * An off-cycle run never checkpoints, so it leaves whatever
      * checkpoint a regular run may still need exactly as it was.
               IF NOT OFF-CYCLE-MODE
                  PERFORM 990-CLEAR-CHECKPOINT
               END-IF
            ELSE
               DISPLAY "PAYROLL RUN ABORTED - OPERATOR NOT AUTHORIZED."
            END-IF

            STOP RUN.

      * Off-cycle mode comes only from the environment - see the
      * note on WS-OFF-CYCLE-SWITCH. The off-cycle run is paid on the
      * day it runs, not on the regular period's PAYCTRL pay date.
       053-GET-OFF-CYCLE-MODE.

            DISPLAY "PAYROLL_OFF_CYCLE" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-OFF-CYCLE-FLAG FROM ENVIRONMENT-VALUE
            IF WS-ENV-OFF-CYCLE-FLAG = "Y"
               MOVE 'Y' TO WS-OFF-CYCLE-SWITCH
               MOVE "S" TO WS-PAY-RUN-TYPE
               MOVE "OFF-CYCLE SUPPLEMENTAL" TO RH1-RUN-TYPE
               DISPLAY "*** OFF-CYCLE SUPPLEMENTAL RUN - ONLY "
                  "EMPLOYEES ON SUPPEARN.DAT WILL BE PAID ***"
            END-IF.

      * Dry-run mode - see req 046. Asked before 050-OPEN-FILES so the
      * answer can decide whether PAYROLL-YTD-NEW-FILE and
      * DIRECT-DEPOSIT-FILE get opened at all.
            IF WS-ENV-RESTART-FLAG NOT = "Y" OR DRY-RUN-MODE
               EXIT PARAGRAPH
            END-IF
            IF OFF-CYCLE-MODE
               DISPLAY "RESTART IGNORED FOR AN OFF-CYCLE RUN - "
                  "RUNNING FROM THE TOP."
               EXIT PARAGRAPH
            END-IF

            ACCEPT WS-SIGNON-DATE FROM DATE YYYYMMDD
            OPEN INPUT CHECKPOINT-FILE
            MOVE CKPT-DEPT-EMPCOST TO WS-DEPT-TOTAL-EMPCOST
            MOVE CKPT-RUN-EMPCOST TO WS-RUN-TOTAL-EMPCOST
            MOVE CKPT-RUN-WC TO WS-RUN-TOTAL-WC
      * A checkpoint written before the company split was carried
      * puts the whole department in hand on the parent.
            IF CKPT-DEPT-CO-COUNT IS NUMERIC
               MOVE CKPT-DEPT-CO-COUNT TO WS-DEPT-CO-COUNT
               PERFORM VARYING DC-IDX FROM 1 BY 1
                     UNTIL DC-IDX > WS-DEPT-CO-COUNT
                  MOVE CKPT-DC-COMPANY (DC-IDX) TO
                     DCE-COMPANY-CODE (DC-IDX)
                  MOVE CKPT-DC-GROSS (DC-IDX) TO DCE-GROSS (DC-IDX)
                  MOVE CKPT-DC-EMPCOST (DC-IDX) TO
                     DCE-EMPCOST (DC-IDX)
               END-PERFORM
            ELSE
               MOVE 1 TO WS-DEPT-CO-COUNT
               MOVE WS-PARENT-COMPANY TO DCE-COMPANY-CODE (1)
               MOVE WS-DEPT-TOTAL-GROSS TO DCE-GROSS (1)
               MOVE WS-DEPT-TOTAL-EMPCOST TO DCE-EMPCOST (1)
            END-IF
            DISPLAY "RESTARTING AFTER EMPLOYEE ",
               WS-RESTART-LAST-EMP-ID, " - COMMITTED OUTPUT IS "
               "KEPT IN PLACE."
      * EMPLOYEE-HOURS-FILE and PAY-ADJUSTMENT-FILE were already
      * opened, read, and closed by the MERGE statement in
      * 000-MAIN-PROCEDURE - see req 044. This program now reads the
      * merged result instead. An off-cycle run merged nothing and
      * reads no hours at all.
            IF OFF-CYCLE-MODE
               MOVE 'Y' TO WS-MERGED-HOURS-EOF-SWITCH
            ELSE
               OPEN INPUT MERGED-HOURS-FILE
               IF WS-MERGED-HOURS-STATUS NOT = "00"
                  DISPLAY "ERROR: MERGED-HOURS-FILE OPEN FAILED, "
                     "STATUS = ", WS-MERGED-HOURS-STATUS
                  MOVE 'Y' TO WS-EOF-SWITCH
                  MOVE 1 TO RETURN-CODE
                  MOVE "MERGED-HOURS-FILE" TO WS-LOG-FILE-NAME
                  MOVE WS-MERGED-HOURS-STATUS TO WS-LOG-FILE-STATUS
                  PERFORM 955-LOG-FILE-OPEN-ERROR
               END-IF
            END-IF

      * On a restart the committed portion of every output stays in
                     IF PC-PAY-DATE IS NUMERIC
                        MOVE PC-PAY-DATE TO WS-RUN-PAY-DATE
                     END-IF
                     IF OFF-CYCLE-MODE
                        ACCEPT WS-RUN-PAY-DATE FROM DATE YYYYMMDD
                     END-IF
                     IF PC-PRENOTE-WAIT-DAYS IS NUMERIC
                           AND PC-PRENOTE-WAIT-DAYS NOT = 0
                        MOVE PC-PRENOTE-WAIT-DAYS TO
                     EVALUATE TRUE
                        WHEN PC-PERIOD-IS-BIWEEKLY
                           MOVE 14 TO WS-PERIOD-DAYS
                           MOVE 26 TO WS-PERIODS-PER-YEAR
                        WHEN PC-PERIOD-IS-MONTHLY
                           MOVE 30 TO WS-PERIOD-DAYS
                           MOVE 12 TO WS-PERIODS-PER-YEAR
                        WHEN OTHER
                           MOVE 7 TO WS-PERIOD-DAYS
                           MOVE 52 TO WS-PERIODS-PER-YEAR
                     END-EVALUATE
               END-READ
            END-IF
                  "STATUS = ", WS-HISTORY-FILE-STATUS
            ELSE
               MOVE 'Y' TO WS-HISTORY-FILE-OPENED-SWITCH
            END-IF

      * Project labor ledger - a posted regular run only; a dry run
      * prices nothing and an off-cycle run pays no hours. Not fatal
      * if it can't be opened, like the history file above.
            IF NOT DRY-RUN-MODE AND NOT OFF-CYCLE-MODE
               OPEN EXTEND PROJECT-LABOR-FILE
               IF WS-PROJECT-LABOR-STATUS NOT = "00"
                  OPEN OUTPUT PROJECT-LABOR-FILE
               END-IF
               IF WS-PROJECT-LABOR-STATUS NOT = "00"
                  DISPLAY "WARNING: PROJECT-LABOR-FILE OPEN FAILED, "
                     "STATUS = ", WS-PROJECT-LABOR-STATUS
                  MOVE "PROJECT-LABOR-FILE" TO WS-LOG-FILE-NAME
                  MOVE WS-PROJECT-LABOR-STATUS TO WS-LOG-FILE-STATUS
                  PERFORM 955-LOG-FILE-OPEN-ERROR
               ELSE
                  MOVE 'Y' TO WS-PROJECT-LABOR-OPEN-SWITCH
               END-IF
            END-IF.

      * Report pagination (req 049): prints the register's two-line
      * Duplicate-period guard: a live run whose period date is
      * already posted (a "P" on PAYRUNS.DAT without a matching "R")
      * refuses to post before any file is opened for output. Dry
      * runs are never checked and never registered. Off-cycle runs
      * are invisible to the guard; an off-cycle run is never
      * refused and takes the next off-cycle sequence for its date.
       058-CHECK-RUN-REGISTER.

            ACCEPT WS-SIGNON-DATE FROM DATE YYYYMMDD
                     MOVE 'Y' TO WS-RUN-REGISTER-EOF
                  NOT AT END
                     IF RR-PERIOD-DATE = WS-SIGNON-DATE
                        IF RR-IS-OFF-CYCLE
                           IF RR-RUN-SEQUENCE IS NUMERIC
                                 AND RR-RUN-SEQUENCE >
                                    WS-OFF-CYCLE-SEQUENCE
                              MOVE RR-RUN-SEQUENCE TO
                                 WS-OFF-CYCLE-SEQUENCE
                           END-IF
                        ELSE
                           IF RR-IS-POSTED
                              ADD 1 TO WS-PERIOD-POSTED-COUNT
                           END-IF
                           IF RR-IS-REVERSED
                              SUBTRACT 1 FROM WS-PERIOD-POSTED-COUNT
                           END-IF
                        END-IF
                     END-IF
               END-READ
               CLOSE RUN-REGISTER-FILE
            END-IF

            IF OFF-CYCLE-MODE
               ADD 1 TO WS-OFF-CYCLE-SEQUENCE
               DISPLAY "OFF-CYCLE RUN ", WS-OFF-CYCLE-SEQUENCE,
                  " FOR ", WS-SIGNON-DATE
               EXIT PARAGRAPH
            END-IF

            IF WS-PERIOD-POSTED-COUNT > 0
               MOVE 'Y' TO WS-PERIOD-GUARD-SWITCH
               DISPLAY "PAYROLL RUN REFUSED - PAY PERIOD ",
               END-READ
            END-PERFORM.

      * Loads SUPPEARN.DAT for an off-cycle run, one entry per
      * employee with every line for them summed. A line without a
      * positive amount is refused on its own and the rest still
      * pay. A missing file leaves the table empty, which stops the
      * run in 000-MAIN-PROCEDURE.
       078-LOAD-SUPPLEMENTAL-EARNINGS.

            OPEN INPUT SUPPLEMENTAL-EARNINGS-FILE
            IF WS-SUPP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: SUPPLEMENTAL-EARNINGS-FILE OPEN FAILED, "
                  "STATUS = ", WS-SUPP-FILE-STATUS
               MOVE 'Y' TO WS-SUPP-EOF-SWITCH
            END-IF

            PERFORM UNTIL END-OF-SUPP-EARNINGS
               READ SUPPLEMENTAL-EARNINGS-FILE
                  AT END
                     MOVE 'Y' TO WS-SUPP-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-SUPP-LINES-LOADED
                     PERFORM 079-TABLE-SUPPLEMENTAL-LINE
               END-READ
            END-PERFORM

            IF WS-SUPP-FILE-STATUS = "10"
               CLOSE SUPPLEMENTAL-EARNINGS-FILE
            END-IF
            DISPLAY "SUPPLEMENTAL EARNINGS LOADED FOR ", WS-SUPP-COUNT,
               " EMPLOYEE(S).".

       079-TABLE-SUPPLEMENTAL-LINE.

            IF NOT SPE-NOT-YET-PAID
               EXIT PARAGRAPH
            END-IF
            IF SPE-AMOUNT IS NOT NUMERIC OR SPE-AMOUNT = 0
               DISPLAY "REJECTED: supplemental earnings for employee ",
                  SPE-EMP-ID, " - amount missing or zero."
               MOVE SPE-EMP-ID TO WS-VAL-MSG-EMP-ID
               MOVE "HAS A SUPPLEMENTAL LINE WITH NO AMOUNT" TO
                  WS-VAL-MSG-LITERAL-2
               PERFORM 125-LOG-VALIDATION-REJECT
               EXIT PARAGRAPH
            END-IF

            PERFORM VARYING SU-IDX FROM 1 BY 1
                  UNTIL SU-IDX > WS-SUPP-COUNT
               IF SUE-EMP-ID (SU-IDX) = SPE-EMP-ID
                  ADD SPE-AMOUNT TO SUE-AMOUNT (SU-IDX)
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM

            IF WS-SUPP-COUNT < WS-SUPP-COUNT-MAX
               ADD 1 TO WS-SUPP-COUNT
               MOVE SPE-EMP-ID TO SUE-EMP-ID (WS-SUPP-COUNT)
               MOVE SPE-AMOUNT TO SUE-AMOUNT (WS-SUPP-COUNT)
               MOVE 'N' TO SUE-PAID-SWITCH (WS-SUPP-COUNT)
            ELSE
               DISPLAY "WARNING: SUPPLEMENTAL EARNINGS TABLE FULL, "
                  "IGNORING EMPLOYEE ", SPE-EMP-ID
            END-IF.

      * Loads the graduated federal withholding brackets. Not fatal
      * if the file is missing - 210-COMPUTE-FEDERAL-WITHHOLDING
      * falls back to the flat FEDERAL-RATE when no brackets loaded,
                           FBE-BASE-AMOUNT (WS-FED-BRACKET-COUNT)
                        MOVE FB-MARGINAL-RATE TO
                           FBE-MARGINAL-RATE (WS-FED-BRACKET-COUNT)
                        IF FB-FILING-STATUS = "M" OR "H"
                           MOVE FB-FILING-STATUS TO
                              FBE-FILING-STATUS (WS-FED-BRACKET-COUNT)
                        ELSE
                           MOVE "S" TO
                              FBE-FILING-STATUS (WS-FED-BRACKET-COUNT)
                        END-IF
                     ELSE
                        DISPLAY "WARNING: FEDERAL BRACKET TABLE FULL,"
                           " IGNORING BRACKET AT ", FB-LOWER-BOUND
               END-IF
            END-PERFORM.

      * Loads the open projects, then the period's time charges
      * against them, summed per employee per project. Neither file
      * is required - no charges means no project labor this run.
      * A charge to a project not on the master, or to a closed one,
      * is dropped and logged; the hours are still paid.
       081-LOAD-PROJECT-CHARGES.

            OPEN INPUT PROJECT-MASTER-FILE
            IF WS-PROJECT-MASTER-STATUS NOT = "00"
               MOVE 'Y' TO WS-PROJECT-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-PROJECTS
               READ PROJECT-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-PROJECT-EOF-SWITCH
                  NOT AT END
                     IF WS-PROJECT-COUNT < WS-PROJECT-COUNT-MAX
                        ADD 1 TO WS-PROJECT-COUNT
                        MOVE PJ-PROJECT-CODE TO
                           PJE-PROJECT-CODE (WS-PROJECT-COUNT)
                        MOVE PJ-STATUS TO
                           PJE-STATUS (WS-PROJECT-COUNT)
                     ELSE
                        DISPLAY "WARNING: PROJECT TABLE FULL, "
                           "IGNORING PROJECT ", PJ-PROJECT-CODE
                     END-IF
               END-READ
            END-PERFORM
            IF WS-PROJECT-MASTER-STATUS = "10"
               CLOSE PROJECT-MASTER-FILE
            END-IF

            IF OFF-CYCLE-MODE
               EXIT PARAGRAPH
            END-IF
            OPEN INPUT TIME-CHARGE-FILE
            IF WS-TIME-CHARGE-STATUS NOT = "00"
               MOVE 'Y' TO WS-TIME-CHARGE-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-TIME-CHARGES
               READ TIME-CHARGE-FILE
                  AT END
                     MOVE 'Y' TO WS-TIME-CHARGE-EOF-SWITCH
                  NOT AT END
                     PERFORM 083-TABLE-TIME-CHARGE
               END-READ
            END-PERFORM
            IF WS-TIME-CHARGE-STATUS = "10"
               CLOSE TIME-CHARGE-FILE
            END-IF
            IF WS-CHARGE-COUNT > 0
               DISPLAY "PROJECT TIME CHARGES LOADED: ", WS-CHARGE-COUNT,
                  " EMPLOYEE/PROJECT LINE(S), ", WS-CHARGES-DROPPED,
                  " DROPPED."
            END-IF.

       083-TABLE-TIME-CHARGE.

            PERFORM VARYING PJ-IDX FROM 1 BY 1
                  UNTIL PJ-IDX > WS-PROJECT-COUNT
               IF PJE-PROJECT-CODE (PJ-IDX) = TC-PROJECT-CODE
                  EXIT PERFORM
               END-IF
            END-PERFORM
            MOVE SPACES TO WS-CHARGE-MSG-TEXT
            IF PJ-IDX > WS-PROJECT-COUNT
               MOVE " NOT ON PROJECT MASTER" TO WS-CHARGE-MSG-TEXT
            ELSE
               IF PJE-STATUS (PJ-IDX) NOT = "A"
                  MOVE " IS CLOSED TO CHARGES" TO WS-CHARGE-MSG-TEXT
               END-IF
            END-IF
            IF TC-HOURS IS NOT NUMERIC
               MOVE " CHARGE HOURS NOT NUMERIC" TO WS-CHARGE-MSG-TEXT
            END-IF
            IF WS-CHARGE-MSG-TEXT NOT = SPACES
               DISPLAY "WARNING: TIME CHARGE FOR EMPLOYEE ", TC-EMP-ID,
                  " PROJECT ", TC-PROJECT-CODE, WS-CHARGE-MSG-TEXT,
                  " - DROPPED"
               MOVE TC-EMP-ID TO WS-CHARGE-MSG-EMP-ID
               MOVE TC-PROJECT-CODE TO WS-CHARGE-MSG-PROJECT
               MOVE WS-CHARGE-MSG-BUILD TO EL-MESSAGE
               MOVE "PROCEDURES-EXAMPLE" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               ADD 1 TO WS-CHARGES-DROPPED
               EXIT PARAGRAPH
            END-IF

            PERFORM VARYING TC-IDX FROM 1 BY 1
                  UNTIL TC-IDX > WS-CHARGE-COUNT
               IF TCE-EMP-ID (TC-IDX) = TC-EMP-ID
                     AND TCE-PROJECT-CODE (TC-IDX) = TC-PROJECT-CODE
                  ADD TC-HOURS TO TCE-HOURS (TC-IDX)
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-CHARGE-COUNT < WS-CHARGE-COUNT-MAX
               ADD 1 TO WS-CHARGE-COUNT
               MOVE TC-EMP-ID TO TCE-EMP-ID (WS-CHARGE-COUNT)
               MOVE TC-PROJECT-CODE TO
                  TCE-PROJECT-CODE (WS-CHARGE-COUNT)
               MOVE TC-HOURS TO TCE-HOURS (WS-CHARGE-COUNT)
            ELSE
               DISPLAY "WARNING: TIME CHARGE TABLE FULL, IGNORING "
                  "CHARGE FOR ", TC-EMP-ID, " PROJECT ",
                  TC-PROJECT-CODE
               ADD 1 TO WS-CHARGES-DROPPED
            END-IF.

      * Loads the state/local withholding rate table. Not fatal if
      * the file is missing - every employee then withholds at the
      * logged defaults.
                     MOVE "01" TO WS-EMP-COMPANY
                  END-IF
                  PERFORM 110-GET-HOURS-FOR-EMPLOYEE
                  IF OFF-CYCLE-MODE
                     PERFORM 111-GET-SUPPLEMENTAL-EARNINGS
                  END-IF
                  PERFORM 115-GET-BANKING-FOR-EMPLOYEE
                  PERFORM 120-VALIDATE-INPUT
            END-READ.
                  END-PERFORM
            END-READ.

      * This employee's summed supplemental earnings, marked paid so
      * 145-REJECT-UNPAID-SUPPLEMENTAL can name whatever is left.
       111-GET-SUPPLEMENTAL-EARNINGS.

            MOVE 'N' TO WS-SUPP-FOUND-SWITCH
            MOVE 0 TO WS-SUPP-AMOUNT
            PERFORM VARYING SU-IDX FROM 1 BY 1
                  UNTIL SU-IDX > WS-SUPP-COUNT
               IF SUE-EMP-ID (SU-IDX) = EMP-ID
                  MOVE 'Y' TO WS-SUPP-FOUND-SWITCH
                  MOVE SUE-AMOUNT (SU-IDX) TO WS-SUPP-AMOUNT
                  MOVE 'Y' TO SUE-PAID-SWITCH (SU-IDX)
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * An employee whose master record failed its edits is not
      * paid, so the lines stay open for the next off-cycle run.
       112-UNMARK-SUPPLEMENTAL-EARNINGS.

            PERFORM VARYING SU-IDX FROM 1 BY 1
                  UNTIL SU-IDX > WS-SUPP-COUNT
               IF SUE-EMP-ID (SU-IDX) = EMP-ID
                  MOVE 'N' TO SUE-PAID-SWITCH (SU-IDX)
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       115-GET-BANKING-FOR-EMPLOYEE.

            MOVE "N" TO WS-BANK-DISPOSITION
               END-IF
            END-IF.

      * Off-cycle: an employee on SUPPEARN.DAT is paid - terminated
      * or not, since a manual final check or a bonus owed after
      * separation is exactly what this run is for - and everyone
      * else rides their YTD, match and PTO forward untouched so the
      * new generations stay complete.
       140-PAY-OFF-CYCLE-EMPLOYEE.

            MOVE SPACE TO WS-TERMINATED-SWITCH
            IF SUPP-EARNINGS-FOUND AND VALID-INPUT-RECORD
               PERFORM 200-PROCESS-ROUTINE
               PERFORM 300-PREPARE-OUTPUT
               PERFORM 400-DISPLAY-OUTPUT
            ELSE
               IF SUPP-EARNINGS-FOUND
                  PERFORM 112-UNMARK-SUPPLEMENTAL-EARNINGS
               END-IF
               PERFORM 325-CARRY-YTD-FORWARD
            END-IF.

      * A supplemental line whose employee never came up on the
      * master (or whose master record failed its edits) was not
      * paid; the clerk has to hear about every one.
       145-REJECT-UNPAID-SUPPLEMENTAL.

            PERFORM VARYING SU-IDX FROM 1 BY 1
                  UNTIL SU-IDX > WS-SUPP-COUNT
               IF SUE-PAID-SWITCH (SU-IDX) = 'N'
                  DISPLAY "REJECTED: supplemental earnings for "
                     "employee ", SUE-EMP-ID (SU-IDX),
                     " - not on the master or failed its edits."
                  MOVE SUE-EMP-ID (SU-IDX) TO WS-VAL-MSG-EMP-ID
                  MOVE "HAS SUPPLEMENTAL EARNINGS BUT WAS NOT PAID" TO
                     WS-VAL-MSG-LITERAL-2
                  PERFORM 125-LOG-VALIDATION-REJECT
               END-IF
            END-PERFORM.

      * Rolls a closed employee's year-to-date snapshot into the new
      * generation untouched, so W2-SUMMARY still sees their wage
      * and withholding history at year end.

       200-PROCESS-ROUTINE.

      * Off-cycle pay is the supplemental amount itself - no hours,
      * no overtime, no differentials, no proration.
            IF OFF-CYCLE-MODE
               MOVE 0 TO REGULAR-HOURS
               MOVE 0 TO OVERTIME-HOURS
               MOVE 0 TO OVERTIME-RATE
               MOVE WS-SUPP-AMOUNT TO REGULAR-PAY
               MOVE 0 TO OVERTIME-PAY
               MOVE 0 TO DIFFERENTIAL-PAY
               MOVE 0 TO WS-EARN-LINE-COUNT
               MOVE 0 TO WS-DAYS-IN-PERIOD
               MOVE WS-SUPP-AMOUNT TO GROSS-PAY
               PERFORM 205-FINISH-GROSS-AND-DEDUCTIONS
               EXIT PARAGRAPH
            END-IF

      * Salaried employees are paid their period salary outright -
      * no hours feed required, no overtime - and drop straight
      * through to the same proration and deduction path the hourly
            PERFORM 220-COMPUTE-FICA-WITHHOLDING
            PERFORM 210-COMPUTE-FEDERAL-WITHHOLDING
            PERFORM 215-COMPUTE-STATE-LOCAL-WITHHOLDING
      * The benefits deduction is a per-period charge the regular run
      * already took; a supplemental payment does not take it again.
            IF OFF-CYCLE-MODE
               MOVE 0 TO BENEFITS-DEDUCTION
            ELSE
               COMPUTE BENEFITS-DEDUCTION ROUNDED =
                  GROSS-PAY * BENEFITS-RATE
            END-IF

            ADD FICA-WITHHOLDING FEDERAL-WITHHOLDING
               STATE-WITHHOLDING LOCAL-WITHHOLDING
            MOVE 0 TO WS-VOLUNTARY-TOTAL
            MOVE 0 TO WS-EMP-401K-AMOUNT
      * A reversal backout re-takes nothing voluntary - the original
      * deductions stand unless the clerk reverses them by hand. The
      * elections are per period, so an off-cycle payment takes none.
            IF GROSS-PAY < 0 OR OFF-CYCLE-MODE
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING VD-IDX FROM 1 BY 1
                  END-IF
               END-IF
            END-IF
      * The employer premium is per period too - paid on the
      * regular run only.
            IF NOT OFF-CYCLE-MODE
               MOVE BPE-PREMIUM (BP-IDX) TO WS-EMP-PREMIUM-AMOUNT
            END-IF

            COMPUTE WS-EMP-EMPLOYER-COST =
               WS-EMP-MATCH-AMOUNT + WS-EMP-PREMIUM-AMOUNT
            ADD WS-EMP-EMPLOYER-COST TO WS-RUN-TOTAL-EMPCOST

            IF NOT DRY-RUN-MODE
            ADD WS-EMP-WC-PREMIUM TO
               WTE-CLASS-PREMIUM (WT-CLASS-IDX).

      * Graduated federal withholding from the employee's W-4. The
      * period's gross is adjusted by the form's other income (added)
      * and deductions (taken off), each spread evenly over the pay
      * periods in the year; the adjusted wage is then found in the
      * filing status's own bracket table (an FBE-UPPER-BOUND of zero
      * is the open-ended top bracket) and withheld at the bracket's
      * base amount plus the marginal rate on the excess over the
      * bracket's lower bound. The dependent credit comes off that,
      * never below zero, and the extra per-period withholding goes
      * on top. An exempt W-4 withholds nothing. No brackets loaded
      * means FEDBRKT.DAT was missing and the flat FEDERAL-RATE
      * applies, exactly as this program always withheld.
       210-COMPUTE-FEDERAL-WITHHOLDING.

            IF EMP-W4-IS-EXEMPT AND GROSS-PAY >= 0
               MOVE 0 TO FEDERAL-WITHHOLDING
               EXIT PARAGRAPH
            END-IF

      * Supplemental wages withhold at the flat supplemental rate,
      * with no W-4 adjustments and no extra per-period amount.
            IF OFF-CYCLE-MODE
               COMPUTE FEDERAL-WITHHOLDING ROUNDED =
                  GROSS-PAY * SUPPLEMENTAL-FEDERAL-RATE
               EXIT PARAGRAPH
            END-IF

      * A reversal's negative gross refunds at the flat rate - no
      * bracket covers it and no warning is owed for that.
            IF GROSS-PAY < 0
               COMPUTE FEDERAL-WITHHOLDING ROUNDED =
                  GROSS-PAY * FEDERAL-RATE
               EXIT PARAGRAPH
            END-IF

            IF WS-FED-BRACKET-COUNT = 0
               COMPUTE FEDERAL-WITHHOLDING ROUNDED =
                  GROSS-PAY * FEDERAL-RATE
            ELSE
               PERFORM 211-ADJUST-WAGE-FOR-W4
               PERFORM 212-FIND-FEDERAL-BRACKET
      * A status whose own table on FEDBRKT.DAT does not cover the
      * wage (or is missing) withholds off the single table rather
      * than off the flat rate.
               IF NOT W4-BRACKET-FOUND AND WS-W4-FILING-STATUS NOT = "S"
                  DISPLAY "WARNING: NO FILING STATUS ",
                     WS-W4-FILING-STATUS, " FEDERAL BRACKET COVERS "
                     "EMPLOYEE ", EMP-ID, " - WITHHELD AS SINGLE"
                  MOVE "S" TO WS-W4-FILING-STATUS
                  PERFORM 212-FIND-FEDERAL-BRACKET
               END-IF
               IF W4-BRACKET-FOUND
                  COMPUTE FEDERAL-WITHHOLDING ROUNDED =
                     FBE-BASE-AMOUNT (FB-IDX)
                     + ((WS-W4-ADJUSTED-WAGE - FBE-LOWER-BOUND (FB-IDX))
                        * FBE-MARGINAL-RATE (FB-IDX))
                  IF EMP-W4-DEPENDENT-CREDIT IS NUMERIC
                     COMPUTE WS-W4-PERIOD-CREDIT ROUNDED =
                        EMP-W4-DEPENDENT-CREDIT / WS-PERIODS-PER-YEAR
                     SUBTRACT WS-W4-PERIOD-CREDIT FROM
                        FEDERAL-WITHHOLDING
                     IF FEDERAL-WITHHOLDING < 0
                        MOVE 0 TO FEDERAL-WITHHOLDING
                     END-IF
                  END-IF
               ELSE
                  DISPLAY "WARNING: NO FEDERAL BRACKET COVERS GROSS "
                     "PAY FOR EMPLOYEE ", EMP-ID,
                     " - USING FLAT FEDERAL RATE"
                  COMPUTE FEDERAL-WITHHOLDING ROUNDED =
                     GROSS-PAY * FEDERAL-RATE
               END-IF
            END-IF

            IF EMP-W4-EXTRA-WITHHOLDING IS NUMERIC
               ADD EMP-W4-EXTRA-WITHHOLDING TO FEDERAL-WITHHOLDING
            END-IF.

      * Spaces in the W-4 amounts (a master record written before the
      * elections were carried) adjust nothing, and any status other
      * than M or H - space included - withholds as single.
       211-ADJUST-WAGE-FOR-W4.

            MOVE GROSS-PAY TO WS-W4-ADJUSTED-WAGE
            IF EMP-W4-OTHER-INCOME IS NUMERIC
               COMPUTE WS-W4-ADJUSTED-WAGE ROUNDED =
                  WS-W4-ADJUSTED-WAGE
                  + (EMP-W4-OTHER-INCOME / WS-PERIODS-PER-YEAR)
            END-IF
            IF EMP-W4-DEDUCTIONS IS NUMERIC
               COMPUTE WS-W4-ADJUSTED-WAGE ROUNDED =
                  WS-W4-ADJUSTED-WAGE
                  - (EMP-W4-DEDUCTIONS / WS-PERIODS-PER-YEAR)
            END-IF
            IF WS-W4-ADJUSTED-WAGE < 0
               MOVE 0 TO WS-W4-ADJUSTED-WAGE
            END-IF

            IF EMP-W4-MARRIED-JOINT OR EMP-W4-HEAD-OF-HOUSEHOLD
               MOVE EMP-W4-FILING-STATUS TO WS-W4-FILING-STATUS
            ELSE
               MOVE "S" TO WS-W4-FILING-STATUS
            END-IF.

      * Leaves FB-IDX on the WS-W4-FILING-STATUS bracket the adjusted
      * wage lands in, with W4-BRACKET-FOUND set.
       212-FIND-FEDERAL-BRACKET.

            MOVE 'N' TO WS-W4-BRACKET-SWITCH
            PERFORM VARYING FB-IDX FROM 1 BY 1
                  UNTIL FB-IDX > WS-FED-BRACKET-COUNT
                     OR W4-BRACKET-FOUND
               IF FBE-FILING-STATUS (FB-IDX) = WS-W4-FILING-STATUS
                     AND WS-W4-ADJUSTED-WAGE >= FBE-LOWER-BOUND (FB-IDX)
                     AND (FBE-UPPER-BOUND (FB-IDX) = 0
                        OR WS-W4-ADJUSTED-WAGE <
                           FBE-UPPER-BOUND (FB-IDX))
                  MOVE 'Y' TO WS-W4-BRACKET-SWITCH
               END-IF
            END-PERFORM
            IF W4-BRACKET-FOUND
               SET FB-IDX DOWN BY 1
            END-IF.

       300-PREPARE-OUTPUT.
            ADD NET-PAY TO GRAND-TOTAL-NET
            ADD GROSS-PAY TO WS-DEPT-TOTAL-GROSS
            ADD NET-PAY TO WS-DEPT-TOTAL-NET
      * The employer cost joins the department only now, after the
      * break above, so it lands in the employee's own department.
            ADD WS-EMP-EMPLOYER-COST TO WS-DEPT-TOTAL-EMPCOST
            PERFORM 310-POST-COMPANY-TOTAL
            PERFORM 312-POST-DEPT-COMPANY-TOTAL

            PERFORM 350-DISTRIBUTE-LABOR
            PERFORM 355-CHARGE-PROJECT-LABOR

      * Foreign-currency equivalent of gross pay - see req 033. Only
      * a contractor with an EMP-CURRENCY-CODE other than USD gets
            ADD GROSS-PAY TO CTE-GROSS (CT-IDX)
            ADD NET-PAY TO CTE-NET (CT-IDX).

      * The same employee's gross and employer cost into the current
      * department's company split. A department spanning more
      * companies than the table holds charges the overflow to the
      * parent - the GL still balances, the warning names the gap.
       312-POST-DEPT-COMPANY-TOTAL.

            PERFORM VARYING DC-IDX FROM 1 BY 1
                  UNTIL DC-IDX > WS-DEPT-CO-COUNT
               IF DCE-COMPANY-CODE (DC-IDX) = WS-EMP-COMPANY
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF DC-IDX > WS-DEPT-CO-COUNT
               IF WS-DEPT-CO-COUNT >= WS-DEPT-CO-COUNT-MAX
                  DISPLAY "WARNING: DEPARTMENT ", EMP-DEPARTMENT,
                     " SPANS TOO MANY COMPANIES - ", EMP-ID,
                     " EXPENSE POSTS TO THE PARENT"
                  SET DC-IDX TO 1
               ELSE
                  ADD 1 TO WS-DEPT-CO-COUNT
                  SET DC-IDX TO WS-DEPT-CO-COUNT
                  MOVE WS-EMP-COMPANY TO DCE-COMPANY-CODE (DC-IDX)
                  MOVE 0 TO DCE-GROSS (DC-IDX)
                  MOVE 0 TO DCE-EMPCOST (DC-IDX)
               END-IF
            END-IF
            ADD GROSS-PAY TO DCE-GROSS (DC-IDX)
            ADD WS-EMP-EMPLOYER-COST TO DCE-EMPCOST (DC-IDX).

       320-UPDATE-YTD.

      * YTD-OLD-RECORD was already fetched by key for this employee
               MOVE REGULAR-HOURS TO PH-REG-HOURS
               MOVE OVERTIME-HOURS TO PH-OT-HOURS
               MOVE WS-EMP-COMPANY TO PH-COMPANY-CODE
               MOVE WS-PAY-RUN-TYPE TO PH-RUN-TYPE
               MOVE WS-OFF-CYCLE-SEQUENCE TO PH-RUN-SEQUENCE
               WRITE PAYROLL-HISTORY-RECORD
            END-IF.

               MOVE 0 TO WS-SICK-BALANCE
            END-IF

      * An off-cycle payment accrues nothing (no hours were worked
      * for it) and never re-applies the period's PTO usage.
            EVALUATE TRUE
               WHEN OFF-CYCLE-MODE
                  MOVE 0 TO WS-ACCRUAL-BASE-HOURS
               WHEN EMP-IS-SALARIED
                  MOVE STANDARD-HOURS-LIMIT TO WS-ACCRUAL-BASE-HOURS
               WHEN OTHER
                  MOVE HOURS-WORKED TO WS-ACCRUAL-BASE-HOURS
            END-EVALUATE
            COMPUTE WS-VAC-ACCRUED ROUNDED =
               WS-ACCRUAL-BASE-HOURS * WS-VAC-ACCRUAL-RATE
            COMPUTE WS-SICK-ACCRUED ROUNDED =
            MOVE 0 TO WS-SICK-USED
            PERFORM VARYING PU-IDX FROM 1 BY 1
                  UNTIL PU-IDX > WS-PTO-USAGE-COUNT
               IF PUE-EMP-ID (PU-IDX) = EMP-ID AND NOT OFF-CYCLE-MODE
                  IF PUE-PTO-TYPE (PU-IDX) = "S"
                     ADD PUE-HOURS (PU-IDX) TO WS-SICK-USED
                  ELSE
            WRITE STUB-LINE FROM STUB-PTO-LINE.

      * One keyed history record per stub, written after the stub
      * itself so every figure is final. A rerun of the same run
      * REWRITEs the same key rather than duplicating it; an
      * off-cycle run the same day has its own key.
       342-WRITE-STUB-HISTORY.

            IF NOT STUB-HISTORY-IS-OPEN
            END-IF
            MOVE EMP-ID TO SHX-EMP-ID
            MOVE WS-SIGNON-DATE TO SHX-PERIOD-DATE
            MOVE WS-PAY-RUN-TYPE TO SHX-RUN-TYPE
            MOVE WS-OFF-CYCLE-SEQUENCE TO SHX-RUN-SEQUENCE
            MOVE EMP-NAME TO SHX-EMP-NAME
            MOVE EMP-DEPARTMENT TO SHX-DEPARTMENT
            MOVE EMP-PAY-TYPE TO SHX-PAY-TYPE
            ADD WS-SHARE-EMPLOYER TO CCE-EMPLOYER (CC-IDX)
            ADD WS-SHARE-BENEFITS TO CCE-BENEFITS (CC-IDX).

      * Prices this employee's project hours at their actual loaded
      * rate for the period: gross pay plus the employer burden (the
      * FICA match, benefit cost and workers' comp premium) over the
      * hours paid. Hours paid but not charged stay unprojected
      * overhead. Charged hours beyond the hours paid - a salaried
      * employee with no hours record, or an over-charge - spread
      * the whole period's cost across the charged hours instead.
       355-CHARGE-PROJECT-LABOR.

            IF WS-CHARGE-COUNT = 0 OR GROSS-PAY <= 0
                  OR OFF-CYCLE-MODE
               EXIT PARAGRAPH
            END-IF

            MOVE 0 TO WS-EMP-CHARGED-HOURS
            PERFORM VARYING TC-IDX FROM 1 BY 1
                  UNTIL TC-IDX > WS-CHARGE-COUNT
               IF TCE-EMP-ID (TC-IDX) = EMP-ID
                  ADD TCE-HOURS (TC-IDX) TO WS-EMP-CHARGED-HOURS
               END-IF
            END-PERFORM
            IF WS-EMP-CHARGED-HOURS = 0
               EXIT PARAGRAPH
            END-IF

            IF HOURS-WORKED > WS-EMP-CHARGED-HOURS
               MOVE HOURS-WORKED TO WS-EMP-BASIS-HOURS
            ELSE
               MOVE WS-EMP-CHARGED-HOURS TO WS-EMP-BASIS-HOURS
               IF HOURS-WORKED > 0
                     AND WS-EMP-CHARGED-HOURS > HOURS-WORKED
                  DISPLAY "WARNING: EMPLOYEE ", EMP-ID, " CHARGED ",
                     WS-EMP-CHARGED-HOURS, " PROJECT HOURS AGAINST ",
                     HOURS-WORKED, " PAID"
                  MOVE EMP-ID TO WS-CHARGE-MSG-EMP-ID
                  MOVE "(ALL)" TO WS-CHARGE-MSG-PROJECT
                  MOVE " CHARGED MORE HOURS THAN PAID"
                     TO WS-CHARGE-MSG-TEXT
                  MOVE WS-CHARGE-MSG-BUILD TO EL-MESSAGE
                  MOVE "PROCEDURES-EXAMPLE" TO EL-PROGRAM-ID
                  MOVE "W" TO EL-SEVERITY
                  PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               END-IF
            END-IF

            COMPUTE WS-EMP-BURDEN = FICA-WITHHOLDING
               + WS-EMP-EMPLOYER-COST + WS-EMP-WC-PREMIUM
            COMPUTE WS-EMP-LOADED-RATE ROUNDED =
               (GROSS-PAY + WS-EMP-BURDEN) / WS-EMP-BASIS-HOURS

            IF NOT PROJECT-LABOR-IS-OPEN
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING TC-IDX FROM 1 BY 1
                  UNTIL TC-IDX > WS-CHARGE-COUNT
               IF TCE-EMP-ID (TC-IDX) = EMP-ID
                  MOVE TCE-PROJECT-CODE (TC-IDX) TO PL-PROJECT-CODE
                  MOVE EMP-ID TO PL-EMP-ID
                  MOVE WS-SIGNON-DATE TO PL-PERIOD-DATE
                  MOVE WS-EMP-COMPANY TO PL-COMPANY-CODE
                  MOVE EMP-DEPARTMENT TO PL-DEPARTMENT
                  MOVE EMP-JOB-CLASS TO PL-JOB-CLASS
                  MOVE TCE-HOURS (TC-IDX) TO PL-HOURS
                  MOVE WS-EMP-LOADED-RATE TO PL-LOADED-RATE
                  COMPUTE PL-LABOR-AMOUNT ROUNDED =
                     GROSS-PAY * TCE-HOURS (TC-IDX)
                     / WS-EMP-BASIS-HOURS
                  COMPUTE PL-BURDEN-AMOUNT ROUNDED =
                     WS-EMP-BURDEN * TCE-HOURS (TC-IDX)
                     / WS-EMP-BASIS-HOURS
                  MOVE SPACE TO PL-ENTRY-TYPE
                  WRITE PROJECT-LABOR-RECORD
                  ADD 1 TO WS-PROJECT-LINES-WRITTEN
               END-IF
            END-PERFORM.

      * Labor distribution report, written once at end of run. The
      * grand total line re-adds every center and must equal the
      * register's GRAND-TOTAL-GROSS.
            MOVE WS-DEPT-TOTAL-EMPCOST TO CKPT-DEPT-EMPCOST
            MOVE WS-RUN-TOTAL-EMPCOST TO CKPT-RUN-EMPCOST
            MOVE WS-RUN-TOTAL-WC TO CKPT-RUN-WC
            MOVE WS-DEPT-CO-COUNT TO CKPT-DEPT-CO-COUNT
            PERFORM VARYING DC-IDX FROM 1 BY 1 UNTIL DC-IDX > 10
               IF DC-IDX > WS-DEPT-CO-COUNT
                  MOVE SPACES TO CKPT-DC-COMPANY (DC-IDX)
                  MOVE 0 TO CKPT-DC-GROSS (DC-IDX)
                  MOVE 0 TO CKPT-DC-EMPCOST (DC-IDX)
               ELSE
                  MOVE DCE-COMPANY-CODE (DC-IDX) TO
                     CKPT-DC-COMPANY (DC-IDX)
                  MOVE DCE-GROSS (DC-IDX) TO CKPT-DC-GROSS (DC-IDX)
                  MOVE DCE-EMPCOST (DC-IDX) TO
                     CKPT-DC-EMPCOST (DC-IDX)
               END-IF
            END-PERFORM
            WRITE CHECKPOINT-RECORD
            CLOSE CHECKPOINT-FILE.

            PERFORM 095-BUMP-PAGE-LINE-COUNT

      * Debit this department's wage expense while its gross total
      * is still in hand, one debit per company the department's
      * employees belong to. A department whose EMP-IDs arrive in
      * more than one contiguous group simply produces more than one
      * debit to the same account, which sums identically in the GL.
      * The GL detail layout is unsigned; a department total driven
      * negative by reversal backouts cannot ride this feed - the
                     "THE REVERSING FEED"
               ELSE
                  PERFORM 397-LOOKUP-DEPT-EXPENSE-ACCOUNT
                  PERFORM VARYING DC-IDX FROM 1 BY 1
                        UNTIL DC-IDX > WS-DEPT-CO-COUNT
                     PERFORM 396-WRITE-DEPT-COMPANY-DEBITS
                  END-PERFORM
               END-IF
            END-IF

            MOVE 0 TO WS-DEPT-TOTAL-GROSS
            MOVE 0 TO WS-DEPT-TOTAL-NET
            MOVE 0 TO WS-DEPT-TOTAL-EMPCOST
            MOVE 0 TO WS-DEPT-CO-COUNT.

      * One company's share of the department. The employer benefit
      * cost (401(k) match plus employer premiums) debits the same
      * expense account as a second line, balanced by the benefits-
      * liability credit at end of run. An affiliate's share is then
      * owed back to the parent that funded it.
       396-WRITE-DEPT-COMPANY-DEBITS.

            IF DCE-GROSS (DC-IDX) < 0
               DISPLAY "WARNING: DEPARTMENT ", WS-PREV-DEPARTMENT,
                  " COMPANY ", DCE-COMPANY-CODE (DC-IDX),
                  " GROSS IS NEGATIVE - GL DEBIT SKIPPED, USE "
                  "THE REVERSING FEED"
               EXIT PARAGRAPH
            END-IF

            MOVE WS-GL-EXPENSE-ACCOUNT TO PG-TX-ACCOUNT
            MOVE "D" TO PG-TX-TYPE
            MOVE DCE-GROSS (DC-IDX) TO PG-TX-AMOUNT
            MOVE DCE-COMPANY-CODE (DC-IDX) TO PG-COMPANY-CODE
            WRITE PAYROLL-GL-RECORD
            IF DCE-EMPCOST (DC-IDX) > 0
               MOVE WS-GL-EXPENSE-ACCOUNT TO PG-TX-ACCOUNT
               MOVE "D" TO PG-TX-TYPE
               MOVE DCE-EMPCOST (DC-IDX) TO PG-TX-AMOUNT
               MOVE DCE-COMPANY-CODE (DC-IDX) TO PG-COMPANY-CODE
               WRITE PAYROLL-GL-RECORD
            END-IF

            IF DCE-COMPANY-CODE (DC-IDX) = WS-PARENT-COMPANY
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-AFFILIATE-CHARGE =
               DCE-GROSS (DC-IDX) + DCE-EMPCOST (DC-IDX)
            IF WS-AFFILIATE-CHARGE > 0
               MOVE WS-DUE-TO-AFFILIATES TO PG-TX-ACCOUNT
               MOVE "C" TO PG-TX-TYPE
               MOVE WS-AFFILIATE-CHARGE TO PG-TX-AMOUNT
               MOVE DCE-COMPANY-CODE (DC-IDX) TO PG-COMPANY-CODE
               WRITE PAYROLL-GL-RECORD
               MOVE WS-DUE-FROM-AFFILIATES TO PG-TX-ACCOUNT
               MOVE "D" TO PG-TX-TYPE
               MOVE WS-AFFILIATE-CHARGE TO PG-TX-AMOUNT
               MOVE WS-PARENT-COMPANY TO PG-COMPANY-CODE
               WRITE PAYROLL-GL-RECORD
            END-IF.

       397-LOOKUP-DEPT-EXPENSE-ACCOUNT.

                  MOVE WS-SIGNON-DATE TO RTF-PERIOD-DATE
                  MOVE GRAND-TOTAL-GROSS TO RTF-GRAND-GROSS
                  MOVE GRAND-TOTAL-NET TO RTF-GRAND-NET
                  MOVE WS-PAY-RUN-TYPE TO RTF-RUN-TYPE
                  MOVE WS-OFF-CYCLE-SEQUENCE TO RTF-RUN-SEQUENCE
                  WRITE RUN-TOTALS-RECORD
                  CLOSE RUN-TOTALS-FILE
               END-IF
                  MOVE WS-SIGNON-DATE TO RR-PERIOD-DATE
                  MOVE "P" TO RR-STATUS
                  MOVE "**" TO RR-COMPANY-CODE
                  IF OFF-CYCLE-MODE
                     MOVE "S" TO RR-RUN-TYPE
                     MOVE WS-OFF-CYCLE-SEQUENCE TO RR-RUN-SEQUENCE
                  ELSE
                     MOVE "R" TO RR-RUN-TYPE
                     MOVE 0 TO RR-RUN-SEQUENCE
                  END-IF
                  WRITE RUN-REGISTER-RECORD
                  CLOSE RUN-REGISTER-FILE
                  IF OFF-CYCLE-MODE
                     PERFORM 820-STAMP-SUPPLEMENTAL-PAID
                  END-IF
               END-IF
            END-IF

                  MOVE WS-WC-EXPENSE-ACCOUNT TO PG-TX-ACCOUNT
                  MOVE "D" TO PG-TX-TYPE
                  MOVE WS-RUN-TOTAL-WC TO PG-TX-AMOUNT
                  MOVE WS-PARENT-COMPANY TO PG-COMPANY-CODE
                  WRITE PAYROLL-GL-RECORD
                  MOVE WS-WC-LIABILITY-ACCOUNT TO
                     WS-GL-CREDIT-ACCOUNT
               MOVE WS-GL-CREDIT-ACCOUNT TO PG-TX-ACCOUNT
               MOVE "C" TO PG-TX-TYPE
               MOVE WS-GL-CREDIT-AMOUNT TO PG-TX-AMOUNT
               MOVE WS-PARENT-COMPANY TO PG-COMPANY-CODE
               WRITE PAYROLL-GL-RECORD
            END-IF.

      * Stamps the pay date on every SUPPEARN.DAT line this run
      * paid, the way 700-REWRITE-LOCK-FILE in STALE-LOCK-CLEAR
      * rewrites a small shared file: the whole file is tabled and
      * written back. Lines already stamped, refused, or for an
      * employee who was not paid go back exactly as they were.
       820-STAMP-SUPPLEMENTAL-PAID.

            MOVE 0 TO WS-SUPP-LINE-COUNT
            MOVE 'N' TO WS-SUPP-EOF-SWITCH
            OPEN INPUT SUPPLEMENTAL-EARNINGS-FILE
            IF WS-SUPP-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SUPP-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-SUPP-EARNINGS
               READ SUPPLEMENTAL-EARNINGS-FILE
                  AT END
                     MOVE 'Y' TO WS-SUPP-EOF-SWITCH
                  NOT AT END
                     IF WS-SUPP-LINE-COUNT >= WS-SUPP-LINE-COUNT-MAX
                        MOVE 'Y' TO WS-SUPP-EOF-SWITCH
                        MOVE 9999 TO WS-SUPP-LINE-COUNT
                     ELSE
                        ADD 1 TO WS-SUPP-LINE-COUNT
                        MOVE SUPPLEMENTAL-EARNINGS-RECORD TO
                           SLE-RECORD (WS-SUPP-LINE-COUNT)
                     END-IF
               END-READ
            END-PERFORM
            IF WS-SUPP-FILE-STATUS = "00" OR "10"
               CLOSE SUPPLEMENTAL-EARNINGS-FILE
            END-IF

            IF WS-SUPP-LINE-COUNT > WS-SUPP-LINE-COUNT-MAX
               DISPLAY "WARNING: SUPPEARN.DAT TOO LARGE TO STAMP - "
                  "REMOVE THE LINES PAID BY THIS RUN BY HAND."
               MOVE "SUPPEARN.DAT NOT STAMPED - REMOVE PAID LINES"
                  TO EL-MESSAGE
               MOVE "PROCEDURES-EXAMPLE" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               EXIT PARAGRAPH
            END-IF
            IF WS-SUPP-LINE-COUNT = 0
               EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT SUPPLEMENTAL-EARNINGS-FILE
            IF WS-SUPP-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: COULD NOT REWRITE SUPPEARN.DAT, "
                  "STATUS = ", WS-SUPP-FILE-STATUS,
                  " - REMOVE THE LINES PAID BY THIS RUN BY HAND."
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING SL-IDX FROM 1 BY 1
                  UNTIL SL-IDX > WS-SUPP-LINE-COUNT
               MOVE SLE-RECORD (SL-IDX) TO SUPPLEMENTAL-EARNINGS-RECORD
               IF SL-IDX NOT > WS-SUPP-LINES-LOADED
                     AND SPE-NOT-YET-PAID
                     AND SPE-AMOUNT IS NUMERIC
                     AND SPE-AMOUNT > 0
                  PERFORM VARYING SU-IDX FROM 1 BY 1
                        UNTIL SU-IDX > WS-SUPP-COUNT
                     IF SUE-EMP-ID (SU-IDX) = SPE-EMP-ID
                        EXIT PERFORM
                     END-IF
                  END-PERFORM
                  IF SU-IDX NOT > WS-SUPP-COUNT
                     IF SUE-PAID-SWITCH (SU-IDX) = 'Y'
                        MOVE WS-SIGNON-DATE TO SPE-PAID-DATE
                        ADD 1 TO WS-SUPP-LINES-STAMPED
                     END-IF
                  END-IF
               END-IF
               WRITE SUPPLEMENTAL-EARNINGS-RECORD
            END-PERFORM
            CLOSE SUPPLEMENTAL-EARNINGS-FILE
            DISPLAY "SUPPLEMENTAL EARNINGS LINES STAMPED PAID: ",
               WS-SUPP-LINES-STAMPED.

       900-CLOSE-FILES.

            CLOSE EMPLOYEE-MASTER-FILE
            IF NOT OFF-CYCLE-MODE
               CLOSE MERGED-HOURS-FILE
            END-IF
            CLOSE HOURS-INDEX-FILE
            CLOSE PAYROLL-REGISTER-FILE
            CLOSE PAY-STUB-FILE

            IF HISTORY-FILE-WAS-OPENED
               CLOSE PAYROLL-HISTORY-FILE
            END-IF

            IF PROJECT-LABOR-IS-OPEN
               DISPLAY "PROJECT LABOR LEDGER LINES WRITTEN: ",
                  WS-PROJECT-LINES-WRITTEN
               CLOSE PROJECT-LABOR-FILE
            END-IF.

      * A sequential pass over each freshly written generation
