      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Payroll fraud screening, run after the payroll run
      *           and ahead of releasing the ACH file.  Flags the
      *           classic schemes the auditors ask about:
      *             - two or more employees depositing to the same
      *               EMPBANK.DAT account, or an employee account that
      *               is also a supplier's (SUPPBANK.DAT);
      *             - an hourly employee paid hours this run with no
      *               time clock punches in the pay period;
      *             - pay for a period that starts after the
      *               employee's EMP-TERM-DATE, or punches after it;
      *             - a rate or salary on the master that differs
      *               from the one the last screen saw with no
      *               EMPMAST-MAINTENANCE audit entry (EMPCHG.LOG)
      *               behind it - the screen keeps what it saw on
      *               FRDRATE.DAT for the next run;
      *             - the same name on two employees, or the same
      *               SSN on two EMPSSN.DAT records;
      *             - a net pay jump over the previous stub beyond
      *               the FRDCTL.DAT threshold (a percentage and a
      *               minimum dollar change - 50% and $500.00 when the
      *               control record is missing).
      *           This run is the latest date on STUBHIST.DAT; its
      *           pay period comes from PAYCTRL.DAT.  Every flag
      *           prints on FRDSCRN.RPT and goes to the exception
      *           log.  Any flag ends the run with a non-zero return
      *           code so the ACH release waits for a review.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-FRAUD-SCREEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

      * Written by PROCEDURES-EXAMPLE, one record per employee per
      * run, in employee then date order - read only here.
           SELECT STUB-HISTORY-FILE ASSIGN TO "STUBHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHX-KEY
               FILE STATUS IS WS-STUB-FILE-STATUS.

           SELECT EMPLOYEE-BANKING-FILE ASSIGN TO "EMPBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-FILE-STATUS.

      * Supplier remittance banking - kept off SUPPLIER.DAT for the
      * same reason employee banking is kept off the master.
           SELECT SUPPLIER-BANKING-FILE ASSIGN TO "SUPPBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-BANK-STATUS.

           SELECT EMPLOYEE-SSN-FILE ASSIGN TO "EMPSSN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSN-FILE-STATUS.

           SELECT TIME-CLOCK-FILE ASSIGN TO "TIMECLCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOCK-FILE-STATUS.

           SELECT MASTER-CHANGE-LOG-FILE ASSIGN TO "EMPCHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

           SELECT PAY-CONTROL-FILE ASSIGN TO "PAYCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-CONTROL-STATUS.

           SELECT SCREEN-CONTROL-FILE ASSIGN TO "FRDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-CONTROL-STATUS.

      * What the last screen saw of every employee's pay rate. Read
      * into the table, then rewritten whole from the master.
           SELECT RATE-SNAPSHOT-IN-FILE ASSIGN TO "FRDRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-IN-STATUS.

           SELECT RATE-SNAPSHOT-FILE ASSIGN TO "FRDRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

           SELECT SCREEN-REPORT-FILE ASSIGN TO "FRDSCRN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  STUB-HISTORY-FILE.
       01  STUB-HISTORY-RECORD.
           05  SHX-KEY.
               10  SHX-EMP-ID      PIC X(6).
               10  SHX-PERIOD-DATE PIC 9(8).
               10  SHX-RUN-TYPE    PIC X.
               10  SHX-RUN-SEQUENCE PIC 9(3).
           05  SHX-EMP-NAME        PIC X(25).
           05  SHX-DEPARTMENT      PIC X(4).
           05  SHX-PAY-TYPE        PIC X.
           05  SHX-REG-HOURS       PIC S9(3)V9(2).
           05  SHX-HOURLY-RATE     PIC 9(2)V9(3).
           05  SHX-REG-PAY         PIC S9(7)V9(2).
           05  SHX-OT-HOURS        PIC 9(3)V9(2).
           05  SHX-OT-RATE         PIC 9(3)V9(3).
           05  SHX-OT-PAY          PIC S9(7)V9(2).
           05  SHX-DIFFERENTIAL    PIC S9(7)V9(2).
           05  SHX-GROSS-PAY       PIC S9(7)V9(2).
           05  SHX-FICA            PIC S9(7)V9(2).
           05  SHX-FEDERAL         PIC S9(7)V9(2).
           05  SHX-STATE           PIC S9(7)V9(2).
           05  SHX-LOCAL           PIC S9(7)V9(2).
           05  SHX-BENEFITS        PIC S9(7)V9(2).
           05  SHX-GARNISH         PIC 9(7)V9(2).
           05  SHX-VOLUNTARY       PIC 9(7)V9(2).
           05  SHX-TOTAL-DEDUCT    PIC S9(7)V9(2).
           05  SHX-NET-PAY         PIC S9(7)V9(2).
           05  SHX-YTD-GROSS       PIC 9(9)V9(2).
           05  SHX-YTD-NET         PIC 9(9)V9(2).
           05  SHX-VAC-BALANCE     PIC S9(4)V9(2).
           05  SHX-SICK-BALANCE    PIC S9(4)V9(2).

       FD  EMPLOYEE-BANKING-FILE.
       01  BANKING-RECORD.
           05  BANK-EMP-ID         PIC X(6).
           05  BANK-ROUTING-NUMBER PIC X(9).
           05  BANK-ACCOUNT-NUMBER PIC X(17).
           05  BANK-PRENOTE-STATUS PIC X.
           05  BANK-STATUS-DATE    PIC 9(8).

      * Same shape as EMPBANK.DAT, keyed by supplier.
       FD  SUPPLIER-BANKING-FILE.
       01  SUPPLIER-BANKING-RECORD.
           05  SB-SUPPLIER         PIC X(10).
           05  SB-ROUTING-NUMBER   PIC X(9).
           05  SB-ACCOUNT-NUMBER   PIC X(17).
           05  SB-PRENOTE-STATUS   PIC X.
               88  SB-IS-PRENOTE-PENDING   VALUE "P".
               88  SB-IS-ACTIVE            VALUE "A".
           05  SB-STATUS-DATE      PIC 9(8).

       FD  EMPLOYEE-SSN-FILE.
       01  EMPLOYEE-SSN-RECORD.
           05  SSN-EMP-ID          PIC X(6).
           05  SSN-NUMBER          PIC 9(9).

       FD  TIME-CLOCK-FILE.
       01  TIME-CLOCK-RECORD.
           05  TP-EMP-ID           PIC X(6).
           05  TP-PUNCH-DATE       PIC 9(8).
           05  TP-PUNCH-TIME       PIC 9(4).
           05  TP-PUNCH-TYPE       PIC X.
           05  TP-PROJECT-CODE     PIC X(8).

      * EMPCHG.LOG lines, in the three shapes EMPMAST-MAINTENANCE
      * writes them - see WORKFORCE-REPORT.
       FD  MASTER-CHANGE-LOG-FILE.
       01  CHANGE-LOG-LINE             PIC X(114).
       01  CHANGE-LOG-ACTION-LINE.
           05  CLA-ACTION              PIC X(3).
               88  CLA-IS-AUDIT-ACTION     VALUE "ADD" "CHG" "TRM"
                                                 "RHR".
           05  CLA-ACTION-DELIMITER    PIC X(1).
           05  CLA-EMP-ID              PIC X(6).
           05  FILLER                  PIC X(2).
           05  CLA-CHANGED-BY          PIC X(10).
           05  FILLER                  PIC X(1).
           05  CLA-CHANGE-DATE         PIC 9(8).
           05  FILLER                  PIC X(1).
           05  CLA-CHANGE-TIME         PIC 9(6).
           05  FILLER                  PIC X(1).
           05  CLA-EFFECTIVE-DATE      PIC 9(8).
           05  FILLER                  PIC X(67).
       01  CHANGE-LOG-IMAGE-LINE.
           05  CLI-TAG                 PIC X(10).
               88  CLI-IS-AFTER-IMAGE      VALUE "  AFTER:  ".
           05  CLI-EMP-ID              PIC X(6).
           05  CLI-EMP-NAME            PIC X(25).
           05  CLI-DEPARTMENT          PIC X(4).
           05  CLI-HOURLY-RATE         PIC X(5).
           05  CLI-CURRENCY-CODE       PIC X(3).
           05  CLI-PAY-TYPE            PIC X.
           05  CLI-PERIOD-SALARY       PIC X(9).
           05  FILLER                  PIC X(51).

       FD  PAY-CONTROL-FILE.
       01  PAY-CONTROL-RECORD.
           05  PC-PAY-PERIOD-TYPE  PIC X.
           05  PC-OVERTIME-THRESHOLD PIC 9(3)V9(2).
           05  PC-FICA-WAGE-BASE   PIC 9(7)V9(2).
           05  PC-PRENOTE-WAIT-DAYS PIC 9(3).
           05  PC-PERIOD-START     PIC 9(8).
           05  PC-PERIOD-END       PIC 9(8).
           05  PC-PAY-DATE         PIC 9(8).

      * Net pay jump threshold: a rise of more than FC-JUMP-PERCENT
      * over the previous stub AND at least FC-JUMP-MINIMUM dollars.
       FD  SCREEN-CONTROL-FILE.
       01  SCREEN-CONTROL-RECORD.
           05  FC-JUMP-PERCENT     PIC 9(3).
           05  FC-JUMP-MINIMUM     PIC 9(5)V9(2).

       FD  RATE-SNAPSHOT-IN-FILE.
       01  RATE-SNAPSHOT-IN-RECORD.
           05  RSI-EMP-ID          PIC X(6).
           05  RSI-HOURLY-RATE     PIC 9(2)V9(3).
           05  RSI-PERIOD-SALARY   PIC 9(7)V9(2).
           05  RSI-SNAPSHOT-DATE   PIC 9(8).

       FD  RATE-SNAPSHOT-FILE.
       01  RATE-SNAPSHOT-RECORD.
           05  RS-EMP-ID           PIC X(6).
           05  RS-HOURLY-RATE      PIC 9(2)V9(3).
           05  RS-PERIOD-SALARY    PIC 9(7)V9(2).
           05  RS-SNAPSHOT-DATE    PIC 9(8).

       FD  SCREEN-REPORT-FILE.
       01  SCREEN-REPORT-LINE      PIC X(120).

           COPY EXCPFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-EMP-FILE-STATUS       PIC XX.
       01  WS-STUB-FILE-STATUS      PIC XX.
       01  WS-BANK-FILE-STATUS      PIC XX.
       01  WS-SUPP-BANK-STATUS      PIC XX.
       01  WS-SSN-FILE-STATUS       PIC XX.
       01  WS-CLOCK-FILE-STATUS     PIC XX.
       01  WS-CHANGE-LOG-STATUS     PIC XX.
       01  WS-PAY-CONTROL-STATUS    PIC XX.
       01  WS-SCREEN-CONTROL-STATUS PIC XX.
       01  WS-SNAPSHOT-IN-STATUS    PIC XX.
       01  WS-SNAPSHOT-FILE-STATUS  PIC XX.
       01  WS-REPORT-FILE-STATUS    PIC XX.

       01  WS-EOF-SWITCH            PIC X VALUE 'N'.
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH      PIC X VALUE 'N'.
           88  RUN-MUST-ABORT           VALUE 'Y'.
       01  WS-SNAPSHOT-SWITCH       PIC X VALUE 'N'.
           88  SNAPSHOT-WAS-LOADED      VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-CURRENT-RUN-DATE      PIC 9(8) VALUE 0.
       01  WS-PERIOD-START          PIC 9(8) VALUE 0.
       01  WS-PERIOD-END            PIC 9(8) VALUE 0.
       01  WS-JUMP-PERCENT          PIC 9(3) VALUE 50.
       01  WS-JUMP-MINIMUM          PIC 9(5)V9(2) VALUE 500.00.
       01  WS-PERIOD-PUNCH-COUNT    PIC 9(7) VALUE 0.
       01  WS-PENDING-EMP-ID        PIC X(6) VALUE SPACES.
       01  WS-PENDING-CHANGE-DATE   PIC 9(8) VALUE 0.
       01  WS-LIMIT-AMOUNT          PIC S9(9)V9(2).
       01  WS-JUMP-AMOUNT           PIC S9(9)V9(2).
       01  WS-EMP-SUB               PIC 9(4).
       01  WS-OTHER-SUB             PIC 9(4).
       01  WS-FLAG-EMP-ID           PIC X(6).
       01  WS-OWNER-TYPE            PIC X.
      * The master's rate and salary as EMPMAST-MAINTENANCE writes
      * them into an AFTER image.
       01  WS-AUDIT-IMAGE.
           05  WS-AUDIT-HOURLY-RATE PIC 9(2)V9(3).
           05  WS-AUDIT-PERIOD-SALARY PIC 9(7)V9(2).

      * One row per employee on the master, with what this run and
      * the run before it paid, from the stub history.
       01  WS-EMP-COUNT-MAX         PIC 9(4) VALUE 2000.
       01  WS-EMP-COUNT             PIC 9(4) VALUE 0.
       01  EMPLOYEE-TABLE.
           05  EMPLOYEE-ENTRY OCCURS 2000 TIMES INDEXED BY EM-IDX.
               10  EME-EMP-ID          PIC X(6).
               10  EME-EMP-NAME        PIC X(25).
               10  EME-PAY-TYPE        PIC X.
               10  EME-HOURLY-RATE     PIC 9(2)V9(3).
               10  EME-PERIOD-SALARY   PIC 9(7)V9(2).
               10  EME-TERM-DATE       PIC 9(8).
               10  EME-LAST-DATE       PIC 9(8).
               10  EME-LAST-HOURS      PIC S9(5)V9(2).
               10  EME-LAST-GROSS      PIC S9(7)V9(2).
               10  EME-LAST-NET        PIC S9(7)V9(2).
               10  EME-PRIOR-NET       PIC S9(7)V9(2).
               10  EME-PRIOR-SWITCH    PIC X.
               10  EME-PUNCH-COUNT     PIC 9(5).
               10  EME-LAST-PUNCH-DATE PIC 9(8).
               10  EME-SNAP-RATE       PIC 9(2)V9(3).
               10  EME-SNAP-SALARY     PIC 9(7)V9(2).
               10  EME-SNAP-DATE       PIC 9(8).
               10  EME-SNAP-SWITCH     PIC X.
               10  EME-AUDIT-SWITCH    PIC X.

      * Every deposit account, employee and supplier alike.
       01  WS-ACCOUNT-COUNT-MAX     PIC 9(4) VALUE 3000.
       01  WS-ACCOUNT-COUNT         PIC 9(4) VALUE 0.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 3000 TIMES INDEXED BY AC-IDX
                                                    AC-IDX-2.
               10  ACE-ROUTING-NUMBER  PIC X(9).
               10  ACE-ACCOUNT-NUMBER  PIC X(17).
               10  ACE-OWNER-TYPE      PIC X.
                   88  ACE-IS-EMPLOYEE     VALUE "E".
                   88  ACE-IS-SUPPLIER     VALUE "S".
               10  ACE-OWNER-ID        PIC X(10).
               10  ACE-REPORTED-SWITCH PIC X.

       01  WS-SSN-COUNT-MAX         PIC 9(4) VALUE 2000.
       01  WS-SSN-COUNT             PIC 9(4) VALUE 0.
       01  SSN-TABLE.
           05  SSN-ENTRY OCCURS 2000 TIMES INDEXED BY SN-IDX
                                                SN-IDX-2.
               10  SNE-EMP-ID          PIC X(6).
               10  SNE-SSN-NUMBER      PIC 9(9).
               10  SNE-REPORTED-SWITCH PIC X.

       01  WS-NAME-REPORTED-SWITCHES.
           05  WS-NAME-REPORTED    PIC X OCCURS 2000 TIMES.

       01  WS-FLAG-COUNTERS.
           05  WS-SHARED-ACCOUNT-FLAGS  PIC 9(5) VALUE 0.
           05  WS-SUPPLIER-ACCOUNT-FLAGS PIC 9(5) VALUE 0.
           05  WS-NO-PUNCH-FLAGS        PIC 9(5) VALUE 0.
           05  WS-AFTER-TERM-FLAGS      PIC 9(5) VALUE 0.
           05  WS-RATE-CHANGE-FLAGS     PIC 9(5) VALUE 0.
           05  WS-DUPLICATE-NAME-FLAGS  PIC 9(5) VALUE 0.
           05  WS-DUPLICATE-SSN-FLAGS   PIC 9(5) VALUE 0.
           05  WS-NET-JUMP-FLAGS        PIC 9(5) VALUE 0.
       01  WS-TOTAL-FLAGS           PIC 9(5) VALUE 0.
       01  WS-EMPLOYEES-PAID        PIC 9(5) VALUE 0.

      * Exception-log message for one flag.
      * Built with MOVE, not STRING - see copybooks/EXCPLOG.cpy.
       01  WS-FLAG-MSG-BUILD.
           05  FILLER              PIC X(13) VALUE "FRAUD SCREEN ".
           05  WS-FLAG-MSG-CHECK   PIC X(25).
           05  FILLER              PIC X(5)  VALUE " EMP ".
           05  WS-FLAG-MSG-EMP-ID  PIC X(10).
           05  FILLER              PIC X(7)  VALUE SPACES.

       01  REPORT-HEADING-1.
           05  FILLER          PIC X(34) VALUE
               "PAYROLL FRAUD SCREENING REPORT".
           05  FILLER          PIC X(9)  VALUE "PAY RUN ".
           05  RH1-PAY-RUN     PIC 9(8).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  RH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(20) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH1-PAGE-NUMBER PIC ZZ9.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(26) VALUE "CHECK".
           05  FILLER          PIC X(12) VALUE "EMPLOYEE".
           05  FILLER          PIC X(27) VALUE "NAME".
           05  FILLER          PIC X(52) VALUE "DETAIL".
       01  REPORT-DETAIL-LINE.
           05  RD-CHECK        PIC X(25).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RD-EMP-ID       PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-EMP-NAME     PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DETAIL       PIC X(52).
      * Detail texts, one shape per check.
       01  WS-DETAIL-ACCOUNT.
           05  FILLER          PIC X(5)  VALUE "ACCT ".
           05  WSD-ROUTING     PIC X(9).
           05  FILLER          PIC X(1)  VALUE "/".
           05  WSD-ACCOUNT     PIC X(17).
           05  FILLER          PIC X(6)  VALUE " ALSO ".
           05  WSD-OTHER-ID    PIC X(10).
       01  WS-DETAIL-HOURS.
           05  FILLER          PIC X(12) VALUE "PAID HOURS  ".
           05  WSD-HOURS       PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(24) VALUE
               " - NO PUNCHES IN PERIOD".
       01  WS-DETAIL-TERM.
           05  WSD-TERM-CAPTION PIC X(20).
           05  WSD-TERM-AMOUNT PIC $$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(7)  VALUE " TERM  ".
           05  WSD-TERM-DATE   PIC 9(8).
       01  WS-DETAIL-RATE.
           05  FILLER          PIC X(5)  VALUE "WAS  ".
           05  WSD-OLD-RATE    PIC Z9.999.
           05  FILLER          PIC X(1)  VALUE "/".
           05  WSD-OLD-SALARY  PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(5)  VALUE " NOW ".
           05  WSD-NEW-RATE    PIC Z9.999.
           05  FILLER          PIC X(1)  VALUE "/".
           05  WSD-NEW-SALARY  PIC Z,ZZZ,ZZ9.99.
       01  WS-DETAIL-DUPLICATE.
           05  WSD-DUP-CAPTION PIC X(20).
           05  WSD-DUP-OTHER-ID PIC X(6).
       01  WS-DETAIL-JUMP.
           05  FILLER          PIC X(5)  VALUE "NET  ".
           05  WSD-PRIOR-NET   PIC $$$,$$9.99-.
           05  FILLER          PIC X(4)  VALUE " TO ".
           05  WSD-LAST-NET    PIC $$$,$$9.99-.
           05  FILLER          PIC X(4)  VALUE "  + ".
           05  WSD-JUMP        PIC $$$,$$9.99-.
       01  REPORT-COUNT-LINE.
           05  RC-CAPTION      PIC X(40).
           05  RC-COUNT        PIC ZZ,ZZ9.
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "PAYROLL-FRAUD-SCREEN" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 050-OPEN-FILES
            IF RUN-MUST-ABORT
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 055-LOAD-CONTROLS
            PERFORM 060-LOAD-EMPLOYEES
            PERFORM 065-LOAD-STUB-HISTORY
            PERFORM 070-LOAD-ACCOUNTS
            PERFORM 075-LOAD-SSNS
            PERFORM 080-COUNT-PUNCHES
            PERFORM 085-LOAD-RATE-SNAPSHOT
            PERFORM 090-MATCH-AUDIT-TRAIL

            PERFORM 810-WRITE-REPORT-HEADER
            PERFORM 200-CHECK-SHARED-ACCOUNTS
            PERFORM VARYING EM-IDX FROM 1 BY 1
                  UNTIL EM-IDX > WS-EMP-COUNT
               SET WS-EMP-SUB TO EM-IDX
               PERFORM 300-CHECK-PAID-WITHOUT-PUNCHES
               PERFORM 400-CHECK-PAID-AFTER-TERM
               PERFORM 500-CHECK-UNAUDITED-RATE
               PERFORM 600-CHECK-DUPLICATE-NAME
               PERFORM 700-CHECK-NET-PAY-JUMP
            END-PERFORM
            PERFORM 650-CHECK-DUPLICATE-SSNS
            PERFORM 750-WRITE-RATE-SNAPSHOT

            PERFORM 800-WRITE-REPORT-TOTALS
            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            IF WS-TOTAL-FLAGS > 0
               DISPLAY "FRAUD SCREEN RAISED ", WS-TOTAL-FLAGS,
                  " FLAG(S) - HOLD THE ACH RELEASE UNTIL FRDSCRN.RPT "
                  "IS REVIEWED"
               MOVE 1 TO RETURN-CODE
            ELSE
               DISPLAY "FRAUD SCREEN CLEAN - NO FLAGS RAISED."
            END-IF
            STOP RUN.

       050-OPEN-FILES.

            OPEN INPUT EMPLOYEE-MASTER-FILE
            IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: EMPLOYEE-MASTER-FILE OPEN FAILED, "
                  "STATUS = ", WS-EMP-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "EMPLOYEE-MASTER-FILE" TO EL-MESSAGE
               MOVE "PAYROLL-FRAUD-SCREEN" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            OPEN OUTPUT SCREEN-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: SCREEN-REPORT-FILE OPEN FAILED, "
                  "STATUS = ", WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF.

      * The pay period bounds the punch and termination checks; a
      * control record cut before the calendar fields existed
      * leaves them zero, and the run date of the stubs stands in.
       055-LOAD-CONTROLS.

            OPEN INPUT PAY-CONTROL-FILE
            IF WS-PAY-CONTROL-STATUS = "00"
               READ PAY-CONTROL-FILE
                  NOT AT END
                     IF PC-PERIOD-START IS NUMERIC
                        MOVE PC-PERIOD-START TO WS-PERIOD-START
                     END-IF
                     IF PC-PERIOD-END IS NUMERIC
                        MOVE PC-PERIOD-END TO WS-PERIOD-END
                     END-IF
               END-READ
               CLOSE PAY-CONTROL-FILE
            ELSE
               DISPLAY "WARNING: PAYCTRL.DAT NOT FOUND, STATUS = ",
                  WS-PAY-CONTROL-STATUS, " - PERIOD TAKEN FROM STUBS"
            END-IF

            OPEN INPUT SCREEN-CONTROL-FILE
            IF WS-SCREEN-CONTROL-STATUS = "00"
               READ SCREEN-CONTROL-FILE
                  NOT AT END
                     IF FC-JUMP-PERCENT IS NUMERIC
                           AND FC-JUMP-PERCENT > 0
                        MOVE FC-JUMP-PERCENT TO WS-JUMP-PERCENT
                     END-IF
                     IF FC-JUMP-MINIMUM IS NUMERIC
                        MOVE FC-JUMP-MINIMUM TO WS-JUMP-MINIMUM
                     END-IF
               END-READ
               CLOSE SCREEN-CONTROL-FILE
            END-IF.

       060-LOAD-EMPLOYEES.

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-FILE
               READ EMPLOYEE-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-EMP-COUNT < WS-EMP-COUNT-MAX
                        ADD 1 TO WS-EMP-COUNT
                        PERFORM 061-TABLE-EMPLOYEE
                     ELSE
                        DISPLAY "WARNING: EMPLOYEE TABLE FULL, "
                           "IGNORING EMPLOYEE ", EMP-ID
                     END-IF
               END-READ
            END-PERFORM.

       061-TABLE-EMPLOYEE.

            SET EM-IDX TO WS-EMP-COUNT
            INITIALIZE EMPLOYEE-ENTRY (EM-IDX)
            MOVE EMP-ID TO EME-EMP-ID (EM-IDX)
            MOVE EMP-NAME TO EME-EMP-NAME (EM-IDX)
            MOVE EMP-PAY-TYPE TO EME-PAY-TYPE (EM-IDX)
            MOVE EMP-HOURLY-RATE TO EME-HOURLY-RATE (EM-IDX)
            MOVE EMP-PERIOD-SALARY TO EME-PERIOD-SALARY (EM-IDX)
            IF EMP-TERM-DATE IS NUMERIC
               MOVE EMP-TERM-DATE TO EME-TERM-DATE (EM-IDX)
            END-IF
            MOVE 'N' TO EME-PRIOR-SWITCH (EM-IDX)
            MOVE 'N' TO EME-SNAP-SWITCH (EM-IDX)
            MOVE 'N' TO EME-AUDIT-SWITCH (EM-IDX)
            MOVE 'N' TO WS-NAME-REPORTED (WS-EMP-COUNT).

      * Stubs come in employee then date order, so each employee's
      * last record is the latest run that paid them and the one
      * before it the previous. This run is the latest date on the
      * whole file.
       065-LOAD-STUB-HISTORY.

            OPEN INPUT STUB-HISTORY-FILE
            IF WS-STUB-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: STUBHIST.DAT NOT FOUND, STATUS = ",
                  WS-STUB-FILE-STATUS, " - PAY CHECKS SKIPPED"
               EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-FILE
               READ STUB-HISTORY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 066-TABLE-STUB
               END-READ
            END-PERFORM
            CLOSE STUB-HISTORY-FILE

            IF WS-PERIOD-START = 0
               MOVE WS-CURRENT-RUN-DATE TO WS-PERIOD-START
            END-IF
            IF WS-PERIOD-END = 0
               MOVE WS-CURRENT-RUN-DATE TO WS-PERIOD-END
            END-IF.

       066-TABLE-STUB.

            IF SHX-PERIOD-DATE > WS-CURRENT-RUN-DATE
               MOVE SHX-PERIOD-DATE TO WS-CURRENT-RUN-DATE
            END-IF
            MOVE SHX-EMP-ID TO WS-FLAG-EMP-ID
            PERFORM 250-FIND-EMPLOYEE
            IF WS-EMP-SUB = 0
               EXIT PARAGRAPH
            END-IF
            IF EME-LAST-DATE (WS-EMP-SUB) > 0
               MOVE EME-LAST-NET (WS-EMP-SUB) TO
                  EME-PRIOR-NET (WS-EMP-SUB)
               MOVE 'Y' TO EME-PRIOR-SWITCH (WS-EMP-SUB)
            END-IF
            MOVE SHX-PERIOD-DATE TO EME-LAST-DATE (WS-EMP-SUB)
            COMPUTE EME-LAST-HOURS (WS-EMP-SUB) =
               SHX-REG-HOURS + SHX-OT-HOURS
            MOVE SHX-GROSS-PAY TO EME-LAST-GROSS (WS-EMP-SUB)
            MOVE SHX-NET-PAY TO EME-LAST-NET (WS-EMP-SUB).

      * Employee and supplier deposit accounts in one table, so a
      * shared account shows up whichever side it is on.
       070-LOAD-ACCOUNTS.

            OPEN INPUT EMPLOYEE-BANKING-FILE
            IF WS-BANK-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: EMPBANK.DAT NOT FOUND, STATUS = ",
                  WS-BANK-FILE-STATUS, " - ACCOUNT CHECK SKIPPED"
            ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                  READ EMPLOYEE-BANKING-FILE
                     AT END
                        MOVE 'Y' TO WS-EOF-SWITCH
                     NOT AT END
                        ADD 1 TO WS-RUNSTAT-RECORDS-READ
                        IF BANK-ACCOUNT-NUMBER NOT = SPACES
                           MOVE BANK-ROUTING-NUMBER TO
                              WSD-ROUTING
                           MOVE BANK-ACCOUNT-NUMBER TO
                              WSD-ACCOUNT
                           MOVE BANK-EMP-ID TO WSD-OTHER-ID
                           MOVE "E" TO WS-OWNER-TYPE
                           PERFORM 071-TABLE-ACCOUNT
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE EMPLOYEE-BANKING-FILE
            END-IF

            OPEN INPUT SUPPLIER-BANKING-FILE
            IF WS-SUPP-BANK-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE
                  READ SUPPLIER-BANKING-FILE
                     AT END
                        MOVE 'Y' TO WS-EOF-SWITCH
                     NOT AT END
                        ADD 1 TO WS-RUNSTAT-RECORDS-READ
                        IF SB-ACCOUNT-NUMBER NOT = SPACES
                           MOVE SB-ROUTING-NUMBER TO WSD-ROUTING
                           MOVE SB-ACCOUNT-NUMBER TO WSD-ACCOUNT
                           MOVE SB-SUPPLIER TO WSD-OTHER-ID
                           MOVE "S" TO WS-OWNER-TYPE
                           PERFORM 071-TABLE-ACCOUNT
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE SUPPLIER-BANKING-FILE
            END-IF.

       071-TABLE-ACCOUNT.

            IF WS-ACCOUNT-COUNT < WS-ACCOUNT-COUNT-MAX
               ADD 1 TO WS-ACCOUNT-COUNT
               SET AC-IDX TO WS-ACCOUNT-COUNT
               MOVE WSD-ROUTING TO ACE-ROUTING-NUMBER (AC-IDX)
               MOVE WSD-ACCOUNT TO ACE-ACCOUNT-NUMBER (AC-IDX)
               MOVE WS-OWNER-TYPE TO ACE-OWNER-TYPE (AC-IDX)
               MOVE WSD-OTHER-ID TO ACE-OWNER-ID (AC-IDX)
               MOVE 'N' TO ACE-REPORTED-SWITCH (AC-IDX)
            ELSE
               DISPLAY "WARNING: ACCOUNT TABLE FULL, IGNORING ",
                  WSD-OTHER-ID
            END-IF.

       075-LOAD-SSNS.

            OPEN INPUT EMPLOYEE-SSN-FILE
            IF WS-SSN-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: EMPSSN.DAT NOT FOUND, STATUS = ",
                  WS-SSN-FILE-STATUS, " - SSN CHECK SKIPPED"
               EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-FILE
               READ EMPLOYEE-SSN-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-SSN-COUNT < WS-SSN-COUNT-MAX
                        ADD 1 TO WS-SSN-COUNT
                        MOVE SSN-EMP-ID TO SNE-EMP-ID (WS-SSN-COUNT)
                        MOVE SSN-NUMBER TO
                           SNE-SSN-NUMBER (WS-SSN-COUNT)
                        MOVE 'N' TO
                           SNE-REPORTED-SWITCH (WS-SSN-COUNT)
                     ELSE
                        DISPLAY "WARNING: SSN TABLE FULL, IGNORING "
                           "EMPLOYEE ", SSN-EMP-ID
                     END-IF
               END-READ
            END-PERFORM
            CLOSE EMPLOYEE-SSN-FILE.

      * Punches inside the pay period, and the latest punch of all
      * for the termination check. A clock file with no punches at
      * all in the period means hours were keyed this run, and the
      * no-punch check stands down rather than flag everyone.
       080-COUNT-PUNCHES.

            OPEN INPUT TIME-CLOCK-FILE
            IF WS-CLOCK-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: TIMECLCK.DAT NOT FOUND, STATUS = ",
                  WS-CLOCK-FILE-STATUS, " - PUNCH CHECK SKIPPED"
               EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-FILE
               READ TIME-CLOCK-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     MOVE TP-EMP-ID TO WS-FLAG-EMP-ID
                     PERFORM 250-FIND-EMPLOYEE
                     IF WS-EMP-SUB > 0
                        IF TP-PUNCH-DATE >
                              EME-LAST-PUNCH-DATE (WS-EMP-SUB)
                           MOVE TP-PUNCH-DATE TO
                              EME-LAST-PUNCH-DATE (WS-EMP-SUB)
                        END-IF
                        IF TP-PUNCH-DATE >= WS-PERIOD-START
                              AND TP-PUNCH-DATE <= WS-PERIOD-END
                           ADD 1 TO EME-PUNCH-COUNT (WS-EMP-SUB)
                           ADD 1 TO WS-PERIOD-PUNCH-COUNT
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE TIME-CLOCK-FILE

            IF WS-PERIOD-PUNCH-COUNT = 0
               DISPLAY "NOTICE: NO PUNCHES IN THE PAY PERIOD - HOURS "
                  "WERE KEYED, PUNCH CHECK SKIPPED"
            END-IF.

       085-LOAD-RATE-SNAPSHOT.

            OPEN INPUT RATE-SNAPSHOT-IN-FILE
            IF WS-SNAPSHOT-IN-STATUS NOT = "00"
               DISPLAY "NOTICE: NO FRDRATE.DAT FROM A PRIOR SCREEN - "
                  "RATE CHECK STARTS NEXT RUN"
               EXIT PARAGRAPH
            END-IF

            MOVE 'Y' TO WS-SNAPSHOT-SWITCH
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-FILE
               READ RATE-SNAPSHOT-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     MOVE RSI-EMP-ID TO WS-FLAG-EMP-ID
                     PERFORM 250-FIND-EMPLOYEE
                     IF WS-EMP-SUB > 0
                        MOVE RSI-HOURLY-RATE TO
                           EME-SNAP-RATE (WS-EMP-SUB)
                        MOVE RSI-PERIOD-SALARY TO
                           EME-SNAP-SALARY (WS-EMP-SUB)
                        MOVE RSI-SNAPSHOT-DATE TO
                           EME-SNAP-DATE (WS-EMP-SUB)
                        MOVE 'Y' TO EME-SNAP-SWITCH (WS-EMP-SUB)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE RATE-SNAPSHOT-IN-FILE.

      * A rate change is accounted for when EMPMAST-MAINTENANCE
      * logged an entry for the employee, on or after the last
      * screen, whose AFTER image carries the rate and salary now on
      * the master.
       090-MATCH-AUDIT-TRAIL.

            IF NOT SNAPSHOT-WAS-LOADED
               EXIT PARAGRAPH
            END-IF
            OPEN INPUT MASTER-CHANGE-LOG-FILE
            IF WS-CHANGE-LOG-STATUS NOT = "00"
               DISPLAY "WARNING: EMPCHG.LOG NOT FOUND, STATUS = ",
                  WS-CHANGE-LOG-STATUS, " - EVERY RATE CHANGE FLAGS"
               EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-FILE
               READ MASTER-CHANGE-LOG-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     PERFORM 091-MATCH-AUDIT-LINE
               END-READ
            END-PERFORM
            CLOSE MASTER-CHANGE-LOG-FILE.

       091-MATCH-AUDIT-LINE.

            EVALUATE TRUE
               WHEN CLA-IS-AUDIT-ACTION
                     AND CLA-ACTION-DELIMITER = SPACE
                  MOVE CLA-EMP-ID TO WS-PENDING-EMP-ID
                  IF CLA-CHANGE-DATE IS NUMERIC
                     MOVE CLA-CHANGE-DATE TO WS-PENDING-CHANGE-DATE
                  ELSE
                     MOVE 0 TO WS-PENDING-CHANGE-DATE
                  END-IF
               WHEN CLI-IS-AFTER-IMAGE
                     AND WS-PENDING-EMP-ID NOT = SPACES
                  MOVE WS-PENDING-EMP-ID TO WS-FLAG-EMP-ID
                  MOVE SPACES TO WS-PENDING-EMP-ID
                  PERFORM 250-FIND-EMPLOYEE
                  IF WS-EMP-SUB = 0
                     EXIT PARAGRAPH
                  END-IF
                  IF WS-PENDING-CHANGE-DATE <
                        EME-SNAP-DATE (WS-EMP-SUB)
                     EXIT PARAGRAPH
                  END-IF
                  MOVE EME-HOURLY-RATE (WS-EMP-SUB) TO
                     WS-AUDIT-HOURLY-RATE
                  MOVE EME-PERIOD-SALARY (WS-EMP-SUB) TO
                     WS-AUDIT-PERIOD-SALARY
                  IF CLI-HOURLY-RATE = WS-AUDIT-IMAGE (1:5)
                        AND CLI-PERIOD-SALARY = WS-AUDIT-IMAGE (6:9)
                     MOVE 'Y' TO EME-AUDIT-SWITCH (WS-EMP-SUB)
                  END-IF
            END-EVALUATE.

      * Each account held by more than one owner is listed once,
      * against every owner after the first.
       200-CHECK-SHARED-ACCOUNTS.

            PERFORM VARYING AC-IDX FROM 1 BY 1
                  UNTIL AC-IDX > WS-ACCOUNT-COUNT
               PERFORM VARYING AC-IDX-2 FROM AC-IDX BY 1
                     UNTIL AC-IDX-2 > WS-ACCOUNT-COUNT
                  IF AC-IDX-2 NOT = AC-IDX
                        AND ACE-REPORTED-SWITCH (AC-IDX-2) = 'N'
                        AND ACE-ROUTING-NUMBER (AC-IDX-2) =
                           ACE-ROUTING-NUMBER (AC-IDX)
                        AND ACE-ACCOUNT-NUMBER (AC-IDX-2) =
                           ACE-ACCOUNT-NUMBER (AC-IDX)
                        AND ACE-OWNER-ID (AC-IDX-2) NOT =
                           ACE-OWNER-ID (AC-IDX)
                     PERFORM 210-FLAG-SHARED-ACCOUNT
                  END-IF
               END-PERFORM
            END-PERFORM.

       210-FLAG-SHARED-ACCOUNT.

            MOVE 'Y' TO ACE-REPORTED-SWITCH (AC-IDX-2)
            IF ACE-IS-SUPPLIER (AC-IDX) AND ACE-IS-SUPPLIER (AC-IDX-2)
               EXIT PARAGRAPH
            END-IF
            MOVE ACE-ROUTING-NUMBER (AC-IDX) TO WSD-ROUTING
            MOVE ACE-ACCOUNT-NUMBER (AC-IDX) TO WSD-ACCOUNT
            IF ACE-IS-SUPPLIER (AC-IDX) OR ACE-IS-SUPPLIER (AC-IDX-2)
               MOVE "ACCOUNT ALSO A SUPPLIER'S" TO RD-CHECK
               ADD 1 TO WS-SUPPLIER-ACCOUNT-FLAGS
            ELSE
               MOVE "SHARED DEPOSIT ACCOUNT" TO RD-CHECK
               ADD 1 TO WS-SHARED-ACCOUNT-FLAGS
            END-IF
            IF ACE-IS-SUPPLIER (AC-IDX-2)
               MOVE ACE-OWNER-ID (AC-IDX-2) TO WSD-OTHER-ID
               MOVE ACE-OWNER-ID (AC-IDX) TO RD-EMP-ID
            ELSE
               MOVE ACE-OWNER-ID (AC-IDX) TO WSD-OTHER-ID
               MOVE ACE-OWNER-ID (AC-IDX-2) TO RD-EMP-ID
            END-IF
            MOVE RD-EMP-ID TO WS-FLAG-EMP-ID
            PERFORM 250-FIND-EMPLOYEE
            IF WS-EMP-SUB > 0
               MOVE EME-EMP-NAME (WS-EMP-SUB) TO RD-EMP-NAME
            ELSE
               MOVE "** NOT ON EMPMAST" TO RD-EMP-NAME
            END-IF
            MOVE WS-DETAIL-ACCOUNT TO RD-DETAIL
            PERFORM 850-WRITE-FLAG.

      * Finds WS-FLAG-EMP-ID on the employee table; WS-EMP-SUB is
      * zero when it is not there.
       250-FIND-EMPLOYEE.

            MOVE 0 TO WS-EMP-SUB
            PERFORM VARYING EM-IDX FROM 1 BY 1
                  UNTIL EM-IDX > WS-EMP-COUNT
               IF EME-EMP-ID (EM-IDX) = WS-FLAG-EMP-ID
                  SET WS-EMP-SUB TO EM-IDX
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       300-CHECK-PAID-WITHOUT-PUNCHES.

            IF EME-LAST-DATE (WS-EMP-SUB) NOT = WS-CURRENT-RUN-DATE
                  OR WS-CURRENT-RUN-DATE = 0
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-EMPLOYEES-PAID
            IF WS-PERIOD-PUNCH-COUNT = 0
                  OR EME-PAY-TYPE (WS-EMP-SUB) = "S"
                  OR EME-LAST-HOURS (WS-EMP-SUB) NOT > 0
                  OR EME-PUNCH-COUNT (WS-EMP-SUB) > 0
               EXIT PARAGRAPH
            END-IF
            MOVE "PAID WITH NO PUNCHES" TO RD-CHECK
            MOVE EME-LAST-HOURS (WS-EMP-SUB) TO WSD-HOURS
            MOVE WS-DETAIL-HOURS TO RD-DETAIL
            ADD 1 TO WS-NO-PUNCH-FLAGS
            PERFORM 840-WRITE-EMPLOYEE-FLAG.

      * Final pay for the period the employee left in is expected;
      * pay for a period that starts after the term date, or a punch
      * after it, is not.
       400-CHECK-PAID-AFTER-TERM.

            IF EME-TERM-DATE (WS-EMP-SUB) = 0
               EXIT PARAGRAPH
            END-IF
            IF EME-LAST-DATE (WS-EMP-SUB) = WS-CURRENT-RUN-DATE
                  AND WS-CURRENT-RUN-DATE > 0
                  AND WS-PERIOD-START > EME-TERM-DATE (WS-EMP-SUB)
               MOVE "PAID AFTER TERM DATE" TO RD-CHECK
               MOVE "GROSS PAY" TO WSD-TERM-CAPTION
               MOVE EME-LAST-GROSS (WS-EMP-SUB) TO WSD-TERM-AMOUNT
               MOVE EME-TERM-DATE (WS-EMP-SUB) TO WSD-TERM-DATE
               MOVE WS-DETAIL-TERM TO RD-DETAIL
               ADD 1 TO WS-AFTER-TERM-FLAGS
               PERFORM 840-WRITE-EMPLOYEE-FLAG
            END-IF
            IF EME-LAST-PUNCH-DATE (WS-EMP-SUB) >
                  EME-TERM-DATE (WS-EMP-SUB)
               MOVE "PUNCHES AFTER TERM DATE" TO RD-CHECK
               MOVE SPACES TO WSD-TERM-CAPTION
               MOVE "LAST PUNCH" TO WSD-TERM-CAPTION (1:10)
               MOVE EME-LAST-PUNCH-DATE (WS-EMP-SUB) TO
                  WSD-TERM-CAPTION (12:8)
               MOVE 0 TO WSD-TERM-AMOUNT
               MOVE EME-TERM-DATE (WS-EMP-SUB) TO WSD-TERM-DATE
               MOVE WS-DETAIL-TERM TO RD-DETAIL
               ADD 1 TO WS-AFTER-TERM-FLAGS
               PERFORM 840-WRITE-EMPLOYEE-FLAG
            END-IF.

       500-CHECK-UNAUDITED-RATE.

            IF EME-SNAP-SWITCH (WS-EMP-SUB) NOT = 'Y'
               EXIT PARAGRAPH
            END-IF
            IF EME-HOURLY-RATE (WS-EMP-SUB) =
                  EME-SNAP-RATE (WS-EMP-SUB)
                  AND EME-PERIOD-SALARY (WS-EMP-SUB) =
                     EME-SNAP-SALARY (WS-EMP-SUB)
               EXIT PARAGRAPH
            END-IF
            IF EME-AUDIT-SWITCH (WS-EMP-SUB) = 'Y'
               EXIT PARAGRAPH
            END-IF
            MOVE "RATE CHANGE NOT AUDITED" TO RD-CHECK
            MOVE EME-SNAP-RATE (WS-EMP-SUB) TO WSD-OLD-RATE
            MOVE EME-SNAP-SALARY (WS-EMP-SUB) TO WSD-OLD-SALARY
            MOVE EME-HOURLY-RATE (WS-EMP-SUB) TO WSD-NEW-RATE
            MOVE EME-PERIOD-SALARY (WS-EMP-SUB) TO WSD-NEW-SALARY
            MOVE WS-DETAIL-RATE TO RD-DETAIL
            ADD 1 TO WS-RATE-CHANGE-FLAGS
            PERFORM 840-WRITE-EMPLOYEE-FLAG.

      * Each later employee carrying a name already on the master
      * is flagged against the first one.
       600-CHECK-DUPLICATE-NAME.

            IF WS-NAME-REPORTED (WS-EMP-SUB) = 'Y'
                  OR EME-EMP-NAME (WS-EMP-SUB) = SPACES
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-OTHER-SUB FROM WS-EMP-SUB BY 1
                  UNTIL WS-OTHER-SUB > WS-EMP-COUNT
               IF WS-OTHER-SUB NOT = WS-EMP-SUB
                     AND EME-EMP-NAME (WS-OTHER-SUB) =
                        EME-EMP-NAME (WS-EMP-SUB)
                  MOVE 'Y' TO WS-NAME-REPORTED (WS-OTHER-SUB)
                  MOVE "DUPLICATE NAME" TO RD-CHECK
                  MOVE EME-EMP-ID (WS-OTHER-SUB) TO RD-EMP-ID
                  MOVE EME-EMP-NAME (WS-OTHER-SUB) TO RD-EMP-NAME
                  MOVE "SAME NAME AS EMP" TO WSD-DUP-CAPTION
                  MOVE EME-EMP-ID (WS-EMP-SUB) TO WSD-DUP-OTHER-ID
                  MOVE WS-DETAIL-DUPLICATE TO RD-DETAIL
                  ADD 1 TO WS-DUPLICATE-NAME-FLAGS
                  PERFORM 850-WRITE-FLAG
               END-IF
            END-PERFORM.

       650-CHECK-DUPLICATE-SSNS.

            PERFORM VARYING SN-IDX FROM 1 BY 1
                  UNTIL SN-IDX > WS-SSN-COUNT
               PERFORM VARYING SN-IDX-2 FROM SN-IDX BY 1
                     UNTIL SN-IDX-2 > WS-SSN-COUNT
                  IF SN-IDX-2 NOT = SN-IDX
                        AND SNE-REPORTED-SWITCH (SN-IDX-2) = 'N'
                        AND SNE-SSN-NUMBER (SN-IDX-2) =
                           SNE-SSN-NUMBER (SN-IDX)
                        AND SNE-EMP-ID (SN-IDX-2) NOT =
                           SNE-EMP-ID (SN-IDX)
                     MOVE 'Y' TO SNE-REPORTED-SWITCH (SN-IDX-2)
                     MOVE "DUPLICATE SSN" TO RD-CHECK
                     MOVE SNE-EMP-ID (SN-IDX-2) TO RD-EMP-ID
                     MOVE SNE-EMP-ID (SN-IDX-2) TO WS-FLAG-EMP-ID
                     PERFORM 250-FIND-EMPLOYEE
                     IF WS-EMP-SUB > 0
                        MOVE EME-EMP-NAME (WS-EMP-SUB) TO RD-EMP-NAME
                     ELSE
                        MOVE "** NOT ON EMPMAST" TO RD-EMP-NAME
                     END-IF
                     MOVE "SAME SSN AS EMP" TO WSD-DUP-CAPTION
                     MOVE SNE-EMP-ID (SN-IDX) TO WSD-DUP-OTHER-ID
                     MOVE WS-DETAIL-DUPLICATE TO RD-DETAIL
                     ADD 1 TO WS-DUPLICATE-SSN-FLAGS
                     PERFORM 850-WRITE-FLAG
                  END-IF
               END-PERFORM
            END-PERFORM.

       700-CHECK-NET-PAY-JUMP.

            IF EME-LAST-DATE (WS-EMP-SUB) NOT = WS-CURRENT-RUN-DATE
                  OR WS-CURRENT-RUN-DATE = 0
                  OR EME-PRIOR-SWITCH (WS-EMP-SUB) NOT = 'Y'
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-JUMP-AMOUNT = EME-LAST-NET (WS-EMP-SUB)
               - EME-PRIOR-NET (WS-EMP-SUB)
            COMPUTE WS-LIMIT-AMOUNT ROUNDED =
               EME-PRIOR-NET (WS-EMP-SUB) * WS-JUMP-PERCENT / 100
            IF WS-JUMP-AMOUNT NOT > WS-LIMIT-AMOUNT
                  OR WS-JUMP-AMOUNT < WS-JUMP-MINIMUM
               EXIT PARAGRAPH
            END-IF
            MOVE "NET PAY JUMP" TO RD-CHECK
            MOVE EME-PRIOR-NET (WS-EMP-SUB) TO WSD-PRIOR-NET
            MOVE EME-LAST-NET (WS-EMP-SUB) TO WSD-LAST-NET
            MOVE WS-JUMP-AMOUNT TO WSD-JUMP
            MOVE WS-DETAIL-JUMP TO RD-DETAIL
            ADD 1 TO WS-NET-JUMP-FLAGS
            PERFORM 840-WRITE-EMPLOYEE-FLAG.

      * Replaces the snapshot with the master as it stands, so the
      * next screen measures changes from here.
       750-WRITE-RATE-SNAPSHOT.

            OPEN OUTPUT RATE-SNAPSHOT-FILE
            IF WS-SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FRDRATE.DAT OPEN FAILED, STATUS = ",
                  WS-SNAPSHOT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING EM-IDX FROM 1 BY 1
                  UNTIL EM-IDX > WS-EMP-COUNT
               MOVE EME-EMP-ID (EM-IDX) TO RS-EMP-ID
               MOVE EME-HOURLY-RATE (EM-IDX) TO RS-HOURLY-RATE
               MOVE EME-PERIOD-SALARY (EM-IDX) TO RS-PERIOD-SALARY
               MOVE WS-RUN-DATE TO RS-SNAPSHOT-DATE
               WRITE RATE-SNAPSHOT-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-PERFORM
            CLOSE RATE-SNAPSHOT-FILE.

       800-WRITE-REPORT-TOTALS.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF WS-TOTAL-FLAGS = 0
               MOVE SPACES TO REPORT-DETAIL-LINE
               MOVE "NO FLAGS RAISED" TO RD-CHECK
               PERFORM 860-WRITE-REPORT-LINE
            END-IF
            MOVE REPORT-BLANK-LINE TO REPORT-DETAIL-LINE
            PERFORM 860-WRITE-REPORT-LINE
            MOVE "EMPLOYEES PAID THIS RUN" TO RC-CAPTION
            MOVE WS-EMPLOYEES-PAID TO RC-COUNT
            PERFORM 870-WRITE-COUNT-LINE
            MOVE "SHARED DEPOSIT ACCOUNTS" TO RC-CAPTION
            MOVE WS-SHARED-ACCOUNT-FLAGS TO RC-COUNT
            PERFORM 870-WRITE-COUNT-LINE
            MOVE "ACCOUNTS ALSO A SUPPLIER'S" TO RC-CAPTION
            MOVE WS-SUPPLIER-ACCOUNT-FLAGS TO RC-COUNT
            PERFORM 870-WRITE-COUNT-LINE
            MOVE "PAID WITH NO PUNCHES" TO RC-CAPTION
            MOVE WS-NO-PUNCH-FLAGS TO RC-COUNT
            PERFORM 870-WRITE-COUNT-LINE
            MOVE "PAY OR PUNCHES AFTER TERM DATE" TO RC-CAPTION
            MOVE WS-AFTER-TERM-FLAGS TO RC-COUNT
            PERFORM 870-WRITE-COUNT-LINE
            MOVE "RATE CHANGES NOT AUDITED" TO RC-CAPTION
            MOVE WS-RATE-CHANGE-FLAGS TO RC-COUNT
            PERFORM 870-WRITE-COUNT-LINE
            MOVE "DUPLICATE NAMES" TO RC-CAPTION
            MOVE WS-DUPLICATE-NAME-FLAGS TO RC-COUNT
            PERFORM 870-WRITE-COUNT-LINE
            MOVE "DUPLICATE SSNS" TO RC-CAPTION
            MOVE WS-DUPLICATE-SSN-FLAGS TO RC-COUNT
            PERFORM 870-WRITE-COUNT-LINE
            MOVE "NET PAY JUMPS" TO RC-CAPTION
            MOVE WS-NET-JUMP-FLAGS TO RC-COUNT
            PERFORM 870-WRITE-COUNT-LINE
            MOVE "TOTAL FLAGS" TO RC-CAPTION
            MOVE WS-TOTAL-FLAGS TO RC-COUNT
            PERFORM 870-WRITE-COUNT-LINE.

       810-WRITE-REPORT-HEADER.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER
            MOVE WS-CURRENT-RUN-DATE TO RH1-PAY-RUN
            MOVE WS-RUN-DATE TO RH1-RUN-DATE
            IF WS-PAGE-NUMBER = 1
               WRITE SCREEN-REPORT-LINE FROM REPORT-HEADING-1
            ELSE
               WRITE SCREEN-REPORT-LINE FROM REPORT-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            WRITE SCREEN-REPORT-LINE FROM REPORT-HEADING-2
            MOVE 0 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       840-WRITE-EMPLOYEE-FLAG.

            MOVE EME-EMP-ID (WS-EMP-SUB) TO RD-EMP-ID
            MOVE EME-EMP-NAME (WS-EMP-SUB) TO RD-EMP-NAME
            PERFORM 850-WRITE-FLAG.

      * One flag: a report line and an exception-log entry.
       850-WRITE-FLAG.

            ADD 1 TO WS-TOTAL-FLAGS
            PERFORM 860-WRITE-REPORT-LINE
            MOVE RD-CHECK TO WS-FLAG-MSG-CHECK
            MOVE RD-EMP-ID TO WS-FLAG-MSG-EMP-ID
            MOVE WS-FLAG-MSG-BUILD TO EL-MESSAGE
            MOVE "PAYROLL-FRAUD-SCREEN" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

       860-WRITE-REPORT-LINE.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE SCREEN-REPORT-LINE FROM REPORT-DETAIL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       870-WRITE-COUNT-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE SCREEN-REPORT-LINE FROM REPORT-COUNT-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       900-CLOSE-FILES.

            IF WS-EMP-FILE-STATUS = "00" OR WS-EMP-FILE-STATUS = "10"
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF
            IF WS-REPORT-FILE-STATUS = "00"
               CLOSE SCREEN-REPORT-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM PAYROLL-FRAUD-SCREEN.
