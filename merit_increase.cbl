      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Turn the annual merit-increase file MERITIN.DAT
      *           (employee plus a percent or a new rate/salary) into
      *           effective-dated CHG transactions on EMPTRAN.DAT
      *           instead of anyone keying them one at a time.  Each
      *           line is checked against the employee's current
      *           EMP-HOURLY-RATE or EMP-PERIOD-SALARY on EMPMAST.DAT,
      *           against the maximum raise percentage on MERITCTL.DAT,
      *           and against its department's annual raise budget on
      *           MERITBUD.DAT; a line that fails any of them is
      *           listed and generates nothing.  A change effective
      *           past the current period is held on EMPPEND.DAT by
      *           EMPMAST-MAINTENANCE and released by PENDING-CHANGE-
      *           RELEASE like any other future-dated change.
      *           MERIT.RPT is the proof: old and new pay for every
      *           line, then the dollar impact by department against
      *           its budget.  PAYROLL_MERIT_PROOF=Y prints the proof
      *           without writing any transaction.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERIT-INCREASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Effective date and maximum raise percentage - one control
      * record; the VALUE-clause defaults apply when it is missing.
           SELECT MERIT-CONTROL-FILE ASSIGN TO "MERITCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERIT-CONTROL-STATUS.

      * Annual raise dollars each department may spend.
           SELECT MERIT-BUDGET-FILE ASSIGN TO "MERITBUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERIT-BUDGET-STATUS.

           SELECT MERIT-INPUT-FILE ASSIGN TO "MERITIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERIT-INPUT-STATUS.

      * The pay frequency annualizes a period salary.
           SELECT PAY-CONTROL-FILE ASSIGN TO "PAYCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-CONTROL-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

      * Appended to, so the raises ride along with whatever other
      * maintenance is already waiting for the next run.
           SELECT EMPLOYEE-TRANSACTION-FILE ASSIGN TO "EMPTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.

           SELECT MERIT-REPORT-FILE ASSIGN TO "MERIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
      * Zero effective date takes the run date; zero maximum takes
      * the default.
       FD  MERIT-CONTROL-FILE.
       01  MERIT-CONTROL-RECORD.
           05  MC-EFFECTIVE-DATE   PIC 9(8).
           05  MC-MAX-PERCENT      PIC 9(2)V9(3).

       FD  MERIT-BUDGET-FILE.
       01  MERIT-BUDGET-RECORD.
           05  MB-DEPARTMENT       PIC X(4).
           05  MB-ANNUAL-BUDGET    PIC 9(7)V9(2).

      * MI-RAISE-TYPE "P" raises by MI-RAISE-PERCENT; "N" sets the
      * new pay outright - an hourly rate for an hourly employee, a
      * period salary for a salaried one. MI-CURRENT-PAY is the pay
      * HR's sheet was built from; when it is not zero it must still
      * match the master. A zero MI-EFFECTIVE-DATE takes the control
      * record's date.
       FD  MERIT-INPUT-FILE.
       01  MERIT-INPUT-RECORD.
           05  MI-EMP-ID           PIC X(6).
           05  MI-RAISE-TYPE       PIC X.
               88  MI-IS-PERCENT       VALUE "P".
               88  MI-IS-NEW-PAY       VALUE "N".
           05  MI-RAISE-PERCENT    PIC 9(2)V9(3).
           05  MI-NEW-PAY          PIC 9(7)V9(3).
           05  MI-CURRENT-PAY      PIC 9(7)V9(3).
           05  MI-EFFECTIVE-DATE   PIC 9(8).

       FD  PAY-CONTROL-FILE.
       01  PAY-CONTROL-RECORD.
           05  PC-PAY-PERIOD-TYPE  PIC X.
               88  PC-PERIOD-IS-WEEKLY     VALUE "W".
               88  PC-PERIOD-IS-BIWEEKLY   VALUE "B".
               88  PC-PERIOD-IS-MONTHLY    VALUE "M".
           05  FILLER              PIC X(41).

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
           05  EMP-W4-FILING-STATUS PIC X.
               88  EMP-W4-MARRIED-JOINT    VALUE "M".
               88  EMP-W4-HEAD-OF-HOUSEHOLD VALUE "H".
           05  EMP-W4-DEPENDENT-CREDIT PIC 9(5)V9(2).
           05  EMP-W4-OTHER-INCOME PIC 9(7)V9(2).
           05  EMP-W4-DEDUCTIONS   PIC 9(7)V9(2).
           05  EMP-W4-EXTRA-WITHHOLDING PIC 9(5)V9(2).
           05  EMP-W4-EXEMPT       PIC X.
               88  EMP-W4-IS-EXEMPT        VALUE "Y".

      * EMPMAST-MAINTENANCE's transaction layout. A generated CHG
      * carries only the new rate or salary and its effective date;
      * every other field is space or zero, "leave it alone".
       FD  EMPLOYEE-TRANSACTION-FILE.
       01  EMPLOYEE-TRANSACTION-RECORD.
           05  ET-ACTION           PIC X(3).
           05  ET-EMP-ID           PIC X(6).
           05  ET-EMP-NAME         PIC X(25).
           05  ET-EMP-DEPARTMENT   PIC X(4).
           05  ET-EMP-HOURLY-RATE  PIC 9(2)V9(3).
           05  ET-EMP-CURRENCY-CODE PIC X(3).
           05  ET-EMP-PAY-TYPE     PIC X.
           05  ET-EMP-PERIOD-SALARY PIC 9(7)V9(2).
           05  ET-TERM-DATE        PIC 9(8).
           05  ET-TAX-JURISDICTION PIC X(2).
           05  ET-JOB-CLASS        PIC X(4).
           05  ET-EFFECTIVE-DATE   PIC 9(8).
           05  ET-COMPANY-CODE     PIC X(2).
           05  ET-W4-FILING-STATUS PIC X.
           05  ET-W4-DEPENDENT-CREDIT PIC 9(5)V9(2).
           05  ET-W4-OTHER-INCOME  PIC 9(7)V9(2).
           05  ET-W4-DEDUCTIONS    PIC 9(7)V9(2).
           05  ET-W4-EXTRA-WITHHOLDING PIC 9(5)V9(2).
           05  ET-W4-EXEMPT        PIC X.

       FD  MERIT-REPORT-FILE.
       01  MERIT-REPORT-LINE       PIC X(135).

           COPY EXCPFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-MERIT-CONTROL-STATUS  PIC XX.
       01  WS-MERIT-BUDGET-STATUS   PIC XX.
       01  WS-MERIT-INPUT-STATUS    PIC XX.
       01  WS-PAY-CONTROL-STATUS    PIC XX.
       01  WS-EMP-FILE-STATUS       PIC XX.
       01  WS-TRANSACTION-FILE-STATUS PIC XX.
       01  WS-REPORT-FILE-STATUS    PIC XX.

       01  WS-MERIT-INPUT-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-MERIT-INPUT       VALUE 'Y'.
       01  WS-MERIT-BUDGET-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-MERIT-BUDGETS     VALUE 'Y'.
       01  WS-ENV-PROOF-FLAG        PIC X.
       01  WS-PROOF-ONLY-SWITCH     PIC X VALUE 'N'.
           88  PROOF-ONLY-MODE          VALUE 'Y'.
       01  WS-TRANSACTION-OPEN-SWITCH PIC X VALUE 'N'.
           88  TRANSACTION-FILE-IS-OPEN VALUE 'Y'.

      * Defaults when MERITCTL.DAT is missing: effective the day of
      * the run, no raise over 10 percent.
       01  WS-EFFECTIVE-DATE        PIC 9(8).
       01  WS-MAX-PERCENT           PIC 9(2)V9(3) VALUE 10.000.
      * Hours in a working year, to annualize an hourly rate, and
      * pay periods in a year from the PAYCTRL frequency.
       01  WS-ANNUAL-HOURS          PIC 9(4) VALUE 2080.
       01  WS-PERIODS-PER-YEAR      PIC 9(3) VALUE 52.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-LINE-EFFECTIVE-DATE   PIC 9(8).
       01  WS-OLD-PAY               PIC 9(7)V9(3).
       01  WS-NEW-PAY               PIC 9(7)V9(3).
       01  WS-NEW-SALARY            PIC 9(7)V9(2).
       01  WS-RAISE-PERCENT         PIC S9(4)V9(3).
       01  WS-OLD-ANNUAL            PIC 9(9)V9(2).
       01  WS-NEW-ANNUAL            PIC 9(9)V9(2).
       01  WS-ANNUAL-IMPACT         PIC S9(9)V9(2).
       01  WS-REJECT-REASON         PIC X(24).
           88  LINE-IS-ACCEPTED         VALUE SPACES.

       01  WS-LINES-READ            PIC 9(5) VALUE 0.
       01  WS-LINES-ACCEPTED        PIC 9(5) VALUE 0.
       01  WS-LINES-REJECTED        PIC 9(5) VALUE 0.
       01  WS-TOTAL-IMPACT          PIC S9(9)V9(2) VALUE 0.

      * Budget and running spend per department. A department on
      * no budget row is entered with a zero budget the first time a
      * raise names it, so every raise in it busts the budget and
      * still shows up in the department section.
       01  WS-DEPT-COUNT-MAX        PIC 9(3) VALUE 100.
       01  WS-DEPT-COUNT            PIC 9(3) VALUE 0.
       01  DEPT-BUDGET-TABLE.
           05  DEPT-BUDGET-ENTRY OCCURS 100 TIMES
                                   INDEXED BY DB-IDX.
               10  DBE-DEPARTMENT      PIC X(4).
               10  DBE-BUDGET          PIC 9(7)V9(2).
               10  DBE-SPENT           PIC S9(9)V9(2).
               10  DBE-ACCEPTED        PIC 9(5).
               10  DBE-REJECTED        PIC 9(5).
               10  DBE-ON-FILE         PIC X.

      * Employees already given a raise from this file - a second
      * line for the same employee is a keying error, not a second
      * raise.
       01  WS-RAISED-COUNT-MAX      PIC 9(4) VALUE 2000.
       01  WS-RAISED-COUNT          PIC 9(4) VALUE 0.
       01  RAISED-EMPLOYEE-TABLE.
           05  RAISED-EMPLOYEE-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY RE-IDX.
               10  REE-EMP-ID          PIC X(6).

      * Exception-log message for a rejected line.
      * Built with MOVE, not STRING - see copybooks/EXCPLOG.cpy.
       01  WS-REJECT-MSG-BUILD.
           05  FILLER              PIC X(15) VALUE "MERIT LINE FOR ".
           05  WS-REJ-MSG-EMP-ID   PIC X(6).
           05  FILLER              PIC X(3)  VALUE " - ".
           05  WS-REJ-MSG-REASON   PIC X(24).

       01  MERIT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "MERIT INCREASE PROOF".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  MH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MH1-MODE        PIC X(11).
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  MH1-PAGE-NUMBER PIC ZZ9.
       01  MERIT-HEADING-2.
           05  FILLER          PIC X(8)  VALUE "EMP ID".
           05  FILLER          PIC X(27) VALUE "NAME".
           05  FILLER          PIC X(6)  VALUE "DEPT".
           05  FILLER          PIC X(2)  VALUE "T".
           05  FILLER          PIC X(16) VALUE "     OLD PAY".
           05  FILLER          PIC X(16) VALUE "     NEW PAY".
           05  FILLER          PIC X(10) VALUE "   PCT".
           05  FILLER          PIC X(16) VALUE " ANNUAL IMPACT".
           05  FILLER          PIC X(9)  VALUE "EFFECTIVE".
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(24) VALUE "STATUS".
       01  MERIT-DETAIL-LINE.
           05  MD-EMP-ID       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MD-EMP-NAME     PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MD-DEPARTMENT   PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MD-PAY-TYPE     PIC X.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  MD-OLD-PAY      PIC Z,ZZZ,ZZ9.999.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  MD-NEW-PAY      PIC Z,ZZZ,ZZ9.999.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  MD-PERCENT      PIC -ZZZ9.999.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  MD-IMPACT       PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  MD-EFFECTIVE-DATE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MD-STATUS       PIC X(24).
       01  MERIT-DEPT-HEADING.
           05  FILLER          PIC X(8)  VALUE "DEPT".
           05  FILLER          PIC X(16) VALUE "          BUDGET".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(16) VALUE "           SPENT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(16) VALUE "       REMAINING".
           05  FILLER          PIC X(10) VALUE "  RAISES".
           05  FILLER          PIC X(10) VALUE "  REJECTS".
       01  MERIT-DEPT-LINE.
           05  MDL-DEPARTMENT  PIC X(4).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  MDL-BUDGET      PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  MDL-SPENT       PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  MDL-REMAINING   PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  MDL-ACCEPTED    PIC ZZZZ9.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  MDL-REJECTED    PIC ZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  MDL-NOTE        PIC X(14).
       01  MERIT-TOTAL-LINE.
           05  MT-CAPTION      PIC X(32).
           05  MT-COUNT        PIC ZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  MT-AMOUNT       PIC $$$,$$$,$$9.99-.
       01  MERIT-BLANK-LINE    PIC X(1)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "MERIT-INCREASE" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
            PERFORM 020-GET-PROOF-MODE
            PERFORM 050-OPEN-FILES
            PERFORM 060-LOAD-DEPT-BUDGETS

            IF WS-REPORT-FILE-STATUS = "00"
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF

            PERFORM UNTIL END-OF-MERIT-INPUT
               READ MERIT-INPUT-FILE
                  AT END
                     MOVE 'Y' TO WS-MERIT-INPUT-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     ADD 1 TO WS-LINES-READ
                     PERFORM 200-PROCESS-MERIT-LINE
               END-READ
            END-PERFORM

            PERFORM 800-WRITE-DEPT-IMPACT
            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            DISPLAY "MERIT INCREASE COMPLETE.  ", WS-LINES-READ,
               " LINE(S), ", WS-LINES-ACCEPTED, " ACCEPTED, ",
               WS-LINES-REJECTED, " REJECTED."
            IF PROOF-ONLY-MODE
               DISPLAY "PROOF ONLY - NO TRANSACTIONS WRITTEN."
            END-IF
            STOP RUN.

       020-GET-PROOF-MODE.

            DISPLAY "PAYROLL_MERIT_PROOF" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-PROOF-FLAG FROM ENVIRONMENT-VALUE
            IF WS-ENV-PROOF-FLAG = "Y"
               MOVE 'Y' TO WS-PROOF-ONLY-SWITCH
               DISPLAY "PROOF ONLY: NO CHG TRANSACTIONS WILL BE "
                  "WRITTEN."
            END-IF.

       050-OPEN-FILES.

            OPEN INPUT MERIT-CONTROL-FILE
            IF WS-MERIT-CONTROL-STATUS = "00"
               READ MERIT-CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF MC-EFFECTIVE-DATE IS NUMERIC
                           AND MC-EFFECTIVE-DATE NOT = 0
                        MOVE MC-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                     END-IF
                     IF MC-MAX-PERCENT IS NUMERIC
                           AND MC-MAX-PERCENT NOT = 0
                        MOVE MC-MAX-PERCENT TO WS-MAX-PERCENT
                     END-IF
               END-READ
               CLOSE MERIT-CONTROL-FILE
            ELSE
               DISPLAY "WARNING: MERIT-CONTROL-FILE NOT FOUND, "
                  "STATUS = ", WS-MERIT-CONTROL-STATUS,
                  " - DEFAULTS APPLY"
            END-IF
            DISPLAY "MERIT EFFECTIVE ", WS-EFFECTIVE-DATE,
               ", MAXIMUM RAISE ", WS-MAX-PERCENT, " PERCENT."

            OPEN INPUT PAY-CONTROL-FILE
            IF WS-PAY-CONTROL-STATUS = "00"
               READ PAY-CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     EVALUATE TRUE
                        WHEN PC-PERIOD-IS-BIWEEKLY
                           MOVE 26 TO WS-PERIODS-PER-YEAR
                        WHEN PC-PERIOD-IS-MONTHLY
                           MOVE 12 TO WS-PERIODS-PER-YEAR
                        WHEN OTHER
                           MOVE 52 TO WS-PERIODS-PER-YEAR
                     END-EVALUATE
               END-READ
               CLOSE PAY-CONTROL-FILE
            ELSE
               DISPLAY "WARNING: PAY-CONTROL-FILE NOT FOUND, "
                  "STATUS = ", WS-PAY-CONTROL-STATUS,
                  " - SALARIES ANNUALIZED AS WEEKLY"
            END-IF

            OPEN INPUT MERIT-INPUT-FILE
            IF WS-MERIT-INPUT-STATUS NOT = "00"
               DISPLAY "ERROR: MERIT-INPUT-FILE OPEN FAILED, "
                  "STATUS = ", WS-MERIT-INPUT-STATUS
               MOVE 'Y' TO WS-MERIT-INPUT-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "MERIT-INPUT-FILE" TO EL-MESSAGE
               MOVE "MERIT-INCREASE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            OPEN INPUT EMPLOYEE-MASTER-FILE
            IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: EMPLOYEE-MASTER-FILE OPEN FAILED, "
                  "STATUS = ", WS-EMP-FILE-STATUS
               MOVE 'Y' TO WS-MERIT-INPUT-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "EMPLOYEE-MASTER-FILE" TO EL-MESSAGE
               MOVE "MERIT-INCREASE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

      * A run that cannot write its transactions must not look like
      * it raised anybody - it falls back to a proof.
            IF NOT PROOF-ONLY-MODE
               OPEN EXTEND EMPLOYEE-TRANSACTION-FILE
               IF WS-TRANSACTION-FILE-STATUS NOT = "00"
                  OPEN OUTPUT EMPLOYEE-TRANSACTION-FILE
               END-IF
               IF WS-TRANSACTION-FILE-STATUS = "00"
                  MOVE 'Y' TO WS-TRANSACTION-OPEN-SWITCH
               ELSE
                  DISPLAY "ERROR: EMPLOYEE-TRANSACTION-FILE OPEN "
                     "FAILED, STATUS = ", WS-TRANSACTION-FILE-STATUS,
                     " - PROOF ONLY"
                  MOVE 'Y' TO WS-PROOF-ONLY-SWITCH
                  MOVE 1 TO RETURN-CODE
                  MOVE "EMPLOYEE-TRANSACTION-FILE" TO EL-MESSAGE
                  MOVE "MERIT-INCREASE" TO EL-PROGRAM-ID
                  MOVE "E" TO EL-SEVERITY
                  PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               END-IF
            END-IF

            OPEN OUTPUT MERIT-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: MERIT-REPORT-FILE OPEN FAILED, "
                  "STATUS = ", WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF.

       060-LOAD-DEPT-BUDGETS.

            OPEN INPUT MERIT-BUDGET-FILE
            IF WS-MERIT-BUDGET-STATUS NOT = "00"
               DISPLAY "WARNING: MERIT-BUDGET-FILE NOT FOUND, "
                  "STATUS = ", WS-MERIT-BUDGET-STATUS,
                  " - EVERY RAISE WILL BUST ITS BUDGET"
               MOVE 'Y' TO WS-MERIT-BUDGET-EOF-SWITCH
            END-IF

            PERFORM UNTIL END-OF-MERIT-BUDGETS
               READ MERIT-BUDGET-FILE
                  AT END
                     MOVE 'Y' TO WS-MERIT-BUDGET-EOF-SWITCH
                  NOT AT END
                     IF WS-DEPT-COUNT < WS-DEPT-COUNT-MAX
                        ADD 1 TO WS-DEPT-COUNT
                        MOVE MB-DEPARTMENT TO
                           DBE-DEPARTMENT (WS-DEPT-COUNT)
                        MOVE MB-ANNUAL-BUDGET TO
                           DBE-BUDGET (WS-DEPT-COUNT)
                        MOVE 0 TO DBE-SPENT (WS-DEPT-COUNT)
                        MOVE 0 TO DBE-ACCEPTED (WS-DEPT-COUNT)
                        MOVE 0 TO DBE-REJECTED (WS-DEPT-COUNT)
                        MOVE 'Y' TO DBE-ON-FILE (WS-DEPT-COUNT)
                     ELSE
                        DISPLAY "WARNING: DEPARTMENT BUDGET TABLE "
                           "FULL, IGNORING BUDGET FOR ", MB-DEPARTMENT
                     END-IF
               END-READ
            END-PERFORM

            IF WS-MERIT-BUDGET-STATUS = "10"
               CLOSE MERIT-BUDGET-FILE
            END-IF.

      * Edits run cheapest-first; the first failure is the reason
      * printed. The budget test comes last so only an otherwise
      * good raise spends budget.
       200-PROCESS-MERIT-LINE.

            MOVE SPACES TO WS-REJECT-REASON
            MOVE 0 TO WS-OLD-PAY WS-NEW-PAY WS-RAISE-PERCENT
               WS-ANNUAL-IMPACT
            MOVE SPACES TO EMPLOYEE-RECORD
            MOVE MI-EMP-ID TO EMP-ID
            MOVE WS-EFFECTIVE-DATE TO WS-LINE-EFFECTIVE-DATE
            IF MI-EFFECTIVE-DATE IS NUMERIC
                  AND MI-EFFECTIVE-DATE NOT = 0
               MOVE MI-EFFECTIVE-DATE TO WS-LINE-EFFECTIVE-DATE
            END-IF

            READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                  MOVE "NOT ON MASTER" TO WS-REJECT-REASON
                  MOVE SPACES TO EMPLOYEE-RECORD
            END-READ

            IF LINE-IS-ACCEPTED AND EMP-IS-TERMINATED
               MOVE "TERMINATED" TO WS-REJECT-REASON
            END-IF

            IF LINE-IS-ACCEPTED
               PERFORM VARYING RE-IDX FROM 1 BY 1
                     UNTIL RE-IDX > WS-RAISED-COUNT
                  IF REE-EMP-ID (RE-IDX) = MI-EMP-ID
                     MOVE "DUPLICATE LINE" TO WS-REJECT-REASON
                     EXIT PERFORM
                  END-IF
               END-PERFORM
            END-IF

            IF LINE-IS-ACCEPTED
               PERFORM 210-COMPUTE-NEW-PAY
            END-IF

            IF LINE-IS-ACCEPTED
               PERFORM 220-CHECK-DEPT-BUDGET
            END-IF

            IF LINE-IS-ACCEPTED
               PERFORM 300-WRITE-CHANGE-TRANSACTION
            ELSE
               PERFORM 400-REJECT-MERIT-LINE
            END-IF

            PERFORM 500-WRITE-DETAIL-LINE.

       210-COMPUTE-NEW-PAY.

            IF EMP-IS-SALARIED
               MOVE EMP-PERIOD-SALARY TO WS-OLD-PAY
            ELSE
               MOVE EMP-HOURLY-RATE TO WS-OLD-PAY
            END-IF

            IF MI-CURRENT-PAY IS NUMERIC AND MI-CURRENT-PAY NOT = 0
                  AND MI-CURRENT-PAY NOT = WS-OLD-PAY
               MOVE "CURRENT PAY CHANGED" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF

            EVALUATE TRUE
               WHEN MI-IS-PERCENT AND MI-RAISE-PERCENT IS NUMERIC
                  COMPUTE WS-NEW-PAY ROUNDED =
                     WS-OLD-PAY * (100 + MI-RAISE-PERCENT) / 100
               WHEN MI-IS-NEW-PAY AND MI-NEW-PAY IS NUMERIC
                  MOVE MI-NEW-PAY TO WS-NEW-PAY
               WHEN OTHER
                  MOVE "BAD RAISE TYPE OR AMOUNT" TO WS-REJECT-REASON
                  EXIT PARAGRAPH
            END-EVALUATE

      * The master holds a salary to the cent.
            IF EMP-IS-SALARIED
               COMPUTE WS-NEW-SALARY ROUNDED = WS-NEW-PAY
               MOVE WS-NEW-SALARY TO WS-NEW-PAY
            END-IF

            IF WS-OLD-PAY > 0
               COMPUTE WS-RAISE-PERCENT ROUNDED =
                  (WS-NEW-PAY - WS-OLD-PAY) * 100 / WS-OLD-PAY
            END-IF

            IF EMP-IS-SALARIED
               COMPUTE WS-OLD-ANNUAL ROUNDED =
                  WS-OLD-PAY * WS-PERIODS-PER-YEAR
               COMPUTE WS-NEW-ANNUAL ROUNDED =
                  WS-NEW-PAY * WS-PERIODS-PER-YEAR
            ELSE
               COMPUTE WS-OLD-ANNUAL ROUNDED =
                  WS-OLD-PAY * WS-ANNUAL-HOURS
               COMPUTE WS-NEW-ANNUAL ROUNDED =
                  WS-NEW-PAY * WS-ANNUAL-HOURS
            END-IF
            COMPUTE WS-ANNUAL-IMPACT = WS-NEW-ANNUAL - WS-OLD-ANNUAL

            EVALUATE TRUE
               WHEN WS-NEW-PAY NOT > WS-OLD-PAY
                  MOVE "NOT AN INCREASE" TO WS-REJECT-REASON
               WHEN WS-RAISE-PERCENT > WS-MAX-PERCENT
                  MOVE "OVER MAXIMUM PERCENT" TO WS-REJECT-REASON
               WHEN NOT EMP-IS-SALARIED AND WS-NEW-PAY > 99.999
                  MOVE "RATE OVER 99.999" TO WS-REJECT-REASON
            END-EVALUATE.

      * Departments spend their budget in file order; the raise
      * that would carry one past its budget is refused whole.
       220-CHECK-DEPT-BUDGET.

            PERFORM VARYING DB-IDX FROM 1 BY 1
                  UNTIL DB-IDX > WS-DEPT-COUNT
               IF DBE-DEPARTMENT (DB-IDX) = EMP-DEPARTMENT
                  EXIT PERFORM
               END-IF
            END-PERFORM

            IF DB-IDX > WS-DEPT-COUNT
               IF WS-DEPT-COUNT < WS-DEPT-COUNT-MAX
                  ADD 1 TO WS-DEPT-COUNT
                  SET DB-IDX TO WS-DEPT-COUNT
                  MOVE EMP-DEPARTMENT TO DBE-DEPARTMENT (DB-IDX)
                  MOVE 0 TO DBE-BUDGET (DB-IDX)
                  MOVE 0 TO DBE-SPENT (DB-IDX)
                  MOVE 0 TO DBE-ACCEPTED (DB-IDX)
                  MOVE 0 TO DBE-REJECTED (DB-IDX)
                  MOVE 'N' TO DBE-ON-FILE (DB-IDX)
               ELSE
                  MOVE "NO DEPARTMENT BUDGET" TO WS-REJECT-REASON
                  EXIT PARAGRAPH
               END-IF
            END-IF

            IF DBE-SPENT (DB-IDX) + WS-ANNUAL-IMPACT >
                  DBE-BUDGET (DB-IDX)
               IF DBE-ON-FILE (DB-IDX) = 'N'
                  MOVE "NO DEPARTMENT BUDGET" TO WS-REJECT-REASON
               ELSE
                  MOVE "BUSTS DEPARTMENT BUDGET" TO WS-REJECT-REASON
               END-IF
               ADD 1 TO DBE-REJECTED (DB-IDX)
            ELSE
               ADD WS-ANNUAL-IMPACT TO DBE-SPENT (DB-IDX)
               ADD 1 TO DBE-ACCEPTED (DB-IDX)
            END-IF.

       300-WRITE-CHANGE-TRANSACTION.

            ADD 1 TO WS-LINES-ACCEPTED
            ADD WS-ANNUAL-IMPACT TO WS-TOTAL-IMPACT
            IF WS-RAISED-COUNT < WS-RAISED-COUNT-MAX
               ADD 1 TO WS-RAISED-COUNT
               MOVE MI-EMP-ID TO REE-EMP-ID (WS-RAISED-COUNT)
            END-IF

            IF NOT TRANSACTION-FILE-IS-OPEN
               EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO EMPLOYEE-TRANSACTION-RECORD
            MOVE "CHG" TO ET-ACTION
            MOVE MI-EMP-ID TO ET-EMP-ID
            MOVE 0 TO ET-EMP-HOURLY-RATE ET-EMP-PERIOD-SALARY
               ET-TERM-DATE ET-W4-DEPENDENT-CREDIT ET-W4-OTHER-INCOME
               ET-W4-DEDUCTIONS ET-W4-EXTRA-WITHHOLDING
            IF EMP-IS-SALARIED
               MOVE WS-NEW-PAY TO ET-EMP-PERIOD-SALARY
            ELSE
               MOVE WS-NEW-PAY TO ET-EMP-HOURLY-RATE
            END-IF
            MOVE WS-LINE-EFFECTIVE-DATE TO ET-EFFECTIVE-DATE
            WRITE EMPLOYEE-TRANSACTION-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

       400-REJECT-MERIT-LINE.

            ADD 1 TO WS-LINES-REJECTED
            MOVE MI-EMP-ID TO WS-REJ-MSG-EMP-ID
            MOVE WS-REJECT-REASON TO WS-REJ-MSG-REASON
            MOVE WS-REJECT-MSG-BUILD TO EL-MESSAGE
            MOVE "MERIT-INCREASE" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

       500-WRITE-DETAIL-LINE.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE MI-EMP-ID TO MD-EMP-ID
            MOVE EMP-NAME TO MD-EMP-NAME
            MOVE EMP-DEPARTMENT TO MD-DEPARTMENT
            MOVE EMP-PAY-TYPE TO MD-PAY-TYPE
            MOVE WS-OLD-PAY TO MD-OLD-PAY
            MOVE WS-NEW-PAY TO MD-NEW-PAY
            MOVE WS-RAISE-PERCENT TO MD-PERCENT
            MOVE WS-ANNUAL-IMPACT TO MD-IMPACT
            MOVE WS-LINE-EFFECTIVE-DATE TO MD-EFFECTIVE-DATE
            IF LINE-IS-ACCEPTED
               IF TRANSACTION-FILE-IS-OPEN
                  MOVE "CHG WRITTEN" TO MD-STATUS
               ELSE
                  MOVE "ACCEPTED (PROOF)" TO MD-STATUS
               END-IF
            ELSE
               MOVE WS-REJECT-REASON TO MD-STATUS
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE MERIT-REPORT-LINE FROM MERIT-DETAIL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

      * Dollar impact by department against its budget, then the
      * run totals.
       800-WRITE-DEPT-IMPACT.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF

            WRITE MERIT-REPORT-LINE FROM MERIT-BLANK-LINE
            WRITE MERIT-REPORT-LINE FROM MERIT-DEPT-HEADING
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            PERFORM VARYING DB-IDX FROM 1 BY 1
                  UNTIL DB-IDX > WS-DEPT-COUNT
               MOVE DBE-DEPARTMENT (DB-IDX) TO MDL-DEPARTMENT
               MOVE DBE-BUDGET (DB-IDX) TO MDL-BUDGET
               MOVE DBE-SPENT (DB-IDX) TO MDL-SPENT
               COMPUTE MDL-REMAINING =
                  DBE-BUDGET (DB-IDX) - DBE-SPENT (DB-IDX)
               MOVE DBE-ACCEPTED (DB-IDX) TO MDL-ACCEPTED
               MOVE DBE-REJECTED (DB-IDX) TO MDL-REJECTED
               IF DBE-ON-FILE (DB-IDX) = 'N'
                  MOVE "NO BUDGET ROW" TO MDL-NOTE
               ELSE
                  MOVE SPACES TO MDL-NOTE
               END-IF
               IF PAGE-BREAK-NEEDED
                  PERFORM 810-WRITE-REPORT-HEADER
               END-IF
               WRITE MERIT-REPORT-LINE FROM MERIT-DEPT-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-PERFORM

            WRITE MERIT-REPORT-LINE FROM MERIT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            MOVE "MERIT LINES READ:" TO MT-CAPTION
            MOVE WS-LINES-READ TO MT-COUNT
            MOVE 0 TO MT-AMOUNT
            PERFORM 820-WRITE-TOTAL-LINE
            MOVE "  ACCEPTED - ANNUAL IMPACT:" TO MT-CAPTION
            MOVE WS-LINES-ACCEPTED TO MT-COUNT
            MOVE WS-TOTAL-IMPACT TO MT-AMOUNT
            PERFORM 820-WRITE-TOTAL-LINE
            MOVE "  REJECTED:" TO MT-CAPTION
            MOVE WS-LINES-REJECTED TO MT-COUNT
            MOVE 0 TO MT-AMOUNT
            PERFORM 820-WRITE-TOTAL-LINE.

       810-WRITE-REPORT-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO MH1-PAGE-NUMBER
            MOVE WS-RUN-DATE TO MH1-RUN-DATE
            IF PROOF-ONLY-MODE
               MOVE "PROOF ONLY" TO MH1-MODE
            ELSE
               MOVE SPACES TO MH1-MODE
            END-IF
            IF WS-PAGE-NUMBER = 1
               WRITE MERIT-REPORT-LINE FROM MERIT-HEADING-1
            ELSE
               WRITE MERIT-REPORT-LINE FROM MERIT-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            WRITE MERIT-REPORT-LINE FROM MERIT-HEADING-2
            MOVE 0 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       820-WRITE-TOTAL-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE MERIT-REPORT-LINE FROM MERIT-TOTAL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       900-CLOSE-FILES.

            CLOSE MERIT-INPUT-FILE
            CLOSE EMPLOYEE-MASTER-FILE
            IF TRANSACTION-FILE-IS-OPEN
               CLOSE EMPLOYEE-TRANSACTION-FILE
            END-IF
            CLOSE MERIT-REPORT-FILE.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM MERIT-INCREASE.
