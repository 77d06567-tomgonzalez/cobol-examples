      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Adjunct instructor per-credit-hour pay.  The term's
      *           sections on CRSSECT.DAT are matched to their
      *           CRSCATLG.DAT credit hours, and each section's
      *           SEC-INSTRUCTOR to an employee ID and rank through the
      *           adjunct faculty cross-reference ADJFAC.DAT (an
      *           instructor not on it is regular faculty and passed
      *           over).  A section pays credits times the rank's
      *           per-credit rate from ADJRATE.DAT, except that a
      *           section cancelled before the term starts (ADJCANC.DAT)
      *           or enrolled under the term's floor pays nothing, one
      *           cancelled after the start pays for the share of the
      *           term it ran, and one under the term's minimum
      *           enrollment pays enrolled over minimum.  The term's
      *           dates, minimum and floor are on ADJTERM.DAT.  An
      *           instructor's term pay is spread evenly over the pay
      *           periods on the PAYCAL.DAT calendar whose pay dates
      *           fall inside the term; each run releases the period
      *           in PAYCTRL.DAT - what is left of the term pay over
      *           the periods left, so a late enrollment change evens
      *           itself out - into PAYADJ.DAT as equivalent hours at
      *           the employee's rate, the way that feed carries money,
      *           and records it on ADJPDCTL.DAT so a rerun never pays
      *           a period twice.  ADJLOAD.RPT is the faculty load
      *           report.  The term defaults to the one containing the
      *           current period; PAYROLL_ADJUNCT_TERM names another.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJUNCT-PAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-SECTION-FILE ASSIGN TO "CRSSECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-FILE-STATUS.

           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

           SELECT ADJUNCT-FACULTY-FILE ASSIGN TO "ADJFAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACULTY-FILE-STATUS.

           SELECT ADJUNCT-RATE-FILE ASSIGN TO "ADJRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT ADJUNCT-TERM-FILE ASSIGN TO "ADJTERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT CANCELLED-SECTION-FILE ASSIGN TO "ADJCANC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANCEL-FILE-STATUS.

           SELECT PAY-CONTROL-FILE ASSIGN TO "PAYCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-CONTROL-STATUS.

      * The year's periods as generated by PAYROLL-CALENDAR.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

      * One record per installment already released. Read once into
      * the table, then reopened EXTEND for this run's installments.
           SELECT RELEASED-PAY-IN-FILE ASSIGN TO "ADJPDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASED-IN-STATUS.

           SELECT RELEASED-PAY-FILE ASSIGN TO "ADJPDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASED-FILE-STATUS.

      * Appended, never rewritten: the installment rides the same
      * one-time-adjustment feed the payroll MERGE step consumes.
           SELECT PAY-ADJUSTMENT-FILE ASSIGN TO "PAYADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-FILE-STATUS.

           SELECT FACULTY-LOAD-REPORT-FILE ASSIGN TO "ADJLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-SECTION-FILE.
       01  COURSE-SECTION-RECORD.
           05  SEC-COURSE-ID       PIC X(8).
           05  SEC-SECTION-NO      PIC X(3).
           05  SEC-TERM            PIC X(6).
           05  SEC-INSTRUCTOR      PIC X(20).
           05  SEC-CAPACITY        PIC 9(3).
           05  SEC-ENROLLED        PIC 9(3).
           05  SEC-MEETING-DAYS    PIC X(7).
           05  SEC-START-TIME      PIC 9(4).
           05  SEC-END-TIME        PIC 9(4).
           05  SEC-ROOM-ID         PIC X(8).

       FD  COURSE-CATALOG-FILE.
       01  COURSE-CATALOG-RECORD.
           05  CC-COURSE-ID        PIC X(8).
           05  CC-COURSE-TITLE     PIC X(25).
           05  CC-CREDIT-HOURS     PIC 9V9.

      * SEC-INSTRUCTOR as the registrar keys it, to the payroll
      * employee and the adjunct rank that sets the rate.
       FD  ADJUNCT-FACULTY-FILE.
       01  ADJUNCT-FACULTY-RECORD.
           05  AF-INSTRUCTOR       PIC X(20).
           05  AF-EMP-ID           PIC X(6).
           05  AF-RANK             PIC X(4).

       FD  ADJUNCT-RATE-FILE.
       01  ADJUNCT-RATE-RECORD.
           05  AR-RANK             PIC X(4).
           05  AR-CREDIT-RATE      PIC 9(5)V9(2).

      * One record per term: its first and last day of classes, the
      * enrollment a section needs to pay in full, and the floor
      * under which it pays nothing.
       FD  ADJUNCT-TERM-FILE.
       01  ADJUNCT-TERM-RECORD.
           05  AT-TERM             PIC X(6).
           05  AT-START-DATE       PIC 9(8).
           05  AT-END-DATE         PIC 9(8).
           05  AT-MIN-ENROLLMENT   PIC 9(3).
           05  AT-FLOOR-ENROLLMENT PIC 9(3).

       FD  CANCELLED-SECTION-FILE.
       01  CANCELLED-SECTION-RECORD.
           05  CX-COURSE-ID        PIC X(8).
           05  CX-SECTION-NO       PIC X(3).
           05  CX-TERM             PIC X(6).
           05  CX-CANCEL-DATE      PIC 9(8).

       FD  PAY-CONTROL-FILE.
       01  PAY-CONTROL-RECORD.
           05  PC-PAY-PERIOD-TYPE  PIC X.
           05  PC-OVERTIME-THRESHOLD PIC 9(3)V9(2).
           05  PC-FICA-WAGE-BASE   PIC 9(7)V9(2).
           05  PC-PRENOTE-WAIT-DAYS PIC 9(3).
           05  PC-PERIOD-START     PIC 9(8).
           05  PC-PERIOD-END       PIC 9(8).
           05  PC-PAY-DATE         PIC 9(8).

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           05  CAL-YEAR            PIC 9(4).
           05  CAL-PERIOD-NO       PIC 9(3).
           05  CAL-START-DATE      PIC 9(8).
           05  CAL-END-DATE        PIC 9(8).
           05  CAL-PAY-DATE        PIC 9(8).

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

       FD  RELEASED-PAY-IN-FILE.
       01  RELEASED-PAY-IN-RECORD.
           05  RPI-TERM            PIC X(6).
           05  RPI-EMP-ID          PIC X(6).
           05  RPI-PAY-DATE        PIC 9(8).
           05  RPI-AMOUNT          PIC S9(7)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

       FD  RELEASED-PAY-FILE.
       01  RELEASED-PAY-RECORD.
           05  RP-TERM             PIC X(6).
           05  RP-EMP-ID           PIC X(6).
           05  RP-PAY-DATE         PIC 9(8).
           05  RP-AMOUNT           PIC S9(7)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

       FD  PAY-ADJUSTMENT-FILE.
       01  PAY-ADJUSTMENT-RECORD.
           05  ADJ-EMP-ID          PIC X(6).
           05  ADJ-HOURS           PIC S9(3)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  FILLER              PIC X(4).
      * Earnings code - spaces, regular-rate hours.
           05  ADJ-EARN-CODE       PIC X(3).

       FD  FACULTY-LOAD-REPORT-FILE.
       01  FACULTY-LOAD-REPORT-LINE    PIC X(110).

           COPY EXCPFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-SECTION-FILE-STATUS   PIC XX.
       01  WS-CATALOG-FILE-STATUS   PIC XX.
       01  WS-FACULTY-FILE-STATUS   PIC XX.
       01  WS-RATE-FILE-STATUS      PIC XX.
       01  WS-TERM-FILE-STATUS      PIC XX.
       01  WS-CANCEL-FILE-STATUS    PIC XX.
       01  WS-PAY-CONTROL-STATUS    PIC XX.
       01  WS-CALENDAR-FILE-STATUS  PIC XX.
       01  WS-EMP-FILE-STATUS       PIC XX.
       01  WS-RELEASED-IN-STATUS    PIC XX.
       01  WS-RELEASED-FILE-STATUS  PIC XX.
       01  WS-ADJUSTMENT-FILE-STATUS PIC XX.
       01  WS-REPORT-FILE-STATUS    PIC XX.

       01  WS-EOF-SWITCH            PIC X.
           88  END-OF-INPUT             VALUE 'Y'.
       01  WS-FOUND-SWITCH          PIC X.
           88  ENTRY-WAS-FOUND          VALUE 'Y'.
      * Installments go out only when the feed, the control file and
      * the master are all open, and the current period is one of
      * the term's.
       01  WS-RELEASE-OK-SWITCH     PIC X VALUE 'Y'.
           88  RELEASE-IS-POSSIBLE      VALUE 'Y'.

       01  WS-ENV-TERM              PIC X(6).
       01  WS-TERM                  PIC X(6) VALUE SPACES.
       01  WS-TERM-START            PIC 9(8) VALUE 0.
       01  WS-TERM-END              PIC 9(8) VALUE 0.
       01  WS-MIN-ENROLLMENT        PIC 9(3) VALUE 0.
       01  WS-FLOOR-ENROLLMENT      PIC 9(3) VALUE 0.
       01  WS-TERM-START-DAY        PIC 9(7).
       01  WS-TERM-END-DAY          PIC 9(7).
       01  WS-CANCEL-DAY            PIC 9(7).

       01  WS-CURRENT-PERIOD-END    PIC 9(8) VALUE 0.
       01  WS-CURRENT-PAY-DATE      PIC 9(8) VALUE 0.
      * The term's pay periods, and where the current one falls.
       01  WS-TERM-PERIODS          PIC 9(3) VALUE 0.
       01  WS-CURRENT-PERIOD-NO     PIC 9(3) VALUE 0.
       01  WS-PERIODS-LEFT          PIC 9(3) VALUE 0.

       01  WS-CATALOG-COUNT-MAX     PIC 9(3) VALUE 500.
       01  WS-CATALOG-COUNT         PIC 9(3) VALUE 0.
       01  CATALOG-TABLE.
           05  CATALOG-ENTRY OCCURS 500 TIMES INDEXED BY CC-IDX.
               10  CCE-COURSE-ID       PIC X(8).
               10  CCE-CREDIT-HOURS    PIC 9V9.

       01  WS-RANK-COUNT-MAX        PIC 9(2) VALUE 20.
       01  WS-RANK-COUNT            PIC 9(2) VALUE 0.
       01  RANK-RATE-TABLE.
           05  RANK-RATE-ENTRY OCCURS 20 TIMES INDEXED BY RK-IDX.
               10  RKE-RANK            PIC X(4).
               10  RKE-CREDIT-RATE     PIC 9(5)V9(2).

       01  WS-CANCEL-COUNT-MAX      PIC 9(3) VALUE 200.
       01  WS-CANCEL-COUNT          PIC 9(3) VALUE 0.
       01  CANCELLED-SECTION-TABLE.
           05  CANCELLED-SECTION-ENTRY OCCURS 200 TIMES
                                   INDEXED BY CX-IDX.
               10  CXE-COURSE-ID       PIC X(8).
               10  CXE-SECTION-NO      PIC X(3).
               10  CXE-CANCEL-DATE     PIC 9(8).

       01  WS-RELEASED-COUNT-MAX    PIC 9(5) VALUE 10000.
       01  WS-RELEASED-COUNT        PIC 9(5) VALUE 0.
       01  RELEASED-PAY-TABLE.
           05  RELEASED-PAY-ENTRY OCCURS 10000 TIMES
                                   INDEXED BY RP-IDX.
               10  RPE-EMP-ID          PIC X(6).
               10  RPE-PAY-DATE        PIC 9(8).
               10  RPE-AMOUNT          PIC S9(7)V9(2).

      * One entry per adjunct on the cross-reference, carrying the
      * term pay built up from that instructor's sections.
       01  WS-FACULTY-COUNT-MAX     PIC 9(3) VALUE 300.
       01  WS-FACULTY-COUNT         PIC 9(3) VALUE 0.
       01  FACULTY-TABLE.
           05  FACULTY-ENTRY OCCURS 300 TIMES INDEXED BY FA-IDX.
               10  FAE-INSTRUCTOR      PIC X(20).
               10  FAE-EMP-ID          PIC X(6).
               10  FAE-RANK            PIC X(4).
               10  FAE-CREDIT-RATE     PIC 9(5)V9(2).
               10  FAE-RATE-FOUND      PIC X.
               10  FAE-SECTIONS        PIC 9(3).
               10  FAE-CREDITS         PIC 9(3)V9.
               10  FAE-TERM-PAY        PIC 9(7)V9(2).

       01  WS-SECTION-COUNT-MAX     PIC 9(3) VALUE 600.
       01  WS-SECTION-COUNT         PIC 9(3) VALUE 0.
       01  SECTION-PAY-TABLE.
           05  SECTION-PAY-ENTRY OCCURS 600 TIMES INDEXED BY SP-IDX.
               10  SPE-FACULTY-SUB     PIC 9(3).
               10  SPE-COURSE-ID       PIC X(8).
               10  SPE-SECTION-NO      PIC X(3).
               10  SPE-CREDITS         PIC 9V9.
               10  SPE-ENROLLED        PIC 9(3).
               10  SPE-PAY-FACTOR      PIC 9V9(4).
               10  SPE-PAY             PIC 9(7)V9(2).
               10  SPE-STATUS          PIC X(20).

       01  WS-FACULTY-SUB           PIC 9(3).
       01  WS-CREDITS               PIC 9V9.
       01  WS-PAY-FACTOR            PIC 9V9(4).
       01  WS-SECTION-PAY           PIC 9(7)V9(2).
       01  WS-SECTION-STATUS        PIC X(20).
       01  WS-PAID-TO-DATE          PIC S9(7)V9(2).
       01  WS-INSTALLMENT           PIC S9(7)V9(2).
       01  WS-ADJUSTMENT-HOURS      PIC S9(3)V9(2).
       01  WS-RELEASE-NOTE          PIC X(30).
       01  WS-PERIOD-RELEASED-SWITCH PIC X.
           88  PERIOD-ALREADY-RELEASED  VALUE 'Y'.
       01  WS-INSTALLMENT-HELD-SWITCH PIC X.
           88  INSTALLMENT-IS-HELD      VALUE 'Y'.
       01  WS-EMP-OPEN-SWITCH       PIC X VALUE 'N'.
           88  EMP-MASTER-IS-OPEN       VALUE 'Y'.

       01  WS-SECTIONS-PAID         PIC 9(5) VALUE 0.
       01  WS-SECTIONS-EXCLUDED     PIC 9(5) VALUE 0.
       01  WS-INSTALLMENTS-RELEASED PIC 9(5) VALUE 0.
       01  WS-INSTALLMENTS-HELD     PIC 9(5) VALUE 0.
       01  WS-GRAND-TERM-PAY        PIC 9(9)V9(2) VALUE 0.
       01  WS-GRAND-INSTALLMENT     PIC S9(9)V9(2) VALUE 0.

      * Exception-log message for a held installment.
      * Built with MOVE, not STRING - see copybooks/EXCPLOG.cpy.
       01  WS-HOLD-MSG-BUILD.
           05  FILLER              PIC X(8)  VALUE "ADJUNCT ".
           05  WS-HOLD-MSG-EMP-ID  PIC X(6).
           05  FILLER              PIC X(16) VALUE
               " PAY HELD - ".
           05  WS-HOLD-MSG-REASON  PIC X(30).

       01  LOAD-HEADING-1.
           05  FILLER          PIC X(30) VALUE
               "ADJUNCT FACULTY LOAD - TERM ".
           05  LH1-TERM        PIC X(6).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "PAY DATE ".
           05  LH1-PAY-DATE    PIC 9(8).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "PERIOD ".
           05  LH1-PERIOD-NO   PIC ZZ9.
           05  FILLER          PIC X(4)  VALUE " OF ".
           05  LH1-PERIODS     PIC ZZ9.
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  LH1-PAGE-NUMBER PIC ZZ9.
       01  LOAD-HEADING-2.
           05  FILLER          PIC X(12) VALUE "  COURSE".
           05  FILLER          PIC X(6)  VALUE "SECT".
           05  FILLER          PIC X(8)  VALUE "CREDITS".
           05  FILLER          PIC X(8)  VALUE "ENROLLED".
           05  FILLER          PIC X(8)  VALUE "  PAY %".
           05  FILLER          PIC X(16) VALUE "        PAY".
           05  FILLER          PIC X(20) VALUE "STATUS".
       01  LOAD-FACULTY-LINE.
           05  FILLER          PIC X(12) VALUE "INSTRUCTOR ".
           05  LF-INSTRUCTOR   PIC X(20).
           05  FILLER          PIC X(6)  VALUE "  EMP ".
           05  LF-EMP-ID       PIC X(6).
           05  FILLER          PIC X(7)  VALUE "  RANK ".
           05  LF-RANK         PIC X(4).
           05  FILLER          PIC X(13) VALUE "  PER CREDIT ".
           05  LF-CREDIT-RATE  PIC ZZ,ZZ9.99.
       01  LOAD-SECTION-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  LS-COURSE-ID    PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  LS-SECTION-NO   PIC X(3).
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  LS-CREDITS      PIC 9.9.
           05  FILLER          PIC X(7)  VALUE SPACES.
           05  LS-ENROLLED     PIC ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  LS-PAY-PERCENT  PIC ZZ9.9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  LS-PAY          PIC $$$,$$9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  LS-STATUS       PIC X(20).
       01  LOAD-TOTAL-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "TERM PAY ".
           05  LT-TERM-PAY     PIC $$$,$$9.99.
           05  FILLER          PIC X(10) VALUE "  PAID TO ".
           05  LT-PAID         PIC $$$,$$9.99-.
           05  FILLER          PIC X(8)  VALUE "  THIS ".
           05  LT-INSTALLMENT  PIC $$$,$$9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  LT-HOURS        PIC ZZ9.99-.
           05  FILLER          PIC X(4)  VALUE " HRS".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  LT-NOTE         PIC X(30).
       01  LOAD-COUNT-LINE.
           05  LC-CAPTION      PIC X(32).
           05  LC-COUNT        PIC ZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  LC-AMOUNT       PIC $$$,$$$,$$9.99-.
       01  LOAD-BLANK-LINE     PIC X(1)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "ADJUNCT-PAY" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 050-OPEN-FILES
            PERFORM 060-LOAD-PAY-CONTROL
            PERFORM 062-LOAD-TERM
            IF WS-TERM = SPACES
               DISPLAY "ERROR: NO ADJUNCT TERM ON ADJTERM.DAT FOR "
                  "THIS RUN - NOTHING PAID"
               MOVE 1 TO RETURN-CODE
               MOVE "NO ADJUNCT TERM FOUND ON ADJTERM.DAT" TO
                  EL-MESSAGE
               MOVE "ADJUNCT-PAY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 064-LOAD-CALENDAR
            PERFORM 066-LOAD-CATALOG
            PERFORM 068-LOAD-RANK-RATES
            PERFORM 070-LOAD-FACULTY
            PERFORM 072-LOAD-CANCELLATIONS
            PERFORM 074-LOAD-RELEASED-PAY
            PERFORM 100-SCAN-SECTIONS

      * Opened EXTEND only after the released installments have
      * been read, so this run's entries never match themselves.
            IF RELEASE-IS-POSSIBLE
               OPEN EXTEND RELEASED-PAY-FILE
               IF WS-RELEASED-FILE-STATUS NOT = "00"
                  OPEN OUTPUT RELEASED-PAY-FILE
               END-IF
               IF WS-RELEASED-FILE-STATUS NOT = "00"
                  DISPLAY "ERROR: RELEASED-PAY-FILE OPEN FAILED, "
                     "STATUS = ", WS-RELEASED-FILE-STATUS,
                     " - NO INSTALLMENT WILL BE RELEASED"
                  MOVE 'N' TO WS-RELEASE-OK-SWITCH
                  MOVE 1 TO RETURN-CODE
                  MOVE "RELEASED-PAY-FILE" TO EL-MESSAGE
                  MOVE "ADJUNCT-PAY" TO EL-PROGRAM-ID
                  MOVE "E" TO EL-SEVERITY
                  PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               END-IF
            END-IF

            PERFORM 810-WRITE-REPORT-HEADER
            PERFORM VARYING FA-IDX FROM 1 BY 1
                  UNTIL FA-IDX > WS-FACULTY-COUNT
               IF FAE-SECTIONS (FA-IDX) > 0
                  PERFORM 300-REPORT-AND-RELEASE
               END-IF
            END-PERFORM
            PERFORM 800-WRITE-REPORT-TOTALS

            IF RELEASE-IS-POSSIBLE
               CLOSE RELEASED-PAY-FILE
            END-IF
            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            DISPLAY "ADJUNCT PAY COMPLETE.  TERM ", WS-TERM, ", ",
               WS-SECTIONS-PAID, " SECTION(S) PAID, ",
               WS-SECTIONS-EXCLUDED, " EXCLUDED, ",
               WS-INSTALLMENTS-RELEASED, " INSTALLMENT(S) RELEASED, ",
               WS-INSTALLMENTS-HELD, " HELD."
            STOP RUN.

       050-OPEN-FILES.

            OPEN INPUT EMPLOYEE-MASTER-FILE
            IF WS-EMP-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EMP-OPEN-SWITCH
            ELSE
               DISPLAY "ERROR: EMPLOYEE-MASTER-FILE OPEN FAILED, "
                  "STATUS = ", WS-EMP-FILE-STATUS
               MOVE 'N' TO WS-RELEASE-OK-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "EMPLOYEE-MASTER-FILE" TO EL-MESSAGE
               MOVE "ADJUNCT-PAY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

      * The adjustment feed accumulates - the usual EXTEND with
      * create-on-first-write fallback.
            OPEN EXTEND PAY-ADJUSTMENT-FILE
            IF WS-ADJUSTMENT-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAY-ADJUSTMENT-FILE
            END-IF
            IF WS-ADJUSTMENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: PAY-ADJUSTMENT-FILE OPEN FAILED, "
                  "STATUS = ", WS-ADJUSTMENT-FILE-STATUS
               MOVE 'N' TO WS-RELEASE-OK-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "PAY-ADJUSTMENT-FILE" TO EL-MESSAGE
               MOVE "ADJUNCT-PAY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            OPEN OUTPUT FACULTY-LOAD-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FACULTY-LOAD-REPORT-FILE OPEN FAILED, "
                  "STATUS = ", WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF.

       060-LOAD-PAY-CONTROL.

            OPEN INPUT PAY-CONTROL-FILE
            IF WS-PAY-CONTROL-STATUS = "00"
               READ PAY-CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PC-PERIOD-END IS NUMERIC
                        MOVE PC-PERIOD-END TO WS-CURRENT-PERIOD-END
                     END-IF
               END-READ
               CLOSE PAY-CONTROL-FILE
            END-IF
            IF WS-CURRENT-PERIOD-END = 0
               DISPLAY "WARNING: PAYCTRL.DAT CARRIES NO CURRENT "
                  "PERIOD - LOAD REPORTED, NOTHING RELEASED"
               MOVE 'N' TO WS-RELEASE-OK-SWITCH
            END-IF.

      * PAYROLL_ADJUNCT_TERM names the term; otherwise it is the
      * term whose dates take in the current period's end.
       062-LOAD-TERM.

            DISPLAY "PAYROLL_ADJUNCT_TERM" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TERM FROM ENVIRONMENT-VALUE

            OPEN INPUT ADJUNCT-TERM-FILE
            IF WS-TERM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ADJUNCT-TERM-FILE OPEN FAILED, "
                  "STATUS = ", WS-TERM-FILE-STATUS
               EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT
               READ ADJUNCT-TERM-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF (WS-ENV-TERM NOT = SPACES
                           AND AT-TERM = WS-ENV-TERM)
                        OR (WS-ENV-TERM = SPACES
                           AND WS-CURRENT-PERIOD-END >= AT-START-DATE
                           AND WS-CURRENT-PERIOD-END <= AT-END-DATE)
                        MOVE AT-TERM TO WS-TERM
                        MOVE AT-START-DATE TO WS-TERM-START
                        MOVE AT-END-DATE TO WS-TERM-END
                        MOVE AT-MIN-ENROLLMENT TO WS-MIN-ENROLLMENT
                        MOVE AT-FLOOR-ENROLLMENT TO
                           WS-FLOOR-ENROLLMENT
                        MOVE 'Y' TO WS-EOF-SWITCH
                     END-IF
               END-READ
            END-PERFORM
            CLOSE ADJUNCT-TERM-FILE

            IF WS-TERM NOT = SPACES
               COMPUTE WS-TERM-START-DAY =
                  FUNCTION INTEGER-OF-DATE (WS-TERM-START)
               COMPUTE WS-TERM-END-DAY =
                  FUNCTION INTEGER-OF-DATE (WS-TERM-END)
            END-IF.

      * The term's periods are those paying inside the term's dates;
      * the current one is the period taking in PAYCTRL.DAT's
      * period end.
       064-LOAD-CALENDAR.

            OPEN INPUT PAY-CALENDAR-FILE
            IF WS-CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: PAY-CALENDAR-FILE OPEN FAILED, "
                  "STATUS = ", WS-CALENDAR-FILE-STATUS,
                  " - NOTHING RELEASED"
               MOVE 'N' TO WS-RELEASE-OK-SWITCH
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT
               READ PAY-CALENDAR-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF CAL-PAY-DATE >= WS-TERM-START
                           AND CAL-PAY-DATE <= WS-TERM-END
                        ADD 1 TO WS-TERM-PERIODS
                        IF WS-CURRENT-PERIOD-END >= CAL-START-DATE
                              AND WS-CURRENT-PERIOD-END <=
                                 CAL-END-DATE
                           MOVE WS-TERM-PERIODS TO
                              WS-CURRENT-PERIOD-NO
                           MOVE CAL-PAY-DATE TO WS-CURRENT-PAY-DATE
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE PAY-CALENDAR-FILE

            IF WS-CURRENT-PERIOD-NO = 0
               DISPLAY "WARNING: CURRENT PERIOD IS NOT A PAY PERIOD "
                  "OF TERM ", WS-TERM, " - LOAD REPORTED, NOTHING "
                  "RELEASED"
               MOVE 'N' TO WS-RELEASE-OK-SWITCH
            ELSE
               COMPUTE WS-PERIODS-LEFT =
                  WS-TERM-PERIODS - WS-CURRENT-PERIOD-NO + 1
            END-IF.

       066-LOAD-CATALOG.

            OPEN INPUT COURSE-CATALOG-FILE
            IF WS-CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: COURSE-CATALOG-FILE OPEN FAILED, "
                  "STATUS = ", WS-CATALOG-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT
               READ COURSE-CATALOG-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-CATALOG-COUNT < WS-CATALOG-COUNT-MAX
                        ADD 1 TO WS-CATALOG-COUNT
                        MOVE CC-COURSE-ID TO
                           CCE-COURSE-ID (WS-CATALOG-COUNT)
                        MOVE CC-CREDIT-HOURS TO
                           CCE-CREDIT-HOURS (WS-CATALOG-COUNT)
                     ELSE
                        DISPLAY "WARNING: CATALOG TABLE FULL, "
                           "IGNORING COURSE ", CC-COURSE-ID
                     END-IF
               END-READ
            END-PERFORM
            CLOSE COURSE-CATALOG-FILE.

       068-LOAD-RANK-RATES.

            OPEN INPUT ADJUNCT-RATE-FILE
            IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ADJUNCT-RATE-FILE OPEN FAILED, "
                  "STATUS = ", WS-RATE-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT
               READ ADJUNCT-RATE-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-RANK-COUNT < WS-RANK-COUNT-MAX
                        ADD 1 TO WS-RANK-COUNT
                        MOVE AR-RANK TO RKE-RANK (WS-RANK-COUNT)
                        MOVE AR-CREDIT-RATE TO
                           RKE-CREDIT-RATE (WS-RANK-COUNT)
                     ELSE
                        DISPLAY "WARNING: RANK TABLE FULL, "
                           "IGNORING RANK ", AR-RANK
                     END-IF
               END-READ
            END-PERFORM
            CLOSE ADJUNCT-RATE-FILE.

       070-LOAD-FACULTY.

            OPEN INPUT ADJUNCT-FACULTY-FILE
            IF WS-FACULTY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ADJUNCT-FACULTY-FILE OPEN FAILED, "
                  "STATUS = ", WS-FACULTY-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT
               READ ADJUNCT-FACULTY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-FACULTY-COUNT < WS-FACULTY-COUNT-MAX
                        ADD 1 TO WS-FACULTY-COUNT
                        SET FA-IDX TO WS-FACULTY-COUNT
                        INITIALIZE FACULTY-ENTRY (FA-IDX)
                        MOVE AF-INSTRUCTOR TO FAE-INSTRUCTOR (FA-IDX)
                        MOVE AF-EMP-ID TO FAE-EMP-ID (FA-IDX)
                        MOVE AF-RANK TO FAE-RANK (FA-IDX)
                        MOVE 'N' TO FAE-RATE-FOUND (FA-IDX)
                        PERFORM VARYING RK-IDX FROM 1 BY 1
                              UNTIL RK-IDX > WS-RANK-COUNT
                           IF RKE-RANK (RK-IDX) = AF-RANK
                              MOVE RKE-CREDIT-RATE (RK-IDX) TO
                                 FAE-CREDIT-RATE (FA-IDX)
                              MOVE 'Y' TO FAE-RATE-FOUND (FA-IDX)
                              EXIT PERFORM
                           END-IF
                        END-PERFORM
                     ELSE
                        DISPLAY "WARNING: FACULTY TABLE FULL, "
                           "IGNORING ", AF-INSTRUCTOR
                     END-IF
               END-READ
            END-PERFORM
            CLOSE ADJUNCT-FACULTY-FILE.

       072-LOAD-CANCELLATIONS.

            OPEN INPUT CANCELLED-SECTION-FILE
            IF WS-CANCEL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT
               READ CANCELLED-SECTION-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF CX-TERM = WS-TERM
                        IF WS-CANCEL-COUNT < WS-CANCEL-COUNT-MAX
                           ADD 1 TO WS-CANCEL-COUNT
                           MOVE CX-COURSE-ID TO
                              CXE-COURSE-ID (WS-CANCEL-COUNT)
                           MOVE CX-SECTION-NO TO
                              CXE-SECTION-NO (WS-CANCEL-COUNT)
                           MOVE CX-CANCEL-DATE TO
                              CXE-CANCEL-DATE (WS-CANCEL-COUNT)
                        ELSE
                           DISPLAY "WARNING: CANCELLATION TABLE "
                              "FULL, IGNORING ", CX-COURSE-ID, " ",
                              CX-SECTION-NO
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CANCELLED-SECTION-FILE.

       074-LOAD-RELEASED-PAY.

            OPEN INPUT RELEASED-PAY-IN-FILE
            IF WS-RELEASED-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT
               READ RELEASED-PAY-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF RPI-TERM = WS-TERM
                        IF WS-RELEASED-COUNT < WS-RELEASED-COUNT-MAX
                           ADD 1 TO WS-RELEASED-COUNT
                           MOVE RPI-EMP-ID TO
                              RPE-EMP-ID (WS-RELEASED-COUNT)
                           MOVE RPI-PAY-DATE TO
                              RPE-PAY-DATE (WS-RELEASED-COUNT)
                           MOVE RPI-AMOUNT TO
                              RPE-AMOUNT (WS-RELEASED-COUNT)
                        ELSE
                           DISPLAY "ERROR: RELEASED-PAY TABLE FULL "
                              "- NOTHING RELEASED THIS RUN"
                           MOVE 'N' TO WS-RELEASE-OK-SWITCH
                           MOVE 1 TO RETURN-CODE
                           MOVE 'Y' TO WS-EOF-SWITCH
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE RELEASED-PAY-IN-FILE.

       100-SCAN-SECTIONS.

            OPEN INPUT COURSE-SECTION-FILE
            IF WS-SECTION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: COURSE-SECTION-FILE OPEN FAILED, "
                  "STATUS = ", WS-SECTION-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               MOVE "COURSE-SECTION-FILE" TO EL-MESSAGE
               MOVE "ADJUNCT-PAY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT
               READ COURSE-SECTION-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF SEC-TERM = WS-TERM
                        PERFORM 200-PRICE-SECTION
                     END-IF
               END-READ
            END-PERFORM
            CLOSE COURSE-SECTION-FILE.

      * Cancellation is judged first, then the enrollment floor and
      * minimum; a section keeps whichever factor applies.
       200-PRICE-SECTION.

            PERFORM VARYING FA-IDX FROM 1 BY 1
                  UNTIL FA-IDX > WS-FACULTY-COUNT
               IF FAE-INSTRUCTOR (FA-IDX) = SEC-INSTRUCTOR
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF FA-IDX > WS-FACULTY-COUNT
               EXIT PARAGRAPH
            END-IF
            IF WS-SECTION-COUNT >= WS-SECTION-COUNT-MAX
               DISPLAY "WARNING: SECTION TABLE FULL, "
                  SEC-COURSE-ID, " ", SEC-SECTION-NO, " NOT PAID"
               EXIT PARAGRAPH
            END-IF

            MOVE 0 TO WS-CREDITS
            PERFORM VARYING CC-IDX FROM 1 BY 1
                  UNTIL CC-IDX > WS-CATALOG-COUNT
               IF CCE-COURSE-ID (CC-IDX) = SEC-COURSE-ID
                  MOVE CCE-CREDIT-HOURS (CC-IDX) TO WS-CREDITS
                  EXIT PERFORM
               END-IF
            END-PERFORM

            MOVE 1 TO WS-PAY-FACTOR
            MOVE "FULL LOAD" TO WS-SECTION-STATUS
            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING CX-IDX FROM 1 BY 1
                  UNTIL CX-IDX > WS-CANCEL-COUNT
               IF CXE-COURSE-ID (CX-IDX) = SEC-COURSE-ID
                     AND CXE-SECTION-NO (CX-IDX) = SEC-SECTION-NO
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM

            EVALUATE TRUE
               WHEN WS-CREDITS = 0
                  MOVE 0 TO WS-PAY-FACTOR
                  MOVE "NOT IN CATALOG" TO WS-SECTION-STATUS
               WHEN ENTRY-WAS-FOUND
                     AND CXE-CANCEL-DATE (CX-IDX) <= WS-TERM-START
                  MOVE 0 TO WS-PAY-FACTOR
                  MOVE "CANCELLED - EXCLUDED" TO WS-SECTION-STATUS
               WHEN ENTRY-WAS-FOUND
                  IF CXE-CANCEL-DATE (CX-IDX) > WS-TERM-END
                     MOVE WS-TERM-END-DAY TO WS-CANCEL-DAY
                  ELSE
                     COMPUTE WS-CANCEL-DAY = FUNCTION INTEGER-OF-DATE
                        (CXE-CANCEL-DATE (CX-IDX))
                  END-IF
                  COMPUTE WS-PAY-FACTOR ROUNDED =
                     (WS-CANCEL-DAY - WS-TERM-START-DAY) /
                     (WS-TERM-END-DAY - WS-TERM-START-DAY + 1)
                  MOVE "CANCELLED - PRORATED" TO WS-SECTION-STATUS
               WHEN SEC-ENROLLED < WS-FLOOR-ENROLLMENT
                  MOVE 0 TO WS-PAY-FACTOR
                  MOVE "UNDER FLOOR-EXCLUDED" TO WS-SECTION-STATUS
               WHEN SEC-ENROLLED < WS-MIN-ENROLLMENT
                  COMPUTE WS-PAY-FACTOR ROUNDED =
                     SEC-ENROLLED / WS-MIN-ENROLLMENT
                  MOVE "UNDER MIN - PRORATED" TO WS-SECTION-STATUS
            END-EVALUATE

            COMPUTE WS-SECTION-PAY ROUNDED =
               WS-CREDITS * FAE-CREDIT-RATE (FA-IDX) * WS-PAY-FACTOR
            IF WS-SECTION-PAY > 0
               ADD 1 TO WS-SECTIONS-PAID
            ELSE
               ADD 1 TO WS-SECTIONS-EXCLUDED
            END-IF

            ADD 1 TO FAE-SECTIONS (FA-IDX)
            ADD WS-CREDITS TO FAE-CREDITS (FA-IDX)
            ADD WS-SECTION-PAY TO FAE-TERM-PAY (FA-IDX)

            ADD 1 TO WS-SECTION-COUNT
            SET SP-IDX TO WS-SECTION-COUNT
            SET SPE-FACULTY-SUB (SP-IDX) TO FA-IDX
            MOVE SEC-COURSE-ID TO SPE-COURSE-ID (SP-IDX)
            MOVE SEC-SECTION-NO TO SPE-SECTION-NO (SP-IDX)
            MOVE WS-CREDITS TO SPE-CREDITS (SP-IDX)
            MOVE SEC-ENROLLED TO SPE-ENROLLED (SP-IDX)
            MOVE WS-PAY-FACTOR TO SPE-PAY-FACTOR (SP-IDX)
            MOVE WS-SECTION-PAY TO SPE-PAY (SP-IDX)
            MOVE WS-SECTION-STATUS TO SPE-STATUS (SP-IDX).

      * Prints the instructor's load, then works out and releases
      * this period's installment: what is still owed for the term
      * over the periods left, the last period taking the remainder.
       300-REPORT-AND-RELEASE.

            MOVE FAE-INSTRUCTOR (FA-IDX) TO LF-INSTRUCTOR
            MOVE FAE-EMP-ID (FA-IDX) TO LF-EMP-ID
            MOVE FAE-RANK (FA-IDX) TO LF-RANK
            MOVE FAE-CREDIT-RATE (FA-IDX) TO LF-CREDIT-RATE
            MOVE LOAD-FACULTY-LINE TO FACULTY-LOAD-REPORT-LINE
            PERFORM 590-WRITE-REPORT-LINE

            SET WS-FACULTY-SUB TO FA-IDX
            PERFORM VARYING SP-IDX FROM 1 BY 1
                  UNTIL SP-IDX > WS-SECTION-COUNT
               IF SPE-FACULTY-SUB (SP-IDX) = WS-FACULTY-SUB
                  MOVE SPE-COURSE-ID (SP-IDX) TO LS-COURSE-ID
                  MOVE SPE-SECTION-NO (SP-IDX) TO LS-SECTION-NO
                  MOVE SPE-CREDITS (SP-IDX) TO LS-CREDITS
                  MOVE SPE-ENROLLED (SP-IDX) TO LS-ENROLLED
                  COMPUTE LS-PAY-PERCENT ROUNDED =
                     SPE-PAY-FACTOR (SP-IDX) * 100
                  MOVE SPE-PAY (SP-IDX) TO LS-PAY
                  MOVE SPE-STATUS (SP-IDX) TO LS-STATUS
                  MOVE LOAD-SECTION-LINE TO FACULTY-LOAD-REPORT-LINE
                  PERFORM 590-WRITE-REPORT-LINE
               END-IF
            END-PERFORM

            ADD FAE-TERM-PAY (FA-IDX) TO WS-GRAND-TERM-PAY
            MOVE 0 TO WS-PAID-TO-DATE
            MOVE 'N' TO WS-PERIOD-RELEASED-SWITCH
            PERFORM VARYING RP-IDX FROM 1 BY 1
                  UNTIL RP-IDX > WS-RELEASED-COUNT
               IF RPE-EMP-ID (RP-IDX) = FAE-EMP-ID (FA-IDX)
                  ADD RPE-AMOUNT (RP-IDX) TO WS-PAID-TO-DATE
                  IF RPE-PAY-DATE (RP-IDX) = WS-CURRENT-PAY-DATE
                     MOVE 'Y' TO WS-PERIOD-RELEASED-SWITCH
                  END-IF
               END-IF
            END-PERFORM

            MOVE 0 TO WS-INSTALLMENT
            MOVE 0 TO WS-ADJUSTMENT-HOURS
            MOVE SPACES TO WS-RELEASE-NOTE
            MOVE 'N' TO WS-INSTALLMENT-HELD-SWITCH
            EVALUATE TRUE
               WHEN NOT RELEASE-IS-POSSIBLE
                  MOVE "NOT RELEASED THIS RUN" TO WS-RELEASE-NOTE
               WHEN PERIOD-ALREADY-RELEASED
                  MOVE "PERIOD ALREADY RELEASED" TO WS-RELEASE-NOTE
               WHEN FAE-RATE-FOUND (FA-IDX) = 'N'
                  MOVE "NO PER-CREDIT RATE FOR RANK" TO
                     WS-RELEASE-NOTE
                  MOVE 'Y' TO WS-INSTALLMENT-HELD-SWITCH
               WHEN OTHER
                  IF WS-PERIODS-LEFT > 1
                     COMPUTE WS-INSTALLMENT ROUNDED =
                        (FAE-TERM-PAY (FA-IDX) - WS-PAID-TO-DATE)
                        / WS-PERIODS-LEFT
                  ELSE
                     COMPUTE WS-INSTALLMENT =
                        FAE-TERM-PAY (FA-IDX) - WS-PAID-TO-DATE
                  END-IF
                  IF WS-INSTALLMENT NOT = 0
                     PERFORM 350-RELEASE-INSTALLMENT
                  ELSE
                     MOVE "NOTHING DUE" TO WS-RELEASE-NOTE
                  END-IF
            END-EVALUATE

            IF INSTALLMENT-IS-HELD
               ADD 1 TO WS-INSTALLMENTS-HELD
               MOVE FAE-EMP-ID (FA-IDX) TO WS-HOLD-MSG-EMP-ID
               MOVE WS-RELEASE-NOTE TO WS-HOLD-MSG-REASON
               MOVE WS-HOLD-MSG-BUILD TO EL-MESSAGE
               MOVE "ADJUNCT-PAY" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            MOVE FAE-TERM-PAY (FA-IDX) TO LT-TERM-PAY
            MOVE WS-PAID-TO-DATE TO LT-PAID
            MOVE WS-INSTALLMENT TO LT-INSTALLMENT
            MOVE WS-ADJUSTMENT-HOURS TO LT-HOURS
            MOVE WS-RELEASE-NOTE TO LT-NOTE
            MOVE LOAD-TOTAL-LINE TO FACULTY-LOAD-REPORT-LINE
            PERFORM 590-WRITE-REPORT-LINE
            MOVE LOAD-BLANK-LINE TO FACULTY-LOAD-REPORT-LINE
            PERFORM 590-WRITE-REPORT-LINE.

      * The feed carries hours, so the installment goes in as the
      * equivalent hours at the employee's rate on the master,
      * rounded to the feed's two decimals.
       350-RELEASE-INSTALLMENT.

            MOVE FAE-EMP-ID (FA-IDX) TO EMP-ID
            READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                  MOVE "NOT ON EMPLOYEE MASTER" TO WS-RELEASE-NOTE
            END-READ
            IF WS-RELEASE-NOTE = SPACES
               EVALUATE TRUE
                  WHEN EMP-IS-TERMINATED
                     MOVE "TERMINATED ON MASTER" TO WS-RELEASE-NOTE
                  WHEN EMP-IS-SALARIED
                     MOVE "SALARIED - NOT PAID BY HOUR" TO
                        WS-RELEASE-NOTE
                  WHEN EMP-HOURLY-RATE = 0
                     MOVE "NO HOURLY RATE ON MASTER" TO
                        WS-RELEASE-NOTE
               END-EVALUATE
            END-IF
            IF WS-RELEASE-NOTE NOT = SPACES
               MOVE 'Y' TO WS-INSTALLMENT-HELD-SWITCH
               MOVE 0 TO WS-INSTALLMENT
               EXIT PARAGRAPH
            END-IF

            COMPUTE WS-ADJUSTMENT-HOURS ROUNDED =
               WS-INSTALLMENT / EMP-HOURLY-RATE
               ON SIZE ERROR
                  MOVE "INSTALLMENT TOO LARGE FOR FEED" TO
                     WS-RELEASE-NOTE
                  MOVE 'Y' TO WS-INSTALLMENT-HELD-SWITCH
                  MOVE 0 TO WS-INSTALLMENT
                  MOVE 0 TO WS-ADJUSTMENT-HOURS
                  EXIT PARAGRAPH
            END-COMPUTE

            MOVE FAE-EMP-ID (FA-IDX) TO ADJ-EMP-ID
            MOVE WS-ADJUSTMENT-HOURS TO ADJ-HOURS
            MOVE SPACES TO PAY-ADJUSTMENT-RECORD (13:4)
            MOVE SPACES TO ADJ-EARN-CODE
            WRITE PAY-ADJUSTMENT-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN

            MOVE WS-TERM TO RP-TERM
            MOVE FAE-EMP-ID (FA-IDX) TO RP-EMP-ID
            MOVE WS-CURRENT-PAY-DATE TO RP-PAY-DATE
            MOVE WS-INSTALLMENT TO RP-AMOUNT
            WRITE RELEASED-PAY-RECORD

            ADD 1 TO WS-INSTALLMENTS-RELEASED
            ADD WS-INSTALLMENT TO WS-GRAND-INSTALLMENT
            MOVE "RELEASED" TO WS-RELEASE-NOTE.

       590-WRITE-REPORT-LINE.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE FACULTY-LOAD-REPORT-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       800-WRITE-REPORT-TOTALS.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE "SECTIONS PAID" TO LC-CAPTION
            MOVE WS-SECTIONS-PAID TO LC-COUNT
            MOVE WS-GRAND-TERM-PAY TO LC-AMOUNT
            WRITE FACULTY-LOAD-REPORT-LINE FROM LOAD-COUNT-LINE
            MOVE "SECTIONS EXCLUDED" TO LC-CAPTION
            MOVE WS-SECTIONS-EXCLUDED TO LC-COUNT
            MOVE 0 TO LC-AMOUNT
            WRITE FACULTY-LOAD-REPORT-LINE FROM LOAD-COUNT-LINE
            MOVE "INSTALLMENTS RELEASED" TO LC-CAPTION
            MOVE WS-INSTALLMENTS-RELEASED TO LC-COUNT
            MOVE WS-GRAND-INSTALLMENT TO LC-AMOUNT
            WRITE FACULTY-LOAD-REPORT-LINE FROM LOAD-COUNT-LINE
            MOVE "INSTALLMENTS HELD" TO LC-CAPTION
            MOVE WS-INSTALLMENTS-HELD TO LC-COUNT
            MOVE 0 TO LC-AMOUNT
            WRITE FACULTY-LOAD-REPORT-LINE FROM LOAD-COUNT-LINE.

       810-WRITE-REPORT-HEADER.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO LH1-PAGE-NUMBER
            MOVE WS-TERM TO LH1-TERM
            MOVE WS-CURRENT-PAY-DATE TO LH1-PAY-DATE
            MOVE WS-CURRENT-PERIOD-NO TO LH1-PERIOD-NO
            MOVE WS-TERM-PERIODS TO LH1-PERIODS
            IF WS-PAGE-NUMBER = 1
               WRITE FACULTY-LOAD-REPORT-LINE FROM LOAD-HEADING-1
            ELSE
               WRITE FACULTY-LOAD-REPORT-LINE FROM LOAD-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            WRITE FACULTY-LOAD-REPORT-LINE FROM LOAD-HEADING-2
            MOVE 0 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       900-CLOSE-FILES.

            IF EMP-MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF
            IF WS-ADJUSTMENT-FILE-STATUS = "00"
               CLOSE PAY-ADJUSTMENT-FILE
            END-IF
            IF WS-REPORT-FILE-STATUS = "00"
               CLOSE FACULTY-LOAD-REPORT-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM ADJUNCT-PAY.
