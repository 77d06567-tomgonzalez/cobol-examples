      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Find every terminated employee (EMP-STATUS "T" with
      *           an EMP-TERM-DATE) who carried an employer-paid
      *           benefit premium on BENPLAN.DAT and has not yet been
      *           sent to the benefits administrator, and write the
      *           COBRA qualifying-event file COBRAQE.DAT and the
      *           printed notice list COBRA.RPT.  Each event carries
      *           the termination date, the last benefit deduction
      *           taken (from the pay-stub history STUBHIST.DAT), the
      *           date coverage ends and the election deadline.  Every
      *           termination sent is added to COBRACTL.DAT so it is
      *           never sent twice; a rehired employee terminated again
      *           is a new event under the new termination date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRA-NOTICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT BENEFIT-PLAN-FILE ASSIGN TO "BENPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIT-PLAN-STATUS.

      * Read by EMP-ID for the last period a benefit deduction was
      * taken - the same START/READ NEXT walk STUB-REPRINT does.
           SELECT STUB-HISTORY-FILE ASSIGN TO "STUBHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHX-KEY
               FILE STATUS IS WS-STUB-HISTORY-STATUS.

      * EMP-ID to SSN cross-reference, kept in its own file for the
      * same access-control reasons EFW2-SUBMISSION reads it.
           SELECT EMPLOYEE-SSN-FILE ASSIGN TO "EMPSSN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSN-FILE-STATUS.

      * One record per termination already sent. Read once into the
      * table, then reopened EXTEND for this run's events.
           SELECT NOTIFIED-TERM-IN-FILE ASSIGN TO "COBRACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFIED-IN-STATUS.

           SELECT NOTIFIED-TERM-FILE ASSIGN TO "COBRACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFIED-FILE-STATUS.

      * Qualifying-event feed to the benefits administrator,
      * replaced each run - it carries only this run's events.
           SELECT QUALIFYING-EVENT-FILE ASSIGN TO "COBRAQE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

           SELECT COBRA-REPORT-FILE ASSIGN TO "COBRA.RPT"
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

       FD  BENEFIT-PLAN-FILE.
       01  BENEFIT-PLAN-RECORD.
           05  BP-EMP-ID           PIC X(6).
           05  BP-MATCH-RATE       PIC 9V9(5).
           05  BP-ANNUAL-MATCH-LIMIT PIC 9(7)V9(2).
           05  BP-EMPLOYER-PREMIUM PIC 9(5)V9(2).

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

       FD  EMPLOYEE-SSN-FILE.
       01  EMPLOYEE-SSN-RECORD.
           05  SSN-EMP-ID          PIC X(6).
           05  SSN-NUMBER          PIC 9(9).

      * The event is the employee and the termination date, so a
      * rehire terminated again is a new event of its own.
       FD  NOTIFIED-TERM-IN-FILE.
       01  NOTIFIED-TERM-IN-RECORD.
           05  NTI-EMP-ID          PIC X(6).
           05  NTI-TERM-DATE       PIC 9(8).
           05  NTI-NOTIFIED-DATE   PIC 9(8).

       FD  NOTIFIED-TERM-FILE.
       01  NOTIFIED-TERM-RECORD.
           05  NT-EMP-ID           PIC X(6).
           05  NT-TERM-DATE        PIC 9(8).
           05  NT-NOTIFIED-DATE    PIC 9(8).

      * QE-EVENT-CODE "TE" is termination of employment, the only
      * qualifying event payroll can see. QE-LAST-DEDUCT-DATE and
      * -AMOUNT are zero when no benefit deduction was ever taken.
       FD  QUALIFYING-EVENT-FILE.
       01  QUALIFYING-EVENT-RECORD.
           05  QE-EVENT-CODE       PIC X(2).
           05  QE-EMP-ID           PIC X(6).
           05  QE-EMP-NAME         PIC X(25).
           05  QE-SSN              PIC 9(9).
           05  QE-COMPANY-CODE     PIC X(2).
           05  QE-DEPARTMENT       PIC X(4).
           05  QE-STATE-CODE       PIC X(2).
           05  QE-TERM-DATE        PIC 9(8).
           05  QE-LAST-DEDUCT-DATE PIC 9(8).
           05  QE-LAST-DEDUCT-AMOUNT PIC 9(7)V9(2).
           05  QE-EMPLOYER-PREMIUM PIC 9(5)V9(2).
           05  QE-COVERAGE-END-DATE PIC 9(8).
           05  QE-NOTICE-DUE-DATE  PIC 9(8).
           05  QE-ELECTION-DEADLINE PIC 9(8).

       FD  COBRA-REPORT-FILE.
       01  COBRA-REPORT-LINE       PIC X(120).

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
       01  WS-BENEFIT-PLAN-STATUS   PIC XX.
       01  WS-STUB-HISTORY-STATUS   PIC XX.
       01  WS-SSN-FILE-STATUS       PIC XX.
       01  WS-NOTIFIED-IN-STATUS    PIC XX.
       01  WS-NOTIFIED-FILE-STATUS  PIC XX.
       01  WS-EVENT-FILE-STATUS     PIC XX.
       01  WS-REPORT-FILE-STATUS    PIC XX.

       01  WS-EMP-EOF-SWITCH        PIC X VALUE 'N'.
           88  END-OF-EMPLOYEES         VALUE 'Y'.
       01  WS-BENEFIT-PLAN-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-BENEFIT-PLANS     VALUE 'Y'.
       01  WS-SSN-EOF-SWITCH        PIC X VALUE 'N'.
           88  END-OF-SSN-FILE          VALUE 'Y'.
       01  WS-NOTIFIED-EOF-SWITCH   PIC X VALUE 'N'.
           88  END-OF-NOTIFIED-TERMS    VALUE 'Y'.
       01  WS-STUB-EOF-SWITCH       PIC X VALUE 'N'.
           88  END-OF-EMPLOYEE-STUBS    VALUE 'Y'.
       01  WS-HISTORY-OPEN-SWITCH   PIC X VALUE 'N'.
           88  HISTORY-IS-OPEN          VALUE 'Y'.
       01  WS-ALREADY-NOTIFIED-SWITCH PIC X VALUE 'N'.
           88  TERM-ALREADY-NOTIFIED    VALUE 'Y'.
      * An event is only marked sent once it is in the feed, so
      * both files must be open for any to go.
       01  WS-NOTIFY-OK-SWITCH      PIC X VALUE 'Y'.
           88  NOTIFYING-IS-POSSIBLE    VALUE 'Y'.

      * Days the employer has to tell the plan administrator of the
      * qualifying event, and days the former employee has to elect
      * continuation once coverage ends.
       01  WS-NOTICE-DAYS           PIC 9(3) VALUE 30.
       01  WS-ELECTION-DAYS         PIC 9(3) VALUE 60.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DAY-NUMBER        PIC 9(7).
       01  WS-DAY-NUMBER            PIC 9(7).
       01  WS-EMP-PREMIUM           PIC 9(5)V9(2).
       01  WS-NOTICE-STATUS         PIC X(16).
      * First of the month after termination, built to step back
      * one day to the month's last day.
       01  WS-NEXT-MONTH-DATE       PIC 9(8).
       01  WS-NEXT-MONTH-DATE-R REDEFINES WS-NEXT-MONTH-DATE.
           05  WS-NEXT-MONTH-YYYY   PIC 9(4).
           05  WS-NEXT-MONTH-MM     PIC 9(2).
           05  WS-NEXT-MONTH-DD     PIC 9(2).

       01  WS-TERMS-FOUND           PIC 9(5) VALUE 0.
       01  WS-EVENTS-WRITTEN        PIC 9(5) VALUE 0.
       01  WS-EVENTS-LATE           PIC 9(5) VALUE 0.
       01  WS-TERMS-NO-PLAN         PIC 9(5) VALUE 0.
       01  WS-TERMS-NO-DATE         PIC 9(5) VALUE 0.

       01  WS-BENEFIT-PLAN-COUNT-MAX PIC 9(3) VALUE 200.
       01  WS-BENEFIT-PLAN-COUNT    PIC 9(3) VALUE 0.
       01  BENEFIT-PLAN-TABLE.
           05  BENEFIT-PLAN-ENTRY OCCURS 200 TIMES
                                   INDEXED BY BP-IDX.
               10  BPE-EMP-ID          PIC X(6).
               10  BPE-PREMIUM         PIC 9(5)V9(2).

       01  WS-SSN-COUNT-MAX         PIC 9(3) VALUE 500.
       01  WS-SSN-COUNT             PIC 9(3) VALUE 0.
       01  SSN-XREF-TABLE.
           05  SSN-XREF-ENTRY OCCURS 500 TIMES
                                   INDEXED BY SX-IDX.
               10  SXE-EMP-ID          PIC X(6).
               10  SXE-SSN             PIC 9(9).

       01  WS-NOTIFIED-COUNT-MAX    PIC 9(4) VALUE 2000.
       01  WS-NOTIFIED-COUNT        PIC 9(4) VALUE 0.
       01  NOTIFIED-TERM-TABLE.
           05  NOTIFIED-TERM-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY NT-IDX.
               10  NTE-EMP-ID          PIC X(6).
               10  NTE-TERM-DATE       PIC 9(8).

      * Exception-log message for a termination with no date.
      * Built with MOVE, not STRING - see copybooks/EXCPLOG.cpy.
       01  WS-NO-DATE-MSG-BUILD.
           05  FILLER              PIC X(9)  VALUE "EMPLOYEE ".
           05  WS-NO-DATE-EMP-ID   PIC X(6).
           05  FILLER              PIC X(45)
                   VALUE " TERMINATED WITH NO TERM DATE - COBRA HELD".

       01  COBRA-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "COBRA QUALIFYING-EVENT NOTICE LIST".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  CH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(13) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  CH1-PAGE-NUMBER PIC ZZ9.
       01  COBRA-HEADING-2.
           05  FILLER          PIC X(8)  VALUE "EMP ID".
           05  FILLER          PIC X(27) VALUE "NAME".
           05  FILLER          PIC X(10) VALUE "TERMINATED".
           05  FILLER          PIC X(10) VALUE "LAST DED".
           05  FILLER          PIC X(14) VALUE "    DED AMOUNT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "COVER END".
           05  FILLER          PIC X(10) VALUE "NOTICE DUE".
           05  FILLER          PIC X(10) VALUE "ELECT BY".
           05  FILLER          PIC X(16) VALUE "STATUS".
       01  COBRA-DETAIL-LINE.
           05  CD-EMP-ID       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-EMP-NAME     PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-TERM-DATE    PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-LAST-DEDUCT-DATE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-LAST-DEDUCT-AMOUNT PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-COVERAGE-END-DATE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-NOTICE-DUE-DATE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-ELECTION-DEADLINE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-STATUS       PIC X(16).
       01  COBRA-TOTAL-LINE.
           05  CT-CAPTION      PIC X(40).
           05  CT-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "COBRA-NOTICE" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
            PERFORM 050-OPEN-FILES
            PERFORM 060-LOAD-NOTIFIED-TERMS
            PERFORM 070-LOAD-BENEFIT-PLANS
            PERFORM 075-LOAD-SSN-XREF

      * Opened EXTEND only after the notified terminations have
      * been read, so this run's events never match themselves.
            IF NOTIFYING-IS-POSSIBLE
               OPEN EXTEND NOTIFIED-TERM-FILE
               IF WS-NOTIFIED-FILE-STATUS NOT = "00"
                  OPEN OUTPUT NOTIFIED-TERM-FILE
               END-IF
               IF WS-NOTIFIED-FILE-STATUS NOT = "00"
                  DISPLAY "ERROR: NOTIFIED-TERM-FILE OPEN FAILED, "
                     "STATUS = ", WS-NOTIFIED-FILE-STATUS,
                     " - NO EVENT WILL BE SENT"
                  MOVE 'N' TO WS-NOTIFY-OK-SWITCH
                  MOVE 1 TO RETURN-CODE
                  MOVE "NOTIFIED-TERM-FILE" TO EL-MESSAGE
                  MOVE "COBRA-NOTICE" TO EL-PROGRAM-ID
                  MOVE "E" TO EL-SEVERITY
                  PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               END-IF
            END-IF

            IF WS-REPORT-FILE-STATUS = "00"
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF

            PERFORM UNTIL END-OF-EMPLOYEES
               READ EMPLOYEE-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-EMP-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF EMP-IS-TERMINATED
                        PERFORM 200-CHECK-TERMINATION
                     END-IF
               END-READ
            END-PERFORM

            PERFORM 800-WRITE-REPORT-TOTALS
            IF NOTIFYING-IS-POSSIBLE
               CLOSE NOTIFIED-TERM-FILE
            END-IF
            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            DISPLAY "COBRA NOTICE RUN COMPLETE.  ",
               WS-EVENTS-WRITTEN, " EVENT(S) SENT, ",
               WS-EVENTS-LATE, " PAST THE NOTICE DATE, ",
               WS-TERMS-NO-DATE, " HELD (NO TERM DATE)."
            STOP RUN.

       050-OPEN-FILES.

            OPEN INPUT EMPLOYEE-MASTER-FILE
            IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: EMPLOYEE-MASTER-FILE OPEN FAILED, "
                  "STATUS = ", WS-EMP-FILE-STATUS
               MOVE 'Y' TO WS-EMP-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "EMPLOYEE-MASTER-FILE" TO EL-MESSAGE
               MOVE "COBRA-NOTICE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

      * Without the plan file nobody can be shown to have carried
      * coverage, and the run would silently send nothing.
            OPEN INPUT BENEFIT-PLAN-FILE
            IF WS-BENEFIT-PLAN-STATUS NOT = "00"
               DISPLAY "ERROR: BENEFIT-PLAN-FILE OPEN FAILED, "
                  "STATUS = ", WS-BENEFIT-PLAN-STATUS
               MOVE 'Y' TO WS-BENEFIT-PLAN-EOF-SWITCH
               MOVE 'Y' TO WS-EMP-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "BENEFIT-PLAN-FILE" TO EL-MESSAGE
               MOVE "COBRA-NOTICE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

      * No stub history only costs the last-deduction columns; the
      * event still goes.
            OPEN INPUT STUB-HISTORY-FILE
            IF WS-STUB-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-OPEN-SWITCH
            ELSE
               DISPLAY "WARNING: STUB-HISTORY-FILE NOT AVAILABLE, "
                  "STATUS = ", WS-STUB-HISTORY-STATUS,
                  " - LAST DEDUCTION NOT REPORTED"
            END-IF

      * A missing cross-reference files the SSN as zero, the same
      * way EFW2-SUBMISSION treats it.
            OPEN INPUT EMPLOYEE-SSN-FILE
            IF WS-SSN-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SSN-EOF-SWITCH
            END-IF

            OPEN OUTPUT QUALIFYING-EVENT-FILE
            IF WS-EVENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: QUALIFYING-EVENT-FILE OPEN FAILED, "
                  "STATUS = ", WS-EVENT-FILE-STATUS,
                  " - NO EVENT WILL BE SENT"
               MOVE 'N' TO WS-NOTIFY-OK-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "QUALIFYING-EVENT-FILE" TO EL-MESSAGE
               MOVE "COBRA-NOTICE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            OPEN OUTPUT COBRA-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: COBRA-REPORT-FILE OPEN FAILED, "
                  "STATUS = ", WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF.

       060-LOAD-NOTIFIED-TERMS.

            OPEN INPUT NOTIFIED-TERM-IN-FILE
            IF WS-NOTIFIED-IN-STATUS NOT = "00"
               MOVE 'Y' TO WS-NOTIFIED-EOF-SWITCH
            END-IF

            PERFORM UNTIL END-OF-NOTIFIED-TERMS
               READ NOTIFIED-TERM-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-NOTIFIED-EOF-SWITCH
                  NOT AT END
                     IF WS-NOTIFIED-COUNT < WS-NOTIFIED-COUNT-MAX
                        ADD 1 TO WS-NOTIFIED-COUNT
                        MOVE NTI-EMP-ID TO
                           NTE-EMP-ID (WS-NOTIFIED-COUNT)
                        MOVE NTI-TERM-DATE TO
                           NTE-TERM-DATE (WS-NOTIFIED-COUNT)
                     ELSE
                        DISPLAY "WARNING: NOTIFIED-TERM TABLE FULL "
                           "AT ", WS-NOTIFIED-COUNT,
                           " ENTRIES - LATER EVENTS MAY REPEAT"
                     END-IF
               END-READ
            END-PERFORM

            IF WS-NOTIFIED-IN-STATUS = "10"
               CLOSE NOTIFIED-TERM-IN-FILE
            END-IF.

       070-LOAD-BENEFIT-PLANS.

            PERFORM UNTIL END-OF-BENEFIT-PLANS
               READ BENEFIT-PLAN-FILE
                  AT END
                     MOVE 'Y' TO WS-BENEFIT-PLAN-EOF-SWITCH
                  NOT AT END
                     IF WS-BENEFIT-PLAN-COUNT <
                           WS-BENEFIT-PLAN-COUNT-MAX
                        ADD 1 TO WS-BENEFIT-PLAN-COUNT
                        MOVE BP-EMP-ID TO
                           BPE-EMP-ID (WS-BENEFIT-PLAN-COUNT)
                        MOVE BP-EMPLOYER-PREMIUM TO
                           BPE-PREMIUM (WS-BENEFIT-PLAN-COUNT)
                     ELSE
                        DISPLAY "WARNING: BENEFIT PLAN TABLE FULL, "
                           "IGNORING PLAN FOR ", BP-EMP-ID
                     END-IF
               END-READ
            END-PERFORM.

       075-LOAD-SSN-XREF.

            PERFORM UNTIL END-OF-SSN-FILE
               READ EMPLOYEE-SSN-FILE
                  AT END
                     MOVE 'Y' TO WS-SSN-EOF-SWITCH
                  NOT AT END
                     IF WS-SSN-COUNT < WS-SSN-COUNT-MAX
                        ADD 1 TO WS-SSN-COUNT
                        MOVE SSN-EMP-ID TO SXE-EMP-ID (WS-SSN-COUNT)
                        MOVE SSN-NUMBER TO SXE-SSN (WS-SSN-COUNT)
                     ELSE
                        DISPLAY "WARNING: SSN TABLE FULL AT ",
                           WS-SSN-COUNT, " ENTRIES"
                     END-IF
               END-READ
            END-PERFORM.

      * A termination qualifies when the employee carried an
      * employer-paid premium - a plan row that is 401(k) match only
      * is not continuation coverage - and it has not been sent.
       200-CHECK-TERMINATION.

            MOVE 0 TO WS-EMP-PREMIUM
            PERFORM VARYING BP-IDX FROM 1 BY 1
                  UNTIL BP-IDX > WS-BENEFIT-PLAN-COUNT
               IF BPE-EMP-ID (BP-IDX) = EMP-ID
                  MOVE BPE-PREMIUM (BP-IDX) TO WS-EMP-PREMIUM
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF WS-EMP-PREMIUM = 0
               ADD 1 TO WS-TERMS-NO-PLAN
               EXIT PARAGRAPH
            END-IF

            IF EMP-TERM-DATE NOT NUMERIC OR EMP-TERM-DATE = 0
               PERFORM 210-HOLD-UNDATED-TERMINATION
               EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-ALREADY-NOTIFIED-SWITCH
            PERFORM VARYING NT-IDX FROM 1 BY 1
                  UNTIL NT-IDX > WS-NOTIFIED-COUNT
               IF NTE-EMP-ID (NT-IDX) = EMP-ID
                     AND NTE-TERM-DATE (NT-IDX) = EMP-TERM-DATE
                  MOVE 'Y' TO WS-ALREADY-NOTIFIED-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF TERM-ALREADY-NOTIFIED
               EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-TERMS-FOUND
            PERFORM 300-BUILD-QUALIFYING-EVENT
            PERFORM 400-SEND-QUALIFYING-EVENT.

      * With no termination date there is no event date to count
      * the deadlines from; the master has to be corrected first.
       210-HOLD-UNDATED-TERMINATION.

            ADD 1 TO WS-TERMS-NO-DATE
            DISPLAY "WARNING: EMPLOYEE ", EMP-ID,
               " TERMINATED WITH NO TERM DATE - COBRA EVENT HELD"
            MOVE EMP-ID TO WS-NO-DATE-EMP-ID
            MOVE WS-NO-DATE-MSG-BUILD TO EL-MESSAGE
            MOVE "COBRA-NOTICE" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

      * Coverage runs to the end of the month of termination; the
      * employer's notice is due WS-NOTICE-DAYS after the event and
      * the election window closes WS-ELECTION-DAYS after coverage
      * ends.
       300-BUILD-QUALIFYING-EVENT.

            MOVE "TE" TO QE-EVENT-CODE
            MOVE EMP-ID TO QE-EMP-ID
            MOVE EMP-NAME TO QE-EMP-NAME
            MOVE EMP-COMPANY-CODE TO QE-COMPANY-CODE
            IF QE-COMPANY-CODE = SPACES
               MOVE "01" TO QE-COMPANY-CODE
            END-IF
            MOVE EMP-DEPARTMENT TO QE-DEPARTMENT
            MOVE EMP-TAX-JURISDICTION TO QE-STATE-CODE
            MOVE EMP-TERM-DATE TO QE-TERM-DATE
            MOVE WS-EMP-PREMIUM TO QE-EMPLOYER-PREMIUM

            MOVE 0 TO QE-SSN
            PERFORM VARYING SX-IDX FROM 1 BY 1
                  UNTIL SX-IDX > WS-SSN-COUNT
               IF SXE-EMP-ID (SX-IDX) = EMP-ID
                  MOVE SXE-SSN (SX-IDX) TO QE-SSN
                  EXIT PERFORM
               END-IF
            END-PERFORM

            PERFORM 310-FIND-LAST-DEDUCTION

            MOVE EMP-TERM-DATE TO WS-NEXT-MONTH-DATE
            MOVE 1 TO WS-NEXT-MONTH-DD
            IF WS-NEXT-MONTH-MM = 12
               MOVE 1 TO WS-NEXT-MONTH-MM
               ADD 1 TO WS-NEXT-MONTH-YYYY
            ELSE
               ADD 1 TO WS-NEXT-MONTH-MM
            END-IF
            COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1
            COMPUTE QE-COVERAGE-END-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
            COMPUTE QE-ELECTION-DEADLINE =
               FUNCTION DATE-OF-INTEGER
                  (WS-DAY-NUMBER + WS-ELECTION-DAYS)

            COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (EMP-TERM-DATE)
               + WS-NOTICE-DAYS
            COMPUTE QE-NOTICE-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
            IF WS-DAY-NUMBER < WS-RUN-DAY-NUMBER
               MOVE "SENT LATE" TO WS-NOTICE-STATUS
            ELSE
               MOVE "SENT" TO WS-NOTICE-STATUS
            END-IF.

      * Walks the employee's stubs in period order; the last one
      * with a benefit deduction is the last premium taken.
       310-FIND-LAST-DEDUCTION.

            MOVE 0 TO QE-LAST-DEDUCT-DATE
            MOVE 0 TO QE-LAST-DEDUCT-AMOUNT
            IF NOT HISTORY-IS-OPEN
               EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-STUB-EOF-SWITCH
            MOVE EMP-ID TO SHX-EMP-ID
            MOVE 0 TO SHX-PERIOD-DATE
            MOVE LOW-VALUE TO SHX-RUN-TYPE
            MOVE 0 TO SHX-RUN-SEQUENCE
            START STUB-HISTORY-FILE KEY >= SHX-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-STUB-EOF-SWITCH
            END-START

            PERFORM UNTIL END-OF-EMPLOYEE-STUBS
               READ STUB-HISTORY-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-STUB-EOF-SWITCH
               END-READ
               IF NOT END-OF-EMPLOYEE-STUBS
                  IF SHX-EMP-ID NOT = EMP-ID
                     MOVE 'Y' TO WS-STUB-EOF-SWITCH
                  ELSE
                     IF SHX-BENEFITS > 0
                        MOVE SHX-PERIOD-DATE TO QE-LAST-DEDUCT-DATE
                        MOVE SHX-BENEFITS TO QE-LAST-DEDUCT-AMOUNT
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.

      * The control record goes out with the event record, so a
      * termination is marked sent exactly when it was sent.
       400-SEND-QUALIFYING-EVENT.

            IF NOTIFYING-IS-POSSIBLE
               WRITE QUALIFYING-EVENT-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               ADD 1 TO WS-EVENTS-WRITTEN
               MOVE EMP-ID TO NT-EMP-ID
               MOVE EMP-TERM-DATE TO NT-TERM-DATE
               MOVE WS-RUN-DATE TO NT-NOTIFIED-DATE
               WRITE NOTIFIED-TERM-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               IF WS-NOTICE-STATUS = "SENT LATE"
                  ADD 1 TO WS-EVENTS-LATE
               END-IF
            ELSE
               MOVE "NOT SENT" TO WS-NOTICE-STATUS
            END-IF

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE QE-EMP-ID TO CD-EMP-ID
            MOVE QE-EMP-NAME TO CD-EMP-NAME
            MOVE QE-TERM-DATE TO CD-TERM-DATE
            MOVE QE-LAST-DEDUCT-DATE TO CD-LAST-DEDUCT-DATE
            MOVE QE-LAST-DEDUCT-AMOUNT TO CD-LAST-DEDUCT-AMOUNT
            MOVE QE-COVERAGE-END-DATE TO CD-COVERAGE-END-DATE
            MOVE QE-NOTICE-DUE-DATE TO CD-NOTICE-DUE-DATE
            MOVE QE-ELECTION-DEADLINE TO CD-ELECTION-DEADLINE
            MOVE WS-NOTICE-STATUS TO CD-STATUS
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE COBRA-REPORT-LINE FROM COBRA-DETAIL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       800-WRITE-REPORT-TOTALS.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF

            MOVE "NEW TERMINATIONS WITH COVERAGE:" TO CT-CAPTION
            MOVE WS-TERMS-FOUND TO CT-COUNT
            PERFORM 820-WRITE-TOTAL-LINE
            MOVE "  EVENTS SENT THIS RUN:" TO CT-CAPTION
            MOVE WS-EVENTS-WRITTEN TO CT-COUNT
            PERFORM 820-WRITE-TOTAL-LINE
            MOVE "  SENT PAST THE NOTICE DUE DATE:" TO CT-CAPTION
            MOVE WS-EVENTS-LATE TO CT-COUNT
            PERFORM 820-WRITE-TOTAL-LINE
            MOVE "HELD - NO TERMINATION DATE:" TO CT-CAPTION
            MOVE WS-TERMS-NO-DATE TO CT-COUNT
            PERFORM 820-WRITE-TOTAL-LINE
            MOVE "TERMINATIONS WITH NO EMPLOYER PREMIUM:" TO
               CT-CAPTION
            MOVE WS-TERMS-NO-PLAN TO CT-COUNT
            PERFORM 820-WRITE-TOTAL-LINE.

       810-WRITE-REPORT-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO CH1-PAGE-NUMBER
            MOVE WS-RUN-DATE TO CH1-RUN-DATE
            IF WS-PAGE-NUMBER = 1
               WRITE COBRA-REPORT-LINE FROM COBRA-HEADING-1
            ELSE
               WRITE COBRA-REPORT-LINE FROM COBRA-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            WRITE COBRA-REPORT-LINE FROM COBRA-HEADING-2
            MOVE 0 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       820-WRITE-TOTAL-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE COBRA-REPORT-LINE FROM COBRA-TOTAL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       900-CLOSE-FILES.

            CLOSE EMPLOYEE-MASTER-FILE
            CLOSE BENEFIT-PLAN-FILE
            IF HISTORY-IS-OPEN
               CLOSE STUB-HISTORY-FILE
            END-IF
            CLOSE EMPLOYEE-SSN-FILE
            CLOSE QUALIFYING-EVENT-FILE
            CLOSE COBRA-REPORT-FILE.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM COBRA-NOTICE.
