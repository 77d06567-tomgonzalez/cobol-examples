      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Build the state new-hire reporting file from the
      *           employee master maintenance audit trail.  Every ADD
      *           and RHR entry EMPMAST-MAINTENANCE has appended to
      *           EMPCHG.LOG is a hire the state must hear about
      *           within its reporting window; the ones not yet on the
      *           reported-hire control file NEWHCTL.DAT are written
      *           to the fixed-format NEWHIRE.DAT, grouped by the
      *           employer FEIN (PAYCOMP.DAT, through EMP-COMPANY-
      *           CODE) and the work state (EMP-TAX-JURISDICTION),
      *           each group an employer record, its employee records
      *           and a trailer count.  A hire that cannot be reported
      *           yet - no SSN on EMPSSN.DAT, no company, no work
      *           state - is held and logged, and stays eligible for
      *           the next run; a hire reported is added to NEWHCTL.DAT
      *           so it never goes twice.  NEWHIRE.RPT lists every hire
      *           with its age and flags the ones past the window.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEW-HIRE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Before/after audit trail, appended to by every
      * EMPMAST-MAINTENANCE run - read only here.
           SELECT MASTER-CHANGE-LOG-FILE ASSIGN TO "EMPCHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

      * One record per hire already sent to the state. Read once
      * into the table, then reopened EXTEND for this run's hires.
           SELECT REPORTED-HIRE-IN-FILE ASSIGN TO "NEWHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTED-IN-STATUS.

           SELECT REPORTED-HIRE-FILE ASSIGN TO "NEWHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTED-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO "PAYCOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-FILE-STATUS.

      * EMP-ID to SSN cross-reference, kept in its own file for the
      * same access-control reasons EFW2-SUBMISSION reads it.
           SELECT EMPLOYEE-SSN-FILE ASSIGN TO "EMPSSN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSN-FILE-STATUS.

      * The state transmission, replaced each run - it carries only
      * the hires reported by this run.
           SELECT NEW-HIRE-FILE ASSIGN TO "NEWHIRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-HIRE-FILE-STATUS.

           SELECT NEW-HIRE-REPORT-FILE ASSIGN TO "NEWHIRE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
      * EMPCHG.LOG lines, in the three shapes EMPMAST-MAINTENANCE
      * writes them: the run heading, the action line, and the
      * BEFORE/AFTER image lines. The AFTER image is the employee
      * record exactly as it went to EMPMAST.NEW.
       FD  MASTER-CHANGE-LOG-FILE.
       01  CHANGE-LOG-LINE             PIC X(114).
       01  CHANGE-LOG-ACTION-LINE.
           05  CLA-ACTION              PIC X(3).
               88  CLA-IS-HIRE             VALUE "ADD" "RHR".
           05  FILLER                  PIC X(1).
           05  CLA-EMP-ID              PIC X(6).
           05  FILLER                  PIC X(2).
           05  CLA-CHANGED-BY          PIC X(10).
           05  FILLER                  PIC X(1).
           05  CLA-CHANGE-DATE         PIC 9(8).
           05  FILLER                  PIC X(1).
           05  CLA-CHANGE-TIME         PIC 9(6).
      * Spaces on a line written before the effective date was
      * carried - the change date stands in as the hire date.
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
           05  CLI-STATUS              PIC X.
           05  CLI-TERM-DATE           PIC X(8).
           05  CLI-TAX-JURISDICTION    PIC X(2).
           05  CLI-JOB-CLASS           PIC X(4).
           05  CLI-COMPANY-CODE        PIC X(2).
           05  FILLER                  PIC X(34).

      * The hire is identified by the audit entry that made it -
      * EMP-ID, action, and the posting date/time stamp - so a
      * rehire years after the original ADD is a hire of its own.
       FD  REPORTED-HIRE-IN-FILE.
       01  REPORTED-HIRE-IN-RECORD.
           05  RHI-EMP-ID              PIC X(6).
           05  RHI-ACTION              PIC X(3).
           05  RHI-CHANGE-DATE         PIC 9(8).
           05  RHI-CHANGE-TIME         PIC 9(6).
           05  RHI-REPORTED-DATE       PIC 9(8).

       FD  REPORTED-HIRE-FILE.
       01  REPORTED-HIRE-RECORD.
           05  RH-EMP-ID               PIC X(6).
           05  RH-ACTION               PIC X(3).
           05  RH-CHANGE-DATE          PIC 9(8).
           05  RH-CHANGE-TIME          PIC 9(6).
           05  RH-REPORTED-DATE        PIC 9(8).

       FD  COMPANY-FILE.
       01  COMPANY-RECORD.
           05  CO-COMPANY-CODE         PIC X(2).
           05  CO-FEIN                 PIC 9(9).
           05  CO-NAME                 PIC X(35).
           05  CO-ADDRESS              PIC X(35).
           05  CO-CITY                 PIC X(20).
           05  CO-STATE                PIC X(2).
           05  CO-ZIP                  PIC X(9).

       FD  EMPLOYEE-SSN-FILE.
       01  EMPLOYEE-SSN-RECORD.
           05  SSN-EMP-ID              PIC X(6).
           05  SSN-NUMBER              PIC 9(9).

      * Fixed 120-byte records: "E" employer, "W" employee (new
      * hire), "T" trailer, one E ... T group per FEIN and work
      * state. NHW-HIRE-TYPE is "N" for a new hire, "R" for a rehire.
       FD  NEW-HIRE-FILE.
       01  NEW-HIRE-RECORD             PIC X(120).
       01  NEW-HIRE-EMPLOYER-RECORD.
           05  NHE-RECORD-TYPE         PIC X.
           05  NHE-FEIN                PIC 9(9).
           05  NHE-WORK-STATE          PIC X(2).
           05  NHE-EMPLOYER-NAME       PIC X(35).
           05  NHE-ADDRESS             PIC X(35).
           05  NHE-CITY                PIC X(20).
           05  NHE-STATE               PIC X(2).
           05  NHE-ZIP                 PIC X(9).
           05  FILLER                  PIC X(7).
       01  NEW-HIRE-EMPLOYEE-RECORD.
           05  NHW-RECORD-TYPE         PIC X.
           05  NHW-FEIN                PIC 9(9).
           05  NHW-WORK-STATE          PIC X(2).
           05  NHW-SSN                 PIC 9(9).
           05  NHW-EMP-NAME            PIC X(25).
           05  NHW-HIRE-DATE           PIC 9(8).
           05  NHW-EMP-ID              PIC X(6).
           05  NHW-HIRE-TYPE           PIC X.
           05  FILLER                  PIC X(59).
       01  NEW-HIRE-TRAILER-RECORD.
           05  NHT-RECORD-TYPE         PIC X.
           05  NHT-FEIN                PIC 9(9).
           05  NHT-WORK-STATE          PIC X(2).
           05  NHT-EMPLOYEE-COUNT      PIC 9(7).
           05  FILLER                  PIC X(101).

       FD  NEW-HIRE-REPORT-FILE.
       01  NEW-HIRE-REPORT-LINE        PIC X(96).

           COPY EXCPFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-CHANGE-LOG-STATUS     PIC XX.
       01  WS-REPORTED-IN-STATUS    PIC XX.
       01  WS-REPORTED-FILE-STATUS  PIC XX.
       01  WS-COMPANY-FILE-STATUS   PIC XX.
       01  WS-SSN-FILE-STATUS       PIC XX.
       01  WS-NEW-HIRE-FILE-STATUS  PIC XX.
       01  WS-REPORT-FILE-STATUS    PIC XX.

       01  WS-CHANGE-LOG-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-CHANGE-LOG        VALUE 'Y'.
       01  WS-REPORTED-EOF-SWITCH   PIC X VALUE 'N'.
           88  END-OF-REPORTED-HIRES    VALUE 'Y'.
       01  WS-COMPANY-EOF-SWITCH    PIC X VALUE 'N'.
           88  END-OF-COMPANY-FILE      VALUE 'Y'.
       01  WS-SSN-EOF-SWITCH        PIC X VALUE 'N'.
           88  END-OF-SSN-FILE          VALUE 'Y'.
      * Set by an ADD/RHR action line, cleared by the AFTER image
      * line that follows it.
       01  WS-HIRE-PENDING-SWITCH   PIC X VALUE 'N'.
           88  HIRE-IS-PENDING          VALUE 'Y'.
       01  WS-ALREADY-REPORTED-SWITCH PIC X VALUE 'N'.
           88  HIRE-ALREADY-REPORTED    VALUE 'Y'.
      * A hire is only marked reported once it is in the
      * transmission, so both files must be open for any to go.
       01  WS-REPORT-OK-SWITCH      PIC X VALUE 'Y'.
           88  REPORTING-IS-POSSIBLE    VALUE 'Y'.

      * The state's reporting window in days from the hire date.
       01  WS-REPORT-WINDOW-DAYS    PIC 9(3) VALUE 20.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DAY-NUMBER        PIC 9(7).
       01  WS-HIRE-DAY-NUMBER       PIC 9(7).
       01  WS-AGE-DAYS              PIC 9(5).
       01  WS-HOLD-REASON           PIC X(30).
       01  WS-GROUP-HIRE-COUNT      PIC 9(7).

      * The action line being carried to its AFTER image.
       01  WS-PENDING-ACTION        PIC X(3).
       01  WS-PENDING-EMP-ID        PIC X(6).
       01  WS-PENDING-CHANGE-DATE   PIC 9(8).
       01  WS-PENDING-CHANGE-TIME   PIC 9(6).
       01  WS-PENDING-HIRE-DATE     PIC 9(8).

       01  WS-HIRES-FOUND           PIC 9(5) VALUE 0.
       01  WS-HIRES-REPORTED        PIC 9(5) VALUE 0.
       01  WS-HIRES-HELD            PIC 9(5) VALUE 0.
       01  WS-HIRES-LATE            PIC 9(5) VALUE 0.
       01  WS-GROUPS-WRITTEN        PIC 9(5) VALUE 0.

       01  WS-REPORTED-COUNT-MAX    PIC 9(4) VALUE 5000.
       01  WS-REPORTED-COUNT        PIC 9(4) VALUE 0.
       01  REPORTED-HIRE-TABLE.
           05  REPORTED-HIRE-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY RP-IDX.
               10  RPE-EMP-ID          PIC X(6).
               10  RPE-ACTION          PIC X(3).
               10  RPE-CHANGE-DATE     PIC 9(8).
               10  RPE-CHANGE-TIME     PIC 9(6).

       01  WS-COMPANY-COUNT-MAX     PIC 9(2) VALUE 20.
       01  WS-COMPANY-COUNT         PIC 9(2) VALUE 0.
       01  COMPANY-TABLE.
           05  COMPANY-ENTRY OCCURS 20 TIMES
                                   INDEXED BY CO-IDX.
               10  COE-COMPANY-CODE    PIC X(2).
               10  COE-FEIN            PIC 9(9).
               10  COE-NAME            PIC X(35).
               10  COE-ADDRESS         PIC X(35).
               10  COE-CITY            PIC X(20).
               10  COE-STATE           PIC X(2).
               10  COE-ZIP             PIC X(9).

       01  WS-SSN-COUNT-MAX         PIC 9(3) VALUE 500.
       01  WS-SSN-COUNT             PIC 9(3) VALUE 0.
       01  SSN-XREF-TABLE.
           05  SSN-XREF-ENTRY OCCURS 500 TIMES
                                   INDEXED BY SX-IDX.
               10  SXE-EMP-ID          PIC X(6).
               10  SXE-SSN             PIC 9(9).

      * Hires found in the audit trail and not yet reported, each
      * resolved to its FEIN, work state and SSN - or to a reason it
      * has to be held.
       01  WS-HIRE-COUNT-MAX        PIC 9(3) VALUE 500.
       01  WS-HIRE-COUNT            PIC 9(3) VALUE 0.
       01  NEW-HIRE-TABLE.
           05  NEW-HIRE-ENTRY OCCURS 500 TIMES
                                   INDEXED BY HR-IDX.
               10  HRE-EMP-ID          PIC X(6).
               10  HRE-ACTION          PIC X(3).
               10  HRE-CHANGE-DATE     PIC 9(8).
               10  HRE-CHANGE-TIME     PIC 9(6).
               10  HRE-HIRE-DATE       PIC 9(8).
               10  HRE-EMP-NAME        PIC X(25).
               10  HRE-WORK-STATE      PIC X(2).
               10  HRE-COMPANY-SUB     PIC 9(2).
               10  HRE-SSN             PIC 9(9).
               10  HRE-AGE-DAYS        PIC 9(5).
               10  HRE-HOLD-REASON     PIC X(30).
                   88  HRE-IS-REPORTABLE   VALUE SPACES.

      * One row per FEIN and work state with a reportable hire, in
      * the order first met in the audit trail.
       01  WS-GROUP-COUNT-MAX       PIC 9(3) VALUE 200.
       01  WS-GROUP-COUNT           PIC 9(3) VALUE 0.
       01  FILING-GROUP-TABLE.
           05  FILING-GROUP-ENTRY OCCURS 200 TIMES
                                   INDEXED BY GR-IDX.
               10  GRE-FEIN            PIC 9(9).
               10  GRE-WORK-STATE      PIC X(2).
               10  GRE-COMPANY-SUB     PIC 9(2).

      * Exception-log message for a held hire.
      * Built with MOVE, not STRING - see copybooks/EXCPLOG.cpy.
       01  WS-HOLD-MSG-BUILD.
           05  FILLER              PIC X(9)  VALUE "NEW HIRE ".
           05  WS-HOLD-MSG-EMP-ID  PIC X(6).
           05  FILLER              PIC X(8)  VALUE " HELD - ".
           05  WS-HOLD-MSG-REASON  PIC X(30).

       01  NEW-HIRE-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "STATE NEW-HIRE REPORTING".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  NH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(13) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  NH1-PAGE-NUMBER PIC ZZ9.
       01  NEW-HIRE-HEADING-2.
           05  FILLER          PIC X(11) VALUE "FEIN".
           05  FILLER          PIC X(4)  VALUE "ST".
           05  FILLER          PIC X(8)  VALUE "EMP ID".
           05  FILLER          PIC X(27) VALUE "NAME".
           05  FILLER          PIC X(5)  VALUE "TYPE".
           05  FILLER          PIC X(10) VALUE "HIRED".
           05  FILLER          PIC X(7)  VALUE "  AGE".
           05  FILLER          PIC X(24) VALUE "STATUS".
       01  NEW-HIRE-DETAIL-LINE.
           05  ND-FEIN         PIC 9(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ND-WORK-STATE   PIC X(2).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ND-EMP-ID       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ND-EMP-NAME     PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ND-ACTION       PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ND-HIRE-DATE    PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ND-AGE-DAYS     PIC ZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ND-STATUS       PIC X(24).
       01  NEW-HIRE-TOTAL-LINE.
           05  NT-CAPTION      PIC X(32).
           05  NT-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "NEW-HIRE-REPORT" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
            PERFORM 050-OPEN-FILES
            PERFORM 060-LOAD-REPORTED-HIRES
            PERFORM 070-LOAD-COMPANY-TABLE
            PERFORM 075-LOAD-SSN-XREF
            PERFORM 100-SCAN-CHANGE-LOG

      * Opened EXTEND only after the reported hires have been read,
      * so this run's entries never match against themselves.
            IF REPORTING-IS-POSSIBLE
               OPEN EXTEND REPORTED-HIRE-FILE
               IF WS-REPORTED-FILE-STATUS NOT = "00"
                  OPEN OUTPUT REPORTED-HIRE-FILE
               END-IF
               IF WS-REPORTED-FILE-STATUS NOT = "00"
                  DISPLAY "ERROR: REPORTED-HIRE-FILE OPEN FAILED, "
                     "STATUS = ", WS-REPORTED-FILE-STATUS,
                     " - NO HIRE WILL BE REPORTED"
                  MOVE 'N' TO WS-REPORT-OK-SWITCH
                  MOVE 1 TO RETURN-CODE
                  MOVE "REPORTED-HIRE-FILE" TO EL-MESSAGE
                  MOVE "NEW-HIRE-REPORT" TO EL-PROGRAM-ID
                  MOVE "E" TO EL-SEVERITY
                  PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               END-IF
            END-IF

            IF WS-REPORT-FILE-STATUS = "00"
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF

            IF REPORTING-IS-POSSIBLE
               PERFORM VARYING GR-IDX FROM 1 BY 1
                     UNTIL GR-IDX > WS-GROUP-COUNT
                  PERFORM 300-WRITE-FILING-GROUP
               END-PERFORM
            END-IF

            PERFORM VARYING HR-IDX FROM 1 BY 1
                  UNTIL HR-IDX > WS-HIRE-COUNT
               IF NOT HRE-IS-REPORTABLE (HR-IDX)
                     OR NOT REPORTING-IS-POSSIBLE
                  PERFORM 400-REPORT-HELD-HIRE
               END-IF
            END-PERFORM

            PERFORM 800-WRITE-REPORT-TOTALS
            IF REPORTING-IS-POSSIBLE
               CLOSE REPORTED-HIRE-FILE
            END-IF
            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            DISPLAY "NEW HIRE REPORT COMPLETE.  ",
               WS-HIRES-FOUND, " UNREPORTED, ",
               WS-HIRES-REPORTED, " REPORTED IN ",
               WS-GROUPS-WRITTEN, " GROUP(S), ",
               WS-HIRES-HELD, " HELD, ",
               WS-HIRES-LATE, " LATE."
            STOP RUN.

       050-OPEN-FILES.

            OPEN INPUT MASTER-CHANGE-LOG-FILE
            IF WS-CHANGE-LOG-STATUS NOT = "00"
               DISPLAY "WARNING: MASTER-CHANGE-LOG-FILE NOT FOUND, "
                  "STATUS = ", WS-CHANGE-LOG-STATUS,
                  " - NO HIRES TO REPORT"
               MOVE 'Y' TO WS-CHANGE-LOG-EOF-SWITCH
            END-IF

      * Without the employer file no group can carry its FEIN, and
      * nothing reported under a zero FEIN would be accepted.
            OPEN INPUT COMPANY-FILE
            IF WS-COMPANY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: COMPANY-FILE OPEN FAILED, "
                  "STATUS = ", WS-COMPANY-FILE-STATUS,
                  " - EVERY HIRE WILL BE HELD"
               MOVE 'Y' TO WS-COMPANY-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "COMPANY-FILE" TO EL-MESSAGE
               MOVE "NEW-HIRE-REPORT" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

      * A missing cross-reference holds every hire for want of an
      * SSN, rather than reporting them with a zero SSN.
            OPEN INPUT EMPLOYEE-SSN-FILE
            IF WS-SSN-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: EMPLOYEE-SSN-FILE NOT FOUND, "
                  "STATUS = ", WS-SSN-FILE-STATUS
               MOVE 'Y' TO WS-SSN-EOF-SWITCH
            END-IF

            OPEN OUTPUT NEW-HIRE-FILE
            IF WS-NEW-HIRE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: NEW-HIRE-FILE OPEN FAILED, "
                  "STATUS = ", WS-NEW-HIRE-FILE-STATUS,
                  " - NO HIRE WILL BE REPORTED"
               MOVE 'N' TO WS-REPORT-OK-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "NEW-HIRE-FILE" TO EL-MESSAGE
               MOVE "NEW-HIRE-REPORT" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            OPEN OUTPUT NEW-HIRE-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: NEW-HIRE-REPORT-FILE OPEN FAILED, "
                  "STATUS = ", WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF.

       060-LOAD-REPORTED-HIRES.

            OPEN INPUT REPORTED-HIRE-IN-FILE
            IF WS-REPORTED-IN-STATUS NOT = "00"
               MOVE 'Y' TO WS-REPORTED-EOF-SWITCH
            END-IF

            PERFORM UNTIL END-OF-REPORTED-HIRES
               READ REPORTED-HIRE-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-REPORTED-EOF-SWITCH
                  NOT AT END
                     IF WS-REPORTED-COUNT < WS-REPORTED-COUNT-MAX
                        ADD 1 TO WS-REPORTED-COUNT
                        MOVE RHI-EMP-ID TO
                           RPE-EMP-ID (WS-REPORTED-COUNT)
                        MOVE RHI-ACTION TO
                           RPE-ACTION (WS-REPORTED-COUNT)
                        MOVE RHI-CHANGE-DATE TO
                           RPE-CHANGE-DATE (WS-REPORTED-COUNT)
                        MOVE RHI-CHANGE-TIME TO
                           RPE-CHANGE-TIME (WS-REPORTED-COUNT)
                     ELSE
                        DISPLAY "WARNING: REPORTED-HIRE TABLE FULL "
                           "AT ", WS-REPORTED-COUNT,
                           " ENTRIES - LATER HIRES MAY REPEAT"
                     END-IF
               END-READ
            END-PERFORM

            IF WS-REPORTED-IN-STATUS = "10"
               CLOSE REPORTED-HIRE-IN-FILE
            END-IF.

       070-LOAD-COMPANY-TABLE.

            PERFORM UNTIL END-OF-COMPANY-FILE
               READ COMPANY-FILE
                  AT END
                     MOVE 'Y' TO WS-COMPANY-EOF-SWITCH
                  NOT AT END
                     IF WS-COMPANY-COUNT < WS-COMPANY-COUNT-MAX
                        ADD 1 TO WS-COMPANY-COUNT
                        MOVE CO-COMPANY-CODE TO
                           COE-COMPANY-CODE (WS-COMPANY-COUNT)
                        MOVE CO-FEIN TO COE-FEIN (WS-COMPANY-COUNT)
                        MOVE CO-NAME TO COE-NAME (WS-COMPANY-COUNT)
                        MOVE CO-ADDRESS TO
                           COE-ADDRESS (WS-COMPANY-COUNT)
                        MOVE CO-CITY TO COE-CITY (WS-COMPANY-COUNT)
                        MOVE CO-STATE TO COE-STATE (WS-COMPANY-COUNT)
                        MOVE CO-ZIP TO COE-ZIP (WS-COMPANY-COUNT)
                     ELSE
                        DISPLAY "WARNING: COMPANY TABLE FULL AT ",
                           WS-COMPANY-COUNT, " ENTRIES"
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

      * Only an ADD or RHR action line and the AFTER image written
      * right behind it matter; headings, CHG and TRM entries and
      * BEFORE images are passed over.
       100-SCAN-CHANGE-LOG.

            PERFORM UNTIL END-OF-CHANGE-LOG
               READ MASTER-CHANGE-LOG-FILE
                  AT END
                     MOVE 'Y' TO WS-CHANGE-LOG-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     EVALUATE TRUE
                        WHEN CLA-IS-HIRE
                              AND CLA-CHANGE-DATE IS NUMERIC
                              AND CLA-CHANGE-TIME IS NUMERIC
                           PERFORM 110-NOTE-HIRE-ACTION
                        WHEN CLI-IS-AFTER-IMAGE AND HIRE-IS-PENDING
                           MOVE 'N' TO WS-HIRE-PENDING-SWITCH
                           PERFORM 120-CHECK-ALREADY-REPORTED
                           IF NOT HIRE-ALREADY-REPORTED
                              PERFORM 200-TABLE-NEW-HIRE
                           END-IF
                        WHEN CLI-IS-AFTER-IMAGE
                           CONTINUE
                        WHEN CHANGE-LOG-LINE (1:10) = "  BEFORE: "
                           CONTINUE
                        WHEN OTHER
                           MOVE 'N' TO WS-HIRE-PENDING-SWITCH
                     END-EVALUATE
               END-READ
            END-PERFORM

            IF WS-CHANGE-LOG-STATUS = "10"
               CLOSE MASTER-CHANGE-LOG-FILE
            END-IF.

       110-NOTE-HIRE-ACTION.

            MOVE 'Y' TO WS-HIRE-PENDING-SWITCH
            MOVE CLA-ACTION TO WS-PENDING-ACTION
            MOVE CLA-EMP-ID TO WS-PENDING-EMP-ID
            MOVE CLA-CHANGE-DATE TO WS-PENDING-CHANGE-DATE
            MOVE CLA-CHANGE-TIME TO WS-PENDING-CHANGE-TIME
            IF CLA-EFFECTIVE-DATE IS NUMERIC
                  AND CLA-EFFECTIVE-DATE NOT = 0
               MOVE CLA-EFFECTIVE-DATE TO WS-PENDING-HIRE-DATE
            ELSE
               MOVE CLA-CHANGE-DATE TO WS-PENDING-HIRE-DATE
            END-IF.

       120-CHECK-ALREADY-REPORTED.

            MOVE 'N' TO WS-ALREADY-REPORTED-SWITCH
            PERFORM VARYING RP-IDX FROM 1 BY 1
                  UNTIL RP-IDX > WS-REPORTED-COUNT
               IF RPE-EMP-ID (RP-IDX) = WS-PENDING-EMP-ID
                     AND RPE-ACTION (RP-IDX) = WS-PENDING-ACTION
                     AND RPE-CHANGE-DATE (RP-IDX) =
                        WS-PENDING-CHANGE-DATE
                     AND RPE-CHANGE-TIME (RP-IDX) =
                        WS-PENDING-CHANGE-TIME
                  MOVE 'Y' TO WS-ALREADY-REPORTED-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * The AFTER image carries the employee as hired: name, work
      * state and company as they stood on the day of the hire.
       200-TABLE-NEW-HIRE.

            IF WS-HIRE-COUNT NOT < WS-HIRE-COUNT-MAX
               DISPLAY "WARNING: NEW-HIRE TABLE FULL AT ",
                  WS-HIRE-COUNT, " ENTRIES - LATER HIRES WAIT FOR "
                  "THE NEXT RUN"
               EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-HIRE-COUNT
            ADD 1 TO WS-HIRES-FOUND
            SET HR-IDX TO WS-HIRE-COUNT
            MOVE WS-PENDING-EMP-ID TO HRE-EMP-ID (HR-IDX)
            MOVE WS-PENDING-ACTION TO HRE-ACTION (HR-IDX)
            MOVE WS-PENDING-CHANGE-DATE TO HRE-CHANGE-DATE (HR-IDX)
            MOVE WS-PENDING-CHANGE-TIME TO HRE-CHANGE-TIME (HR-IDX)
            MOVE WS-PENDING-HIRE-DATE TO HRE-HIRE-DATE (HR-IDX)
            MOVE CLI-EMP-NAME TO HRE-EMP-NAME (HR-IDX)
            MOVE CLI-TAX-JURISDICTION TO HRE-WORK-STATE (HR-IDX)
            MOVE 0 TO HRE-COMPANY-SUB (HR-IDX)
            MOVE 0 TO HRE-SSN (HR-IDX)
            MOVE SPACES TO HRE-HOLD-REASON (HR-IDX)

            COMPUTE WS-HIRE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (HRE-HIRE-DATE (HR-IDX))
            IF WS-HIRE-DAY-NUMBER > WS-RUN-DAY-NUMBER
               MOVE 0 TO HRE-AGE-DAYS (HR-IDX)
            ELSE
               COMPUTE HRE-AGE-DAYS (HR-IDX) =
                  WS-RUN-DAY-NUMBER - WS-HIRE-DAY-NUMBER
            END-IF

      * Spaces on an image written before the company code existed
      * hire under company 01, the original FEIN.
            IF CLI-COMPANY-CODE = SPACES
               MOVE "01" TO CLI-COMPANY-CODE
            END-IF
            PERFORM VARYING CO-IDX FROM 1 BY 1
                  UNTIL CO-IDX > WS-COMPANY-COUNT
               IF COE-COMPANY-CODE (CO-IDX) = CLI-COMPANY-CODE
                  SET HRE-COMPANY-SUB (HR-IDX) TO CO-IDX
                  EXIT PERFORM
               END-IF
            END-PERFORM

            PERFORM VARYING SX-IDX FROM 1 BY 1
                  UNTIL SX-IDX > WS-SSN-COUNT
               IF SXE-EMP-ID (SX-IDX) = HRE-EMP-ID (HR-IDX)
                  MOVE SXE-SSN (SX-IDX) TO HRE-SSN (HR-IDX)
                  EXIT PERFORM
               END-IF
            END-PERFORM

            EVALUATE TRUE
               WHEN HRE-COMPANY-SUB (HR-IDX) = 0
                  MOVE "COMPANY NOT ON PAYCOMP.DAT" TO
                     HRE-HOLD-REASON (HR-IDX)
               WHEN HRE-WORK-STATE (HR-IDX) = SPACES
                  MOVE "NO WORK STATE ON MASTER" TO
                     HRE-HOLD-REASON (HR-IDX)
               WHEN HRE-SSN (HR-IDX) = 0
                  MOVE "NO SSN ON EMPSSN.DAT" TO
                     HRE-HOLD-REASON (HR-IDX)
               WHEN OTHER
                  PERFORM 210-TABLE-FILING-GROUP
            END-EVALUATE.

       210-TABLE-FILING-GROUP.

            SET CO-IDX TO HRE-COMPANY-SUB (HR-IDX)
            PERFORM VARYING GR-IDX FROM 1 BY 1
                  UNTIL GR-IDX > WS-GROUP-COUNT
               IF GRE-FEIN (GR-IDX) = COE-FEIN (CO-IDX)
                     AND GRE-WORK-STATE (GR-IDX) =
                        HRE-WORK-STATE (HR-IDX)
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM

            IF WS-GROUP-COUNT < WS-GROUP-COUNT-MAX
               ADD 1 TO WS-GROUP-COUNT
               MOVE COE-FEIN (CO-IDX) TO GRE-FEIN (WS-GROUP-COUNT)
               MOVE HRE-WORK-STATE (HR-IDX) TO
                  GRE-WORK-STATE (WS-GROUP-COUNT)
               MOVE HRE-COMPANY-SUB (HR-IDX) TO
                  GRE-COMPANY-SUB (WS-GROUP-COUNT)
            ELSE
               DISPLAY "WARNING: FILING GROUP TABLE FULL AT ",
                  WS-GROUP-COUNT, " ENTRIES"
               MOVE "FILING GROUP TABLE FULL" TO
                  HRE-HOLD-REASON (HR-IDX)
            END-IF.

      * One employer record, every reportable hire under that FEIN
      * and work state, then the trailer count.
       300-WRITE-FILING-GROUP.

            SET CO-IDX TO GRE-COMPANY-SUB (GR-IDX)
            MOVE SPACES TO NEW-HIRE-EMPLOYER-RECORD
            MOVE "E" TO NHE-RECORD-TYPE
            MOVE GRE-FEIN (GR-IDX) TO NHE-FEIN
            MOVE GRE-WORK-STATE (GR-IDX) TO NHE-WORK-STATE
            MOVE COE-NAME (CO-IDX) TO NHE-EMPLOYER-NAME
            MOVE COE-ADDRESS (CO-IDX) TO NHE-ADDRESS
            MOVE COE-CITY (CO-IDX) TO NHE-CITY
            MOVE COE-STATE (CO-IDX) TO NHE-STATE
            MOVE COE-ZIP (CO-IDX) TO NHE-ZIP
            WRITE NEW-HIRE-EMPLOYER-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            ADD 1 TO WS-GROUPS-WRITTEN
            MOVE 0 TO WS-GROUP-HIRE-COUNT

            PERFORM VARYING HR-IDX FROM 1 BY 1
                  UNTIL HR-IDX > WS-HIRE-COUNT
               IF HRE-IS-REPORTABLE (HR-IDX)
                     AND HRE-WORK-STATE (HR-IDX) =
                        GRE-WORK-STATE (GR-IDX)
                     AND COE-FEIN (HRE-COMPANY-SUB (HR-IDX)) =
                        GRE-FEIN (GR-IDX)
                  PERFORM 310-WRITE-NEW-HIRE-EMPLOYEE
               END-IF
            END-PERFORM

            MOVE SPACES TO NEW-HIRE-TRAILER-RECORD
            MOVE "T" TO NHT-RECORD-TYPE
            MOVE GRE-FEIN (GR-IDX) TO NHT-FEIN
            MOVE GRE-WORK-STATE (GR-IDX) TO NHT-WORK-STATE
            MOVE WS-GROUP-HIRE-COUNT TO NHT-EMPLOYEE-COUNT
            WRITE NEW-HIRE-TRAILER-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

      * The control record goes out with the transmission record,
      * so a hire is marked reported exactly when it was sent.
       310-WRITE-NEW-HIRE-EMPLOYEE.

            MOVE SPACES TO NEW-HIRE-EMPLOYEE-RECORD
            MOVE "W" TO NHW-RECORD-TYPE
            MOVE GRE-FEIN (GR-IDX) TO NHW-FEIN
            MOVE GRE-WORK-STATE (GR-IDX) TO NHW-WORK-STATE
            MOVE HRE-SSN (HR-IDX) TO NHW-SSN
            MOVE HRE-EMP-NAME (HR-IDX) TO NHW-EMP-NAME
            MOVE HRE-HIRE-DATE (HR-IDX) TO NHW-HIRE-DATE
            MOVE HRE-EMP-ID (HR-IDX) TO NHW-EMP-ID
            IF HRE-ACTION (HR-IDX) = "RHR"
               MOVE "R" TO NHW-HIRE-TYPE
            ELSE
               MOVE "N" TO NHW-HIRE-TYPE
            END-IF
            WRITE NEW-HIRE-EMPLOYEE-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            ADD 1 TO WS-GROUP-HIRE-COUNT
            ADD 1 TO WS-HIRES-REPORTED

            MOVE HRE-EMP-ID (HR-IDX) TO RH-EMP-ID
            MOVE HRE-ACTION (HR-IDX) TO RH-ACTION
            MOVE HRE-CHANGE-DATE (HR-IDX) TO RH-CHANGE-DATE
            MOVE HRE-CHANGE-TIME (HR-IDX) TO RH-CHANGE-TIME
            MOVE WS-RUN-DATE TO RH-REPORTED-DATE
            WRITE REPORTED-HIRE-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN

            IF HRE-AGE-DAYS (HR-IDX) > WS-REPORT-WINDOW-DAYS
               ADD 1 TO WS-HIRES-LATE
               MOVE "REPORTED LATE" TO ND-STATUS
            ELSE
               MOVE "REPORTED" TO ND-STATUS
            END-IF
            PERFORM 500-WRITE-DETAIL-LINE.

      * A held hire is not marked reported, so it comes round again
      * on the next run once the master or cross-reference is fixed.
       400-REPORT-HELD-HIRE.

            ADD 1 TO WS-HIRES-HELD
            IF HRE-IS-REPORTABLE (HR-IDX)
               MOVE "NEW-HIRE FILE NOT WRITTEN" TO WS-HOLD-REASON
            ELSE
               MOVE HRE-HOLD-REASON (HR-IDX) TO WS-HOLD-REASON
            END-IF
            DISPLAY "WARNING: NEW HIRE ", HRE-EMP-ID (HR-IDX),
               " HELD - ", WS-HOLD-REASON
            MOVE HRE-EMP-ID (HR-IDX) TO WS-HOLD-MSG-EMP-ID
            MOVE WS-HOLD-REASON TO WS-HOLD-MSG-REASON
            MOVE WS-HOLD-MSG-BUILD TO EL-MESSAGE
            MOVE "NEW-HIRE-REPORT" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED

            IF HRE-AGE-DAYS (HR-IDX) > WS-REPORT-WINDOW-DAYS
               ADD 1 TO WS-HIRES-LATE
               MOVE "HELD - PAST DUE" TO ND-STATUS
            ELSE
               MOVE "HELD" TO ND-STATUS
            END-IF
            PERFORM 500-WRITE-DETAIL-LINE.

       500-WRITE-DETAIL-LINE.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF HRE-COMPANY-SUB (HR-IDX) = 0
               MOVE 0 TO ND-FEIN
            ELSE
               MOVE COE-FEIN (HRE-COMPANY-SUB (HR-IDX)) TO ND-FEIN
            END-IF
            MOVE HRE-WORK-STATE (HR-IDX) TO ND-WORK-STATE
            MOVE HRE-EMP-ID (HR-IDX) TO ND-EMP-ID
            MOVE HRE-EMP-NAME (HR-IDX) TO ND-EMP-NAME
            MOVE HRE-ACTION (HR-IDX) TO ND-ACTION
            MOVE HRE-HIRE-DATE (HR-IDX) TO ND-HIRE-DATE
            MOVE HRE-AGE-DAYS (HR-IDX) TO ND-AGE-DAYS
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE NEW-HIRE-REPORT-LINE FROM NEW-HIRE-DETAIL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       800-WRITE-REPORT-TOTALS.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF

            MOVE "UNREPORTED HIRES FOUND:" TO NT-CAPTION
            MOVE WS-HIRES-FOUND TO NT-COUNT
            PERFORM 820-WRITE-TOTAL-LINE
            MOVE "  REPORTED THIS RUN:" TO NT-CAPTION
            MOVE WS-HIRES-REPORTED TO NT-COUNT
            PERFORM 820-WRITE-TOTAL-LINE
            MOVE "  HELD FOR NEXT RUN:" TO NT-CAPTION
            MOVE WS-HIRES-HELD TO NT-COUNT
            PERFORM 820-WRITE-TOTAL-LINE
            MOVE "  PAST THE REPORTING WINDOW:" TO NT-CAPTION
            MOVE WS-HIRES-LATE TO NT-COUNT
            PERFORM 820-WRITE-TOTAL-LINE
            MOVE "EMPLOYER/STATE GROUPS WRITTEN:" TO NT-CAPTION
            MOVE WS-GROUPS-WRITTEN TO NT-COUNT
            PERFORM 820-WRITE-TOTAL-LINE.

       810-WRITE-REPORT-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO NH1-PAGE-NUMBER
            MOVE WS-RUN-DATE TO NH1-RUN-DATE
            IF WS-PAGE-NUMBER = 1
               WRITE NEW-HIRE-REPORT-LINE FROM NEW-HIRE-HEADING-1
            ELSE
               WRITE NEW-HIRE-REPORT-LINE FROM NEW-HIRE-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            WRITE NEW-HIRE-REPORT-LINE FROM NEW-HIRE-HEADING-2
            MOVE 0 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       820-WRITE-TOTAL-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE NEW-HIRE-REPORT-LINE FROM NEW-HIRE-TOTAL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       900-CLOSE-FILES.

            CLOSE COMPANY-FILE
            CLOSE EMPLOYEE-SSN-FILE
            CLOSE NEW-HIRE-FILE
            CLOSE NEW-HIRE-REPORT-FILE.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM NEW-HIRE-REPORT.
