      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Monthly headcount, hires and turnover.  The closing
      *           headcount is worked back from the active employees
      *           on EMPMAST.DAT today, less every movement the
      *           EMPMAST-MAINTENANCE audit trail EMPCHG.LOG shows
      *           after the month; the month's own movements - ADD
      *           hires, RHR rehires, TRM terminations, and CHG
      *           transfers between departments - take it back to the
      *           opening headcount.  Reported by company and
      *           department, then by company and hourly/salaried,
      *           each with an annualized turnover rate (terminations
      *           over the average of opening and closing, times
      *           twelve), then a 12-month trend for the whole
      *           workforce.  The report month is the month before
      *           the run date unless PAYROLL_WORKFORCE_MONTH (YYYYMM)
      *           names another.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKFORCE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

      * Before/after audit trail, appended to by every
      * EMPMAST-MAINTENANCE run - read only here.
           SELECT MASTER-CHANGE-LOG-FILE ASSIGN TO "EMPCHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

           SELECT WORKFORCE-REPORT-FILE ASSIGN TO "WORKFORCE.RPT"
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

      * EMPCHG.LOG lines, in the three shapes EMPMAST-MAINTENANCE
      * writes them: the run heading, the action line, and the
      * BEFORE/AFTER image lines (the BEFORE image is spaces on an
      * ADD).
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
      * Spaces on a line written before the effective date was
      * carried - the change date stands in for it.
           05  FILLER                  PIC X(1).
           05  CLA-EFFECTIVE-DATE      PIC 9(8).
           05  FILLER                  PIC X(67).
       01  CHANGE-LOG-IMAGE-LINE.
           05  CLI-TAG                 PIC X(10).
               88  CLI-IS-BEFORE-IMAGE     VALUE "  BEFORE: ".
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

       FD  WORKFORCE-REPORT-FILE.
       01  WORKFORCE-REPORT-LINE       PIC X(100).

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
       01  WS-CHANGE-LOG-STATUS     PIC XX.
       01  WS-REPORT-FILE-STATUS    PIC XX.

       01  WS-EOF-SWITCH            PIC X VALUE 'N'.
           88  END-OF-EMPLOYEES         VALUE 'Y'.
       01  WS-CHANGE-LOG-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-CHANGE-LOG        VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MONTH         PIC 9(2).
           05  WS-RUN-DAY           PIC 9(2).
       01  WS-ENV-REPORT-MONTH      PIC X(6).
       01  WS-REPORT-MONTH          PIC 9(6).
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YEAR       PIC 9(4).
           05  WS-REPORT-MM         PIC 9(2).
       01  WS-WORK-MONTH            PIC 9(6).
       01  WS-WORK-MONTH-PARTS REDEFINES WS-WORK-MONTH.
           05  WS-WORK-YEAR         PIC 9(4).
           05  WS-WORK-MM           PIC 9(2).

      * The audit entry being assembled: its action line, then its
      * BEFORE image, then the AFTER image that completes it.
       01  WS-PENDING-ACTION        PIC X(3) VALUE SPACES.
       01  WS-EVENT-DATE            PIC 9(8).
       01  WS-EVENT-MONTH           PIC 9(6).
       01  WS-BEFORE-COMPANY        PIC X(2).
       01  WS-BEFORE-DEPARTMENT     PIC X(4).
       01  WS-BEFORE-PAY-KEY        PIC X(4).
       01  WS-BEFORE-STATUS         PIC X.
       01  WS-AFTER-COMPANY         PIC X(2).
       01  WS-AFTER-DEPARTMENT      PIC X(4).
       01  WS-AFTER-PAY-KEY         PIC X(4).
       01  WS-EVENTS-READ           PIC 9(7) VALUE 0.

      * One movement against one group: which group, what kind
      * (H hire, R rehire, T termination, I transfer in, O transfer
      * out) and whether it added to or took from the headcount.
       01  WS-APPLY-TYPE            PIC X.
       01  WS-APPLY-COMPANY         PIC X(2).
       01  WS-APPLY-KEY             PIC X(4).
       01  WS-APPLY-KIND            PIC X.
       01  WS-APPLY-DELTA           PIC S9.

      * One entry per company/department ("D") and per company/pay
      * type ("P"). WFG-NET-AFTER is the net movement dated after
      * the report month, so the month's closing headcount is the
      * current one less it.
       01  WS-GROUP-COUNT-MAX       PIC 9(3) VALUE 300.
       01  WS-GROUP-COUNT           PIC 9(3) VALUE 0.
       01  WORKFORCE-GROUP-TABLE.
           05  WORKFORCE-GROUP OCCURS 300 TIMES INDEXED BY WG-IDX.
               10  WFG-SORT-KEY.
                   15  WFG-TYPE        PIC X.
                   15  WFG-COMPANY     PIC X(2).
                   15  WFG-KEY         PIC X(4).
               10  WFG-CURRENT         PIC 9(5).
               10  WFG-NET-AFTER       PIC S9(5).
               10  WFG-HIRES           PIC 9(5).
               10  WFG-REHIRES         PIC 9(5).
               10  WFG-TERMS           PIC 9(5).
               10  WFG-XFER-IN         PIC 9(5).
               10  WFG-XFER-OUT        PIC 9(5).
       01  WS-SWAP-GROUP            PIC X(42).
       01  WS-OUTER-SUB             PIC 9(3).
       01  WS-INNER-SUB             PIC 9(3).
       01  WS-GROUP-FOUND-SWITCH    PIC X.
           88  GROUP-WAS-FOUND          VALUE 'Y'.

      * Whole-workforce trend, oldest month first; entry 12 is the
      * report month.
       01  WS-CURRENT-HEADCOUNT     PIC 9(5) VALUE 0.
       01  WORKFORCE-TREND-TABLE.
           05  WORKFORCE-TREND OCCURS 12 TIMES INDEXED BY TR-IDX.
               10  WFT-MONTH           PIC 9(6).
               10  WFT-NET-AFTER       PIC S9(5).
               10  WFT-HIRES           PIC 9(5).
               10  WFT-REHIRES         PIC 9(5).
               10  WFT-TERMS           PIC 9(5).

      * Line figures, for one group, a company subtotal, the report
      * total or one trend month.
       01  WS-LINE-FIGURES.
           05  WS-LINE-OPENING      PIC S9(5).
           05  WS-LINE-HIRES        PIC 9(5).
           05  WS-LINE-REHIRES      PIC 9(5).
           05  WS-LINE-TERMS        PIC 9(5).
           05  WS-LINE-XFER-IN      PIC 9(5).
           05  WS-LINE-XFER-OUT     PIC 9(5).
           05  WS-LINE-CLOSING      PIC S9(5).
       01  WS-COMPANY-FIGURES.
           05  WS-CO-OPENING        PIC S9(5).
           05  WS-CO-HIRES          PIC 9(5).
           05  WS-CO-REHIRES        PIC 9(5).
           05  WS-CO-TERMS          PIC 9(5).
           05  WS-CO-XFER-IN        PIC 9(5).
           05  WS-CO-XFER-OUT       PIC 9(5).
           05  WS-CO-CLOSING        PIC S9(5).
       01  WS-TOTAL-FIGURES.
           05  WS-TOT-OPENING       PIC S9(5).
           05  WS-TOT-HIRES         PIC 9(5).
           05  WS-TOT-REHIRES       PIC 9(5).
           05  WS-TOT-TERMS         PIC 9(5).
           05  WS-TOT-XFER-IN       PIC 9(5).
           05  WS-TOT-XFER-OUT      PIC 9(5).
           05  WS-TOT-CLOSING       PIC S9(5).
       01  WS-AVERAGE-HEADCOUNT     PIC S9(5)V9.
       01  WS-TURNOVER-RATE         PIC 9(4)V9.
       01  WS-SECTION-TYPE          PIC X.
       01  WS-SECTION-COMPANY       PIC X(2).
       01  WS-SECTION-ROWS          PIC 9(3).

       01  WORKFORCE-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "WORKFORCE HEADCOUNT AND TURNOVER REPORT".
           05  FILLER          PIC X(6)  VALUE "MONTH ".
           05  WH1-MONTH       PIC 9(6).
           05  FILLER          PIC X(11) VALUE "  RUN DATE ".
           05  WH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(20) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  WH1-PAGE-NUMBER PIC ZZ9.
       01  WORKFORCE-SECTION-LINE.
           05  WSL-TITLE       PIC X(40).
       01  WORKFORCE-HEADING-2.
           05  WH2-CAPTION     PIC X(16).
           05  FILLER          PIC X(10) VALUE "   OPENING".
           05  FILLER          PIC X(10) VALUE "     HIRES".
           05  FILLER          PIC X(10) VALUE "   REHIRES".
           05  FILLER          PIC X(10) VALUE "     TERMS".
           05  FILLER          PIC X(10) VALUE "   XFER IN".
           05  FILLER          PIC X(10) VALUE "  XFER OUT".
           05  FILLER          PIC X(10) VALUE "   CLOSING".
           05  FILLER          PIC X(10) VALUE " TURNOVER%".
       01  WORKFORCE-DETAIL-LINE.
           05  WD-COMPANY      PIC X(2).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WD-KEY          PIC X(13).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  WD-OPENING      PIC -(5)9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  WD-HIRES        PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  WD-REHIRES      PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  WD-TERMS        PIC ZZZZZ9.
           05  WD-TRANSFERS.
               10  FILLER      PIC X(4)  VALUE SPACES.
               10  WD-XFER-IN  PIC ZZZZZ9.
               10  FILLER      PIC X(4)  VALUE SPACES.
               10  WD-XFER-OUT PIC ZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  WD-CLOSING      PIC -(5)9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  WD-TURNOVER     PIC ZZZ9.9.
       01  WORKFORCE-BLANK-LINE PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "WORKFORCE-REPORT" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 020-GET-REPORT-MONTH

            PERFORM 050-OPEN-FILES
            PERFORM 100-COUNT-CURRENT-HEADCOUNT
            PERFORM 200-READ-CHANGE-LOG
            PERFORM 450-ORDER-GROUPS

            IF WS-REPORT-FILE-STATUS = "00"
               PERFORM 810-WRITE-REPORT-HEADER
               MOVE "D" TO WS-SECTION-TYPE
               MOVE "BY COMPANY AND DEPARTMENT" TO WSL-TITLE
               MOVE "CO  DEPARTMENT" TO WH2-CAPTION
               PERFORM 500-WRITE-GROUP-SECTION
               MOVE "P" TO WS-SECTION-TYPE
               MOVE "BY COMPANY AND PAY TYPE" TO WSL-TITLE
               MOVE "CO  PAY TYPE" TO WH2-CAPTION
               PERFORM 500-WRITE-GROUP-SECTION
               PERFORM 700-WRITE-TREND-SECTION
            END-IF

            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            DISPLAY "WORKFORCE REPORT COMPLETE FOR ", WS-REPORT-MONTH,
               ".  ", WS-CURRENT-HEADCOUNT, " ACTIVE NOW, ",
               WS-EVENTS-READ, " AUDIT ENTRIES READ."
            STOP RUN.

      * The month before the run date, unless the environment names
      * one; the trend runs the eleven months before it through it.
       020-GET-REPORT-MONTH.

            MOVE WS-RUN-YEAR TO WS-WORK-YEAR
            MOVE WS-RUN-MONTH TO WS-WORK-MM
            PERFORM 030-PREVIOUS-MONTH
            MOVE WS-WORK-MONTH TO WS-REPORT-MONTH

            MOVE SPACES TO WS-ENV-REPORT-MONTH
            DISPLAY "PAYROLL_WORKFORCE_MONTH" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-REPORT-MONTH FROM ENVIRONMENT-VALUE
            IF WS-ENV-REPORT-MONTH NOT = SPACES
               IF WS-ENV-REPORT-MONTH IS NUMERIC
                     AND WS-ENV-REPORT-MONTH (5:2) >= "01"
                     AND WS-ENV-REPORT-MONTH (5:2) <= "12"
                  MOVE WS-ENV-REPORT-MONTH TO WS-REPORT-MONTH
               ELSE
                  DISPLAY "WARNING: PAYROLL_WORKFORCE_MONTH '",
                     WS-ENV-REPORT-MONTH, "' IS NOT YYYYMM - "
                     "REPORTING ", WS-REPORT-MONTH
               END-IF
            END-IF

            MOVE WS-REPORT-MONTH TO WS-WORK-MONTH
            PERFORM VARYING TR-IDX FROM 12 BY -1 UNTIL TR-IDX < 1
               MOVE WS-WORK-MONTH TO WFT-MONTH (TR-IDX)
               MOVE 0 TO WFT-NET-AFTER (TR-IDX) WFT-HIRES (TR-IDX)
                  WFT-REHIRES (TR-IDX) WFT-TERMS (TR-IDX)
               PERFORM 030-PREVIOUS-MONTH
            END-PERFORM.

       030-PREVIOUS-MONTH.

            IF WS-WORK-MM = 1
               MOVE 12 TO WS-WORK-MM
               SUBTRACT 1 FROM WS-WORK-YEAR
            ELSE
               SUBTRACT 1 FROM WS-WORK-MM
            END-IF.

       050-OPEN-FILES.

            OPEN INPUT EMPLOYEE-MASTER-FILE
            IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: EMPLOYEE-MASTER-FILE OPEN FAILED, "
                  "STATUS = ", WS-EMP-FILE-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "EMPLOYEE-MASTER-FILE" TO EL-MESSAGE
               MOVE "WORKFORCE-REPORT" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            OPEN INPUT MASTER-CHANGE-LOG-FILE
            IF WS-CHANGE-LOG-STATUS NOT = "00"
               DISPLAY "WARNING: MASTER-CHANGE-LOG-FILE NOT FOUND, "
                  "STATUS = ", WS-CHANGE-LOG-STATUS,
                  " - NO MOVEMENTS TO REPORT"
               MOVE 'Y' TO WS-CHANGE-LOG-EOF-SWITCH
            END-IF

            OPEN OUTPUT WORKFORCE-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: WORKFORCE-REPORT-FILE OPEN FAILED, "
                  "STATUS = ", WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF.

      * Today's active employees, by department and by pay type.
       100-COUNT-CURRENT-HEADCOUNT.

            PERFORM UNTIL END-OF-EMPLOYEES
               READ EMPLOYEE-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF NOT EMP-IS-TERMINATED
                        ADD 1 TO WS-CURRENT-HEADCOUNT
                        MOVE EMP-COMPANY-CODE TO WS-APPLY-COMPANY
                        IF WS-APPLY-COMPANY = SPACES
                           MOVE "01" TO WS-APPLY-COMPANY
                        END-IF
                        MOVE "D" TO WS-APPLY-TYPE
                        MOVE EMP-DEPARTMENT TO WS-APPLY-KEY
                        PERFORM 310-FIND-GROUP
                        IF GROUP-WAS-FOUND
                           ADD 1 TO WFG-CURRENT (WG-IDX)
                        END-IF
                        MOVE "P" TO WS-APPLY-TYPE
                        IF EMP-IS-SALARIED
                           MOVE "SAL " TO WS-APPLY-KEY
                        ELSE
                           MOVE "HRLY" TO WS-APPLY-KEY
                        END-IF
                        PERFORM 310-FIND-GROUP
                        IF GROUP-WAS-FOUND
                           ADD 1 TO WFG-CURRENT (WG-IDX)
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.

      * Each audit entry is an action line, a BEFORE image and an
      * AFTER image; the entry is applied when its AFTER image is
      * read. Heading lines and anything out of step are skipped.
       200-READ-CHANGE-LOG.

            PERFORM UNTIL END-OF-CHANGE-LOG
               READ MASTER-CHANGE-LOG-FILE
                  AT END
                     MOVE 'Y' TO WS-CHANGE-LOG-EOF-SWITCH
                  NOT AT END
                     EVALUATE TRUE
                        WHEN CLA-IS-AUDIT-ACTION
                              AND CLA-ACTION-DELIMITER = SPACE
                           MOVE CLA-ACTION TO WS-PENDING-ACTION
                           IF CLA-EFFECTIVE-DATE IS NUMERIC
                                 AND CLA-EFFECTIVE-DATE NOT = 0
                              MOVE CLA-EFFECTIVE-DATE TO WS-EVENT-DATE
                           ELSE
                              MOVE CLA-CHANGE-DATE TO WS-EVENT-DATE
                           END-IF
                           MOVE SPACES TO WS-BEFORE-COMPANY
                              WS-BEFORE-DEPARTMENT WS-BEFORE-PAY-KEY
                              WS-BEFORE-STATUS
                        WHEN CLI-IS-BEFORE-IMAGE
                              AND WS-PENDING-ACTION NOT = SPACES
                           MOVE CLI-COMPANY-CODE TO WS-BEFORE-COMPANY
                           IF WS-BEFORE-COMPANY = SPACES
                              MOVE "01" TO WS-BEFORE-COMPANY
                           END-IF
                           MOVE CLI-DEPARTMENT TO WS-BEFORE-DEPARTMENT
                           IF CLI-PAY-TYPE = "S"
                              MOVE "SAL " TO WS-BEFORE-PAY-KEY
                           ELSE
                              MOVE "HRLY" TO WS-BEFORE-PAY-KEY
                           END-IF
                           MOVE CLI-STATUS TO WS-BEFORE-STATUS
                        WHEN CLI-IS-AFTER-IMAGE
                              AND WS-PENDING-ACTION NOT = SPACES
                           ADD 1 TO WS-EVENTS-READ
                           PERFORM 250-APPLY-AUDIT-ENTRY
                           MOVE SPACES TO WS-PENDING-ACTION
                     END-EVALUATE
               END-READ
            END-PERFORM.

       250-APPLY-AUDIT-ENTRY.

            MOVE CLI-COMPANY-CODE TO WS-AFTER-COMPANY
            IF WS-AFTER-COMPANY = SPACES
               MOVE "01" TO WS-AFTER-COMPANY
            END-IF
            MOVE CLI-DEPARTMENT TO WS-AFTER-DEPARTMENT
            IF CLI-PAY-TYPE = "S"
               MOVE "SAL " TO WS-AFTER-PAY-KEY
            ELSE
               MOVE "HRLY" TO WS-AFTER-PAY-KEY
            END-IF

      * A termination dates from the term date it recorded, not the
      * day it was keyed.
            IF WS-PENDING-ACTION = "TRM"
                  AND CLI-TERM-DATE IS NUMERIC
                  AND CLI-TERM-DATE NOT = "00000000"
               MOVE CLI-TERM-DATE TO WS-EVENT-DATE
            END-IF
            DIVIDE WS-EVENT-DATE BY 100 GIVING WS-EVENT-MONTH

            EVALUATE WS-PENDING-ACTION
               WHEN "ADD"
                  MOVE "H" TO WS-APPLY-KIND
                  MOVE 1 TO WS-APPLY-DELTA
                  PERFORM 260-APPLY-TO-AFTER-GROUPS
                  PERFORM 280-APPLY-TO-TREND
               WHEN "RHR"
                  MOVE "R" TO WS-APPLY-KIND
                  MOVE 1 TO WS-APPLY-DELTA
                  PERFORM 260-APPLY-TO-AFTER-GROUPS
                  PERFORM 280-APPLY-TO-TREND
               WHEN "TRM"
                  IF WS-BEFORE-STATUS NOT = "T"
                     MOVE "T" TO WS-APPLY-KIND
                     MOVE -1 TO WS-APPLY-DELTA
                     PERFORM 270-APPLY-TO-BEFORE-GROUPS
                     PERFORM 280-APPLY-TO-TREND
                  END-IF
               WHEN "CHG"
                  IF WS-BEFORE-STATUS NOT = "T"
                     PERFORM 265-APPLY-TRANSFER
                  END-IF
            END-EVALUATE.

       260-APPLY-TO-AFTER-GROUPS.

            MOVE "D" TO WS-APPLY-TYPE
            MOVE WS-AFTER-COMPANY TO WS-APPLY-COMPANY
            MOVE WS-AFTER-DEPARTMENT TO WS-APPLY-KEY
            PERFORM 300-APPLY-TO-GROUP
            MOVE "P" TO WS-APPLY-TYPE
            MOVE WS-AFTER-PAY-KEY TO WS-APPLY-KEY
            PERFORM 300-APPLY-TO-GROUP.

      * A change of company or department moves the employee between
      * department groups; a change of company or pay type between
      * pay-type groups. Neither changes the workforce as a whole.
       265-APPLY-TRANSFER.

            IF WS-BEFORE-COMPANY NOT = WS-AFTER-COMPANY
                  OR WS-BEFORE-DEPARTMENT NOT = WS-AFTER-DEPARTMENT
               MOVE "D" TO WS-APPLY-TYPE
               MOVE "O" TO WS-APPLY-KIND
               MOVE -1 TO WS-APPLY-DELTA
               MOVE WS-BEFORE-COMPANY TO WS-APPLY-COMPANY
               MOVE WS-BEFORE-DEPARTMENT TO WS-APPLY-KEY
               PERFORM 300-APPLY-TO-GROUP
               MOVE "I" TO WS-APPLY-KIND
               MOVE 1 TO WS-APPLY-DELTA
               MOVE WS-AFTER-COMPANY TO WS-APPLY-COMPANY
               MOVE WS-AFTER-DEPARTMENT TO WS-APPLY-KEY
               PERFORM 300-APPLY-TO-GROUP
            END-IF
            IF WS-BEFORE-COMPANY NOT = WS-AFTER-COMPANY
                  OR WS-BEFORE-PAY-KEY NOT = WS-AFTER-PAY-KEY
               MOVE "P" TO WS-APPLY-TYPE
               MOVE "O" TO WS-APPLY-KIND
               MOVE -1 TO WS-APPLY-DELTA
               MOVE WS-BEFORE-COMPANY TO WS-APPLY-COMPANY
               MOVE WS-BEFORE-PAY-KEY TO WS-APPLY-KEY
               PERFORM 300-APPLY-TO-GROUP
               MOVE "I" TO WS-APPLY-KIND
               MOVE 1 TO WS-APPLY-DELTA
               MOVE WS-AFTER-COMPANY TO WS-APPLY-COMPANY
               MOVE WS-AFTER-PAY-KEY TO WS-APPLY-KEY
               PERFORM 300-APPLY-TO-GROUP
            END-IF.

       270-APPLY-TO-BEFORE-GROUPS.

            MOVE "D" TO WS-APPLY-TYPE
            MOVE WS-BEFORE-COMPANY TO WS-APPLY-COMPANY
            MOVE WS-BEFORE-DEPARTMENT TO WS-APPLY-KEY
            PERFORM 300-APPLY-TO-GROUP
            MOVE "P" TO WS-APPLY-TYPE
            MOVE WS-BEFORE-PAY-KEY TO WS-APPLY-KEY
            PERFORM 300-APPLY-TO-GROUP.

      * Hires, rehires and terminations move the whole workforce;
      * each trend month counts its own and nets out the later ones.
       280-APPLY-TO-TREND.

            PERFORM VARYING TR-IDX FROM 1 BY 1 UNTIL TR-IDX > 12
               EVALUATE TRUE
                  WHEN WS-EVENT-MONTH > WFT-MONTH (TR-IDX)
                     ADD WS-APPLY-DELTA TO WFT-NET-AFTER (TR-IDX)
                  WHEN WS-EVENT-MONTH = WFT-MONTH (TR-IDX)
                     EVALUATE WS-APPLY-KIND
                        WHEN "H"
                           ADD 1 TO WFT-HIRES (TR-IDX)
                        WHEN "R"
                           ADD 1 TO WFT-REHIRES (TR-IDX)
                        WHEN "T"
                           ADD 1 TO WFT-TERMS (TR-IDX)
                     END-EVALUATE
               END-EVALUATE
            END-PERFORM.

      * A movement after the report month only moves the closing
      * headcount back; one inside the month is counted; an earlier
      * one is already in the opening headcount.
       300-APPLY-TO-GROUP.

            PERFORM 310-FIND-GROUP
            IF NOT GROUP-WAS-FOUND
               EXIT PARAGRAPH
            END-IF
            EVALUATE TRUE
               WHEN WS-EVENT-MONTH > WS-REPORT-MONTH
                  ADD WS-APPLY-DELTA TO WFG-NET-AFTER (WG-IDX)
               WHEN WS-EVENT-MONTH = WS-REPORT-MONTH
                  EVALUATE WS-APPLY-KIND
                     WHEN "H"
                        ADD 1 TO WFG-HIRES (WG-IDX)
                     WHEN "R"
                        ADD 1 TO WFG-REHIRES (WG-IDX)
                     WHEN "T"
                        ADD 1 TO WFG-TERMS (WG-IDX)
                     WHEN "I"
                        ADD 1 TO WFG-XFER-IN (WG-IDX)
                     WHEN "O"
                        ADD 1 TO WFG-XFER-OUT (WG-IDX)
                  END-EVALUATE
            END-EVALUATE.

       310-FIND-GROUP.

            MOVE 'N' TO WS-GROUP-FOUND-SWITCH
            PERFORM VARYING WG-IDX FROM 1 BY 1
                  UNTIL WG-IDX > WS-GROUP-COUNT
               IF WFG-TYPE (WG-IDX) = WS-APPLY-TYPE
                     AND WFG-COMPANY (WG-IDX) = WS-APPLY-COMPANY
                     AND WFG-KEY (WG-IDX) = WS-APPLY-KEY
                  MOVE 'Y' TO WS-GROUP-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF GROUP-WAS-FOUND
               EXIT PARAGRAPH
            END-IF

            IF WS-GROUP-COUNT < WS-GROUP-COUNT-MAX
               ADD 1 TO WS-GROUP-COUNT
               SET WG-IDX TO WS-GROUP-COUNT
               INITIALIZE WORKFORCE-GROUP (WG-IDX)
               MOVE WS-APPLY-TYPE TO WFG-TYPE (WG-IDX)
               MOVE WS-APPLY-COMPANY TO WFG-COMPANY (WG-IDX)
               MOVE WS-APPLY-KEY TO WFG-KEY (WG-IDX)
               MOVE 'Y' TO WS-GROUP-FOUND-SWITCH
            ELSE
               DISPLAY "WARNING: WORKFORCE GROUP TABLE FULL, "
                  "IGNORING ", WS-APPLY-COMPANY, " ", WS-APPLY-KEY
            END-IF.

      * Type, company, then department or pay type - the same
      * exchange sort ABC-CLASSIFICATION ranks its items with.
       450-ORDER-GROUPS.

            IF WS-GROUP-COUNT > 1
               PERFORM VARYING WS-OUTER-SUB FROM 1 BY 1
                     UNTIL WS-OUTER-SUB > WS-GROUP-COUNT - 1
                  PERFORM VARYING WS-INNER-SUB FROM 1 BY 1
                        UNTIL WS-INNER-SUB >
                           WS-GROUP-COUNT - WS-OUTER-SUB
                     IF WFG-SORT-KEY (WS-INNER-SUB) >
                           WFG-SORT-KEY (WS-INNER-SUB + 1)
                        MOVE WORKFORCE-GROUP (WS-INNER-SUB) TO
                           WS-SWAP-GROUP
                        MOVE WORKFORCE-GROUP (WS-INNER-SUB + 1) TO
                           WORKFORCE-GROUP (WS-INNER-SUB)
                        MOVE WS-SWAP-GROUP TO
                           WORKFORCE-GROUP (WS-INNER-SUB + 1)
                     END-IF
                  END-PERFORM
               END-PERFORM
            END-IF.

      * One line per group of WS-SECTION-TYPE, a subtotal at each
      * change of company, and a section total.
       500-WRITE-GROUP-SECTION.

            IF WS-PAGE-LINE-COUNT + 8 > WS-PAGE-LINES-PER-PAGE
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE WORKFORCE-REPORT-LINE FROM WORKFORCE-BLANK-LINE
            WRITE WORKFORCE-REPORT-LINE FROM WORKFORCE-SECTION-LINE
            WRITE WORKFORCE-REPORT-LINE FROM WORKFORCE-HEADING-2
            ADD 3 TO WS-PAGE-LINE-COUNT

            INITIALIZE WS-COMPANY-FIGURES WS-TOTAL-FIGURES
            MOVE SPACES TO WS-SECTION-COMPANY
            MOVE 0 TO WS-SECTION-ROWS
            PERFORM VARYING WG-IDX FROM 1 BY 1
                  UNTIL WG-IDX > WS-GROUP-COUNT
               IF WFG-TYPE (WG-IDX) = WS-SECTION-TYPE
                  IF WS-SECTION-ROWS > 0
                        AND WFG-COMPANY (WG-IDX) NOT =
                           WS-SECTION-COMPANY
                     PERFORM 560-WRITE-COMPANY-SUBTOTAL
                  END-IF
                  MOVE WFG-COMPANY (WG-IDX) TO WS-SECTION-COMPANY
                  ADD 1 TO WS-SECTION-ROWS
                  PERFORM 520-WRITE-GROUP-LINE
               END-IF
            END-PERFORM
            IF WS-SECTION-ROWS > 0
               PERFORM 560-WRITE-COMPANY-SUBTOTAL
            END-IF

            MOVE WS-TOTAL-FIGURES TO WS-LINE-FIGURES
            MOVE SPACES TO WD-COMPANY
            MOVE "ALL COMPANIES" TO WD-KEY
            PERFORM 600-WRITE-FIGURES-LINE.

       520-WRITE-GROUP-LINE.

            COMPUTE WS-LINE-CLOSING =
               WFG-CURRENT (WG-IDX) - WFG-NET-AFTER (WG-IDX)
            MOVE WFG-HIRES (WG-IDX) TO WS-LINE-HIRES
            MOVE WFG-REHIRES (WG-IDX) TO WS-LINE-REHIRES
            MOVE WFG-TERMS (WG-IDX) TO WS-LINE-TERMS
            MOVE WFG-XFER-IN (WG-IDX) TO WS-LINE-XFER-IN
            MOVE WFG-XFER-OUT (WG-IDX) TO WS-LINE-XFER-OUT
            COMPUTE WS-LINE-OPENING = WS-LINE-CLOSING
               - WS-LINE-HIRES - WS-LINE-REHIRES - WS-LINE-XFER-IN
               + WS-LINE-TERMS + WS-LINE-XFER-OUT

            ADD WS-LINE-OPENING TO WS-CO-OPENING WS-TOT-OPENING
            ADD WS-LINE-HIRES TO WS-CO-HIRES WS-TOT-HIRES
            ADD WS-LINE-REHIRES TO WS-CO-REHIRES WS-TOT-REHIRES
            ADD WS-LINE-TERMS TO WS-CO-TERMS WS-TOT-TERMS
            ADD WS-LINE-XFER-IN TO WS-CO-XFER-IN WS-TOT-XFER-IN
            ADD WS-LINE-XFER-OUT TO WS-CO-XFER-OUT WS-TOT-XFER-OUT
            ADD WS-LINE-CLOSING TO WS-CO-CLOSING WS-TOT-CLOSING

      * A group with nobody in it either side of the month and no
      * movement in it is left off.
            IF WS-LINE-OPENING = 0 AND WS-LINE-CLOSING = 0
                  AND WS-LINE-HIRES = 0 AND WS-LINE-REHIRES = 0
                  AND WS-LINE-TERMS = 0 AND WS-LINE-XFER-IN = 0
                  AND WS-LINE-XFER-OUT = 0
               EXIT PARAGRAPH
            END-IF

            MOVE WFG-COMPANY (WG-IDX) TO WD-COMPANY
            EVALUATE TRUE
               WHEN WFG-TYPE (WG-IDX) = "D"
                  MOVE WFG-KEY (WG-IDX) TO WD-KEY
               WHEN WFG-KEY (WG-IDX) = "SAL "
                  MOVE "SALARIED" TO WD-KEY
               WHEN OTHER
                  MOVE "HOURLY" TO WD-KEY
            END-EVALUATE
            PERFORM 600-WRITE-FIGURES-LINE.

       560-WRITE-COMPANY-SUBTOTAL.

            MOVE WS-COMPANY-FIGURES TO WS-LINE-FIGURES
            MOVE WS-SECTION-COMPANY TO WD-COMPANY
            MOVE "COMPANY TOTAL" TO WD-KEY
            PERFORM 600-WRITE-FIGURES-LINE
            IF WS-REPORT-FILE-STATUS = "00"
               WRITE WORKFORCE-REPORT-LINE FROM WORKFORCE-BLANK-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-IF
            INITIALIZE WS-COMPANY-FIGURES.

      * Annualized turnover: the month's terminations over the
      * average of its opening and closing headcount, times twelve.
       600-WRITE-FIGURES-LINE.

            MOVE 0 TO WS-TURNOVER-RATE
            COMPUTE WS-AVERAGE-HEADCOUNT =
               (WS-LINE-OPENING + WS-LINE-CLOSING) / 2
            IF WS-AVERAGE-HEADCOUNT > 0
               COMPUTE WS-TURNOVER-RATE ROUNDED =
                  WS-LINE-TERMS * 12 * 100 / WS-AVERAGE-HEADCOUNT
                  ON SIZE ERROR
                     MOVE 9999.9 TO WS-TURNOVER-RATE
               END-COMPUTE
            END-IF
            MOVE WS-LINE-OPENING TO WD-OPENING
            MOVE WS-LINE-HIRES TO WD-HIRES
            MOVE WS-LINE-REHIRES TO WD-REHIRES
            MOVE WS-LINE-TERMS TO WD-TERMS
            IF WS-SECTION-TYPE = "T"
               MOVE SPACES TO WD-TRANSFERS
            ELSE
               MOVE WS-LINE-XFER-IN TO WD-XFER-IN
               MOVE WS-LINE-XFER-OUT TO WD-XFER-OUT
            END-IF
            MOVE WS-LINE-CLOSING TO WD-CLOSING
            MOVE WS-TURNOVER-RATE TO WD-TURNOVER
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
               WRITE WORKFORCE-REPORT-LINE FROM WORKFORCE-HEADING-2
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-IF
            WRITE WORKFORCE-REPORT-LINE FROM WORKFORCE-DETAIL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

      * Transfers net to nothing across the whole workforce, so the
      * trend shows only hires, rehires and terminations.
       700-WRITE-TREND-SECTION.

            MOVE "T" TO WS-SECTION-TYPE
            IF WS-PAGE-LINE-COUNT + 15 > WS-PAGE-LINES-PER-PAGE
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            MOVE "12-MONTH TREND, ALL COMPANIES" TO WSL-TITLE
            MOVE "MONTH" TO WH2-CAPTION
            WRITE WORKFORCE-REPORT-LINE FROM WORKFORCE-BLANK-LINE
            WRITE WORKFORCE-REPORT-LINE FROM WORKFORCE-SECTION-LINE
            WRITE WORKFORCE-REPORT-LINE FROM WORKFORCE-HEADING-2
            ADD 3 TO WS-PAGE-LINE-COUNT

            PERFORM VARYING TR-IDX FROM 1 BY 1 UNTIL TR-IDX > 12
               COMPUTE WS-LINE-CLOSING =
                  WS-CURRENT-HEADCOUNT - WFT-NET-AFTER (TR-IDX)
               MOVE WFT-HIRES (TR-IDX) TO WS-LINE-HIRES
               MOVE WFT-REHIRES (TR-IDX) TO WS-LINE-REHIRES
               MOVE WFT-TERMS (TR-IDX) TO WS-LINE-TERMS
               COMPUTE WS-LINE-OPENING = WS-LINE-CLOSING
                  - WS-LINE-HIRES - WS-LINE-REHIRES + WS-LINE-TERMS
               MOVE SPACES TO WD-COMPANY
               MOVE WFT-MONTH (TR-IDX) TO WS-WORK-MONTH
               MOVE SPACES TO WD-KEY
               MOVE WS-WORK-YEAR TO WD-KEY (1:4)
               MOVE "-" TO WD-KEY (5:1)
               MOVE WS-WORK-MM TO WD-KEY (6:2)
               PERFORM 600-WRITE-FIGURES-LINE
            END-PERFORM.

       810-WRITE-REPORT-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO WH1-PAGE-NUMBER
            MOVE WS-RUN-DATE TO WH1-RUN-DATE
            MOVE WS-REPORT-MONTH TO WH1-MONTH
            IF WS-PAGE-NUMBER = 1
               WRITE WORKFORCE-REPORT-LINE FROM WORKFORCE-HEADING-1
            ELSE
               WRITE WORKFORCE-REPORT-LINE FROM WORKFORCE-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            MOVE 1 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       900-CLOSE-FILES.

            IF WS-EMP-FILE-STATUS NOT = "35"
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF
            IF WS-CHANGE-LOG-STATUS NOT = "35"
               CLOSE MASTER-CHANGE-LOG-FILE
            END-IF
            CLOSE WORKFORCE-REPORT-FILE.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM WORKFORCE-REPORT.
