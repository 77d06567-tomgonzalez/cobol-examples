      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Pay-range position of every active employee.  The
      *           pay-grade table PAYGRADE.DAT gives a minimum,
      *           midpoint and maximum per EMP-JOB-CLASS, one row for
      *           hourly pay and one for salaried; this report shows
      *           each employee's annualized pay against their range -
      *           compa-ratio to the midpoint, range penetration from
      *           minimum to maximum, and a flag below the minimum or
      *           above the maximum - subtotaled by department within
      *           company, with the cost of bringing everyone up to
      *           their minimum, so HR can build the merit budget
      *           from it.  The master is sorted company/department/
      *           EMP-ID ahead of the control breaks, the same SORT
      *           step GL-TRIAL-BALANCE uses.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPA-RATIO-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Read only by the SORT step.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "CMPASORT.TMP".

           SELECT SORTED-EMPLOYEE-FILE ASSIGN TO "EMPCMPA.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-FILE-STATUS.

           SELECT PAY-GRADE-FILE ASSIGN TO "PAYGRADE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-GRADE-STATUS.

      * The pay frequency annualizes a period salary.
           SELECT PAY-CONTROL-FILE ASSIGN TO "PAYCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-CONTROL-STATUS.

           SELECT COMPA-REPORT-FILE ASSIGN TO "COMPA.RPT"
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
           05  FILLER              PIC X(98).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-EMP-ID           PIC X(6).
           05  FILLER              PIC X(25).
           05  SW-DEPARTMENT       PIC X(4).
           05  FILLER              PIC X(33).
           05  SW-COMPANY-CODE     PIC X(2).
           05  FILLER              PIC X(34).

       FD  SORTED-EMPLOYEE-FILE.
       01  SORTED-EMPLOYEE-RECORD.
           05  SE-EMP-ID           PIC X(6).
           05  SE-EMP-NAME         PIC X(25).
           05  SE-DEPARTMENT       PIC X(4).
           05  SE-HOURLY-RATE      PIC 9(2)V9(3).
           05  SE-CURRENCY-CODE    PIC X(3).
           05  SE-PAY-TYPE         PIC X.
               88  SE-IS-SALARIED          VALUE "S".
           05  SE-PERIOD-SALARY    PIC 9(7)V9(2).
           05  SE-STATUS           PIC X.
               88  SE-IS-TERMINATED        VALUE "T".
           05  SE-TERM-DATE        PIC 9(8).
           05  SE-TAX-JURISDICTION PIC X(2).
           05  SE-JOB-CLASS        PIC X(4).
           05  SE-COMPANY-CODE     PIC X(2).
           05  FILLER              PIC X(34).

      * PG-PAY-BASIS "H" rows are hourly rates, "S" rows annual
      * salaries.
       FD  PAY-GRADE-FILE.
       01  PAY-GRADE-RECORD.
           05  PG-JOB-CLASS        PIC X(4).
           05  PG-PAY-BASIS        PIC X.
           05  PG-MINIMUM          PIC 9(7)V9(3).
           05  PG-MIDPOINT         PIC 9(7)V9(3).
           05  PG-MAXIMUM          PIC 9(7)V9(3).

       FD  PAY-CONTROL-FILE.
       01  PAY-CONTROL-RECORD.
           05  PC-PAY-PERIOD-TYPE  PIC X.
               88  PC-PERIOD-IS-WEEKLY     VALUE "W".
               88  PC-PERIOD-IS-BIWEEKLY   VALUE "B".
               88  PC-PERIOD-IS-MONTHLY    VALUE "M".
           05  FILLER              PIC X(41).

       FD  COMPA-REPORT-FILE.
       01  COMPA-REPORT-LINE       PIC X(132).

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
       01  WS-SORTED-FILE-STATUS    PIC XX.
       01  WS-PAY-GRADE-STATUS      PIC XX.
       01  WS-PAY-CONTROL-STATUS    PIC XX.
       01  WS-REPORT-FILE-STATUS    PIC XX.

       01  WS-EOF-SWITCH            PIC X VALUE 'N'.
           88  END-OF-EMPLOYEES         VALUE 'Y'.
       01  WS-PAY-GRADE-EOF-SWITCH  PIC X VALUE 'N'.
           88  END-OF-PAY-GRADES        VALUE 'Y'.
       01  WS-FIRST-RECORD-SWITCH   PIC X VALUE 'Y'.
           88  FIRST-RECORD             VALUE 'Y'.

      * Hours in a working year, to annualize an hourly rate, and
      * pay periods in a year from the PAYCTRL frequency.
       01  WS-ANNUAL-HOURS          PIC 9(4) VALUE 2080.
       01  WS-PERIODS-PER-YEAR      PIC 9(3) VALUE 52.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-CURRENT-COMPANY       PIC X(2).
       01  WS-CURRENT-DEPARTMENT    PIC X(4).
       01  WS-PAY-BASIS             PIC X.
       01  WS-ANNUAL-PAY            PIC 9(9)V9(2).
       01  WS-RANGE-MINIMUM         PIC 9(9)V9(2).
       01  WS-RANGE-MIDPOINT        PIC 9(9)V9(2).
       01  WS-RANGE-MAXIMUM         PIC 9(9)V9(2).
       01  WS-COMPA-RATIO           PIC 9(3)V9(3).
       01  WS-PENETRATION           PIC S9(5)V9(1).
       01  WS-RANGE-FLAG            PIC X(9).
       01  WS-GRADE-FOUND-SWITCH    PIC X.
           88  GRADE-WAS-FOUND          VALUE 'Y'.

      * Subtotal accumulators, one set per level: department, then
      * company, then the whole run. The midpoint total only
      * counts employees with a grade, so the group compa-ratio is
      * graded pay over graded midpoints.
       01  WS-SUBTOTALS.
           05  WS-SUBTOTAL OCCURS 3 TIMES INDEXED BY ST-IDX.
               10  WST-HEADCOUNT       PIC 9(5).
               10  WST-ANNUAL-PAY      PIC 9(11)V9(2).
               10  WST-GRADED-PAY      PIC 9(11)V9(2).
               10  WST-MIDPOINT        PIC 9(11)V9(2).
               10  WST-BELOW-MIN       PIC 9(5).
               10  WST-ABOVE-MAX       PIC 9(5).
               10  WST-NO-GRADE        PIC 9(5).
               10  WST-COST-TO-MIN     PIC 9(9)V9(2).
       01  WS-DEPT-LEVEL            PIC 9 VALUE 1.
       01  WS-COMPANY-LEVEL         PIC 9 VALUE 2.
       01  WS-RUN-LEVEL             PIC 9 VALUE 3.

       01  WS-PAY-GRADE-COUNT-MAX   PIC 9(3) VALUE 200.
       01  WS-PAY-GRADE-COUNT       PIC 9(3) VALUE 0.
       01  PAY-GRADE-TABLE.
           05  PAY-GRADE-ENTRY OCCURS 200 TIMES
                                   INDEXED BY PG-IDX.
               10  PGE-JOB-CLASS       PIC X(4).
               10  PGE-PAY-BASIS       PIC X.
               10  PGE-MINIMUM         PIC 9(7)V9(3).
               10  PGE-MIDPOINT        PIC 9(7)V9(3).
               10  PGE-MAXIMUM         PIC 9(7)V9(3).

      * Exception-log message for an employee with no pay grade.
      * Built with MOVE, not STRING - see copybooks/EXCPLOG.cpy.
       01  WS-NO-GRADE-MSG-BUILD.
           05  FILLER              PIC X(9)  VALUE "EMPLOYEE ".
           05  WS-NO-GRADE-EMP-ID  PIC X(6).
           05  FILLER              PIC X(14) VALUE " JOB CLASS '".
           05  WS-NO-GRADE-CLASS   PIC X(4).
           05  FILLER              PIC X(27)
                   VALUE "' HAS NO PAY GRADE RANGE".

       01  COMPA-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "PAY RANGE AND COMPA-RATIO REPORT".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  CH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(13) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  CH1-PAGE-NUMBER PIC ZZ9.
       01  COMPA-HEADING-2.
           05  FILLER          PIC X(4)  VALUE "CO".
           05  FILLER          PIC X(6)  VALUE "DEPT".
           05  FILLER          PIC X(8)  VALUE "EMP ID".
           05  FILLER          PIC X(26) VALUE "NAME".
           05  FILLER          PIC X(5)  VALUE "CLS".
           05  FILLER          PIC X(2)  VALUE "B".
           05  FILLER          PIC X(14) VALUE "   ANNUAL PAY".
           05  FILLER          PIC X(14) VALUE "      MINIMUM".
           05  FILLER          PIC X(14) VALUE "     MIDPOINT".
           05  FILLER          PIC X(14) VALUE "      MAXIMUM".
           05  FILLER          PIC X(8)  VALUE "  COMPA".
           05  FILLER          PIC X(8)  VALUE "  PENET".
           05  FILLER          PIC X(4)  VALUE "FLAG".
       01  COMPA-DETAIL-LINE.
           05  CD-COMPANY      PIC X(2).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-DEPARTMENT   PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-EMP-ID       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-EMP-NAME     PIC X(25).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CD-JOB-CLASS    PIC X(4).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CD-PAY-BASIS    PIC X.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CD-ANNUAL-PAY   PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CD-MINIMUM      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CD-MIDPOINT     PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CD-MAXIMUM      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CD-COMPA-RATIO  PIC ZZ9.999.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CD-PENETRATION  PIC ----9.9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CD-FLAG         PIC X(9).
       01  COMPA-SUBTOTAL-LINE.
           05  CS-CAPTION      PIC X(20).
           05  CS-KEY          PIC X(6).
           05  FILLER          PIC X(5)  VALUE "  HC ".
           05  CS-HEADCOUNT    PIC ZZZZ9.
           05  FILLER          PIC X(6)  VALUE "  PAY ".
           05  CS-ANNUAL-PAY   PIC $$,$$$,$$$,$$9.99.
           05  FILLER          PIC X(5)  VALUE "  CR ".
           05  CS-COMPA-RATIO  PIC ZZ9.999.
           05  FILLER          PIC X(7)  VALUE "  <MIN ".
           05  CS-BELOW-MIN    PIC ZZZ9.
           05  FILLER          PIC X(7)  VALUE "  >MAX ".
           05  CS-ABOVE-MAX    PIC ZZZ9.
           05  FILLER          PIC X(9)  VALUE "  NO GRD ".
           05  CS-NO-GRADE     PIC ZZZ9.
           05  FILLER          PIC X(9)  VALUE "  TO MIN ".
           05  CS-COST-TO-MIN  PIC $$,$$$,$$9.99.
       01  COMPA-BLANK-LINE    PIC X(1)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "COMPA-RATIO-REPORT" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

            SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-COMPANY-CODE
                                SW-DEPARTMENT
                                SW-EMP-ID
               USING EMPLOYEE-MASTER-FILE
               GIVING SORTED-EMPLOYEE-FILE

            PERFORM 050-OPEN-FILES
            PERFORM 060-LOAD-PAY-GRADES
            INITIALIZE WS-SUBTOTALS

            IF WS-REPORT-FILE-STATUS = "00"
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF

            PERFORM 100-READ-EMPLOYEE
            PERFORM UNTIL END-OF-EMPLOYEES
               IF SE-IS-TERMINATED
                  PERFORM 100-READ-EMPLOYEE
                  EXIT PERFORM CYCLE
               END-IF
               IF NOT FIRST-RECORD
                  IF SE-COMPANY-CODE NOT = WS-CURRENT-COMPANY
                     PERFORM 600-DEPARTMENT-BREAK
                     PERFORM 650-COMPANY-BREAK
                  ELSE
                     IF SE-DEPARTMENT NOT = WS-CURRENT-DEPARTMENT
                        PERFORM 600-DEPARTMENT-BREAK
                     END-IF
                  END-IF
               END-IF
               MOVE 'N' TO WS-FIRST-RECORD-SWITCH
               MOVE SE-COMPANY-CODE TO WS-CURRENT-COMPANY
               MOVE SE-DEPARTMENT TO WS-CURRENT-DEPARTMENT

               PERFORM 200-RATE-ONE-EMPLOYEE
               PERFORM 100-READ-EMPLOYEE
            END-PERFORM

            IF NOT FIRST-RECORD
               PERFORM 600-DEPARTMENT-BREAK
               PERFORM 650-COMPANY-BREAK
            END-IF
            PERFORM 700-RUN-TOTALS

            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            DISPLAY "COMPA-RATIO REPORT COMPLETE.  ",
               WST-HEADCOUNT (WS-RUN-LEVEL), " EMPLOYEE(S), ",
               WST-BELOW-MIN (WS-RUN-LEVEL), " BELOW MINIMUM, ",
               WST-ABOVE-MAX (WS-RUN-LEVEL), " ABOVE MAXIMUM, ",
               WST-NO-GRADE (WS-RUN-LEVEL), " WITH NO GRADE."
            STOP RUN.

       050-OPEN-FILES.

            OPEN INPUT SORTED-EMPLOYEE-FILE
            IF WS-SORTED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: SORTED-EMPLOYEE-FILE OPEN FAILED, "
                  "STATUS = ", WS-SORTED-FILE-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "SORTED-EMPLOYEE-FILE" TO EL-MESSAGE
               MOVE "COMPA-RATIO-REPORT" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

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

            OPEN OUTPUT COMPA-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: COMPA-REPORT-FILE OPEN FAILED, "
                  "STATUS = ", WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF.

       060-LOAD-PAY-GRADES.

            OPEN INPUT PAY-GRADE-FILE
            IF WS-PAY-GRADE-STATUS NOT = "00"
               DISPLAY "WARNING: PAY-GRADE-FILE NOT FOUND, "
                  "STATUS = ", WS-PAY-GRADE-STATUS,
                  " - NO EMPLOYEE WILL HAVE A RANGE"
               MOVE 'Y' TO WS-PAY-GRADE-EOF-SWITCH
            END-IF

            PERFORM UNTIL END-OF-PAY-GRADES
               READ PAY-GRADE-FILE
                  AT END
                     MOVE 'Y' TO WS-PAY-GRADE-EOF-SWITCH
                  NOT AT END
                     IF WS-PAY-GRADE-COUNT < WS-PAY-GRADE-COUNT-MAX
                        ADD 1 TO WS-PAY-GRADE-COUNT
                        MOVE PG-JOB-CLASS TO
                           PGE-JOB-CLASS (WS-PAY-GRADE-COUNT)
                        MOVE PG-PAY-BASIS TO
                           PGE-PAY-BASIS (WS-PAY-GRADE-COUNT)
                        MOVE PG-MINIMUM TO
                           PGE-MINIMUM (WS-PAY-GRADE-COUNT)
                        MOVE PG-MIDPOINT TO
                           PGE-MIDPOINT (WS-PAY-GRADE-COUNT)
                        MOVE PG-MAXIMUM TO
                           PGE-MAXIMUM (WS-PAY-GRADE-COUNT)
                     ELSE
                        DISPLAY "WARNING: PAY GRADE TABLE FULL, "
                           "IGNORING RANGE FOR ", PG-JOB-CLASS
                     END-IF
               END-READ
            END-PERFORM

            IF WS-PAY-GRADE-STATUS = "10"
               CLOSE PAY-GRADE-FILE
            END-IF.

       100-READ-EMPLOYEE.

            READ SORTED-EMPLOYEE-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                  ADD 1 TO WS-RUNSTAT-RECORDS-READ
            END-READ.

      * Everything is compared as annual dollars: an hourly rate and
      * an hourly range times the working year, a period salary
      * times the periods in the year against an annual range.
       200-RATE-ONE-EMPLOYEE.

            IF SE-IS-SALARIED
               MOVE "S" TO WS-PAY-BASIS
               COMPUTE WS-ANNUAL-PAY ROUNDED =
                  SE-PERIOD-SALARY * WS-PERIODS-PER-YEAR
            ELSE
               MOVE "H" TO WS-PAY-BASIS
               COMPUTE WS-ANNUAL-PAY ROUNDED =
                  SE-HOURLY-RATE * WS-ANNUAL-HOURS
            END-IF

            MOVE 'N' TO WS-GRADE-FOUND-SWITCH
            MOVE 0 TO WS-RANGE-MINIMUM WS-RANGE-MIDPOINT
               WS-RANGE-MAXIMUM WS-COMPA-RATIO WS-PENETRATION
            MOVE SPACES TO WS-RANGE-FLAG
            PERFORM VARYING PG-IDX FROM 1 BY 1
                  UNTIL PG-IDX > WS-PAY-GRADE-COUNT
               IF PGE-JOB-CLASS (PG-IDX) = SE-JOB-CLASS
                     AND PGE-PAY-BASIS (PG-IDX) = WS-PAY-BASIS
                  MOVE 'Y' TO WS-GRADE-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM

            PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 3
               ADD 1 TO WST-HEADCOUNT (ST-IDX)
               ADD WS-ANNUAL-PAY TO WST-ANNUAL-PAY (ST-IDX)
            END-PERFORM

            IF NOT GRADE-WAS-FOUND
               MOVE "NO GRADE" TO WS-RANGE-FLAG
               PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 3
                  ADD 1 TO WST-NO-GRADE (ST-IDX)
               END-PERFORM
               MOVE SE-EMP-ID TO WS-NO-GRADE-EMP-ID
               MOVE SE-JOB-CLASS TO WS-NO-GRADE-CLASS
               MOVE WS-NO-GRADE-MSG-BUILD TO EL-MESSAGE
               MOVE "COMPA-RATIO-REPORT" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               PERFORM 500-WRITE-DETAIL-LINE
               EXIT PARAGRAPH
            END-IF

            IF WS-PAY-BASIS = "H"
               COMPUTE WS-RANGE-MINIMUM ROUNDED =
                  PGE-MINIMUM (PG-IDX) * WS-ANNUAL-HOURS
               COMPUTE WS-RANGE-MIDPOINT ROUNDED =
                  PGE-MIDPOINT (PG-IDX) * WS-ANNUAL-HOURS
               COMPUTE WS-RANGE-MAXIMUM ROUNDED =
                  PGE-MAXIMUM (PG-IDX) * WS-ANNUAL-HOURS
            ELSE
               COMPUTE WS-RANGE-MINIMUM ROUNDED = PGE-MINIMUM (PG-IDX)
               COMPUTE WS-RANGE-MIDPOINT ROUNDED =
                  PGE-MIDPOINT (PG-IDX)
               COMPUTE WS-RANGE-MAXIMUM ROUNDED = PGE-MAXIMUM (PG-IDX)
            END-IF

            IF WS-RANGE-MIDPOINT > 0
               COMPUTE WS-COMPA-RATIO ROUNDED =
                  WS-ANNUAL-PAY / WS-RANGE-MIDPOINT
            END-IF
            IF WS-RANGE-MAXIMUM > WS-RANGE-MINIMUM
               COMPUTE WS-PENETRATION ROUNDED =
                  (WS-ANNUAL-PAY - WS-RANGE-MINIMUM) * 100
                  / (WS-RANGE-MAXIMUM - WS-RANGE-MINIMUM)
            END-IF

            PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 3
               ADD WS-ANNUAL-PAY TO WST-GRADED-PAY (ST-IDX)
               ADD WS-RANGE-MIDPOINT TO WST-MIDPOINT (ST-IDX)
            END-PERFORM

            EVALUATE TRUE
               WHEN WS-ANNUAL-PAY < WS-RANGE-MINIMUM
                  MOVE "BELOW MIN" TO WS-RANGE-FLAG
                  PERFORM VARYING ST-IDX FROM 1 BY 1
                        UNTIL ST-IDX > 3
                     ADD 1 TO WST-BELOW-MIN (ST-IDX)
                     COMPUTE WST-COST-TO-MIN (ST-IDX) =
                        WST-COST-TO-MIN (ST-IDX)
                        + WS-RANGE-MINIMUM - WS-ANNUAL-PAY
                  END-PERFORM
               WHEN WS-ANNUAL-PAY > WS-RANGE-MAXIMUM
                  MOVE "ABOVE MAX" TO WS-RANGE-FLAG
                  PERFORM VARYING ST-IDX FROM 1 BY 1
                        UNTIL ST-IDX > 3
                     ADD 1 TO WST-ABOVE-MAX (ST-IDX)
                  END-PERFORM
            END-EVALUATE

            PERFORM 500-WRITE-DETAIL-LINE.

       500-WRITE-DETAIL-LINE.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE SE-COMPANY-CODE TO CD-COMPANY
            MOVE SE-DEPARTMENT TO CD-DEPARTMENT
            MOVE SE-EMP-ID TO CD-EMP-ID
            MOVE SE-EMP-NAME TO CD-EMP-NAME
            MOVE SE-JOB-CLASS TO CD-JOB-CLASS
            MOVE WS-PAY-BASIS TO CD-PAY-BASIS
            MOVE WS-ANNUAL-PAY TO CD-ANNUAL-PAY
            MOVE WS-RANGE-MINIMUM TO CD-MINIMUM
            MOVE WS-RANGE-MIDPOINT TO CD-MIDPOINT
            MOVE WS-RANGE-MAXIMUM TO CD-MAXIMUM
            MOVE WS-COMPA-RATIO TO CD-COMPA-RATIO
            MOVE WS-PENETRATION TO CD-PENETRATION
            MOVE WS-RANGE-FLAG TO CD-FLAG
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE COMPA-REPORT-LINE FROM COMPA-DETAIL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       600-DEPARTMENT-BREAK.

            MOVE "  DEPARTMENT TOTAL " TO CS-CAPTION
            MOVE WS-CURRENT-DEPARTMENT TO CS-KEY
            SET ST-IDX TO WS-DEPT-LEVEL
            PERFORM 690-WRITE-SUBTOTAL-LINE
            INITIALIZE WS-SUBTOTAL (WS-DEPT-LEVEL).

       650-COMPANY-BREAK.

            MOVE "COMPANY TOTAL" TO CS-CAPTION
            MOVE WS-CURRENT-COMPANY TO CS-KEY
            SET ST-IDX TO WS-COMPANY-LEVEL
            PERFORM 690-WRITE-SUBTOTAL-LINE
            IF WS-REPORT-FILE-STATUS = "00"
               WRITE COMPA-REPORT-LINE FROM COMPA-BLANK-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-IF
            INITIALIZE WS-SUBTOTAL (WS-COMPANY-LEVEL).

      * The group compa-ratio is graded pay over graded midpoints,
      * not an average of the individual ratios.
       690-WRITE-SUBTOTAL-LINE.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE WST-HEADCOUNT (ST-IDX) TO CS-HEADCOUNT
            MOVE WST-ANNUAL-PAY (ST-IDX) TO CS-ANNUAL-PAY
            IF WST-MIDPOINT (ST-IDX) > 0
               COMPUTE CS-COMPA-RATIO ROUNDED =
                  WST-GRADED-PAY (ST-IDX) / WST-MIDPOINT (ST-IDX)
            ELSE
               MOVE 0 TO CS-COMPA-RATIO
            END-IF
            MOVE WST-BELOW-MIN (ST-IDX) TO CS-BELOW-MIN
            MOVE WST-ABOVE-MAX (ST-IDX) TO CS-ABOVE-MAX
            MOVE WST-NO-GRADE (ST-IDX) TO CS-NO-GRADE
            MOVE WST-COST-TO-MIN (ST-IDX) TO CS-COST-TO-MIN
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE COMPA-REPORT-LINE FROM COMPA-SUBTOTAL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       700-RUN-TOTALS.

            MOVE "REPORT TOTAL" TO CS-CAPTION
            MOVE SPACES TO CS-KEY
            SET ST-IDX TO WS-RUN-LEVEL
            PERFORM 690-WRITE-SUBTOTAL-LINE.

       810-WRITE-REPORT-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO CH1-PAGE-NUMBER
            MOVE WS-RUN-DATE TO CH1-RUN-DATE
            IF WS-PAGE-NUMBER = 1
               WRITE COMPA-REPORT-LINE FROM COMPA-HEADING-1
            ELSE
               WRITE COMPA-REPORT-LINE FROM COMPA-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            WRITE COMPA-REPORT-LINE FROM COMPA-HEADING-2
            MOVE 0 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       900-CLOSE-FILES.

            CLOSE SORTED-EMPLOYEE-FILE
            CLOSE COMPA-REPORT-FILE.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM COMPA-RATIO-REPORT.
