      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Project cost to date against budget.  Every line
      *           the payroll run has priced into the project labor
      *           ledger PROJLAB.DAT is summed by project - hours,
      *           labor dollars and employer burden - and set against
      *           the project's budgeted hours and dollars on
      *           PROJMAST.DAT, with the remaining budget, the percent
      *           used, and a flag on any project over its dollars or
      *           its hours.  Labor charged to a code no longer on the
      *           master is still reported, and logged, so no dollars
      *           fall out of the total.  A line PAYROLL-REVERSAL
      *           wrote to back out a posting comes off the totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT-COST-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJECT-MASTER-FILE ASSIGN TO "PROJMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJECT-MASTER-STATUS.

      * Accumulated by PROCEDURES-EXAMPLE, one record per employee
      * per project per posted run - read only here.
           SELECT PROJECT-LABOR-FILE ASSIGN TO "PROJLAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJECT-LABOR-STATUS.

           SELECT PROJECT-COST-REPORT-FILE ASSIGN TO "PROJCOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PROJECT-COST-REPORT-FILE.
       01  PROJECT-COST-REPORT-LINE    PIC X(132).

           COPY EXCPFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-PROJECT-MASTER-STATUS PIC XX.
       01  WS-PROJECT-LABOR-STATUS  PIC XX.
       01  WS-REPORT-FILE-STATUS    PIC XX.

       01  WS-PROJECT-EOF-SWITCH    PIC X VALUE 'N'.
           88  END-OF-PROJECTS          VALUE 'Y'.
       01  WS-LABOR-EOF-SWITCH      PIC X VALUE 'N'.
           88  END-OF-PROJECT-LABOR     VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(8).

      * One entry per project on the master, in master order, then
      * one per unknown code met on the ledger.
       01  WS-PROJECT-COUNT-MAX     PIC 9(3) VALUE 300.
       01  WS-PROJECT-COUNT         PIC 9(3) VALUE 0.
       01  PROJECT-TABLE.
           05  PROJECT-ENTRY OCCURS 300 TIMES INDEXED BY PJ-IDX.
               10  PJE-PROJECT-CODE    PIC X(8).
               10  PJE-DESCRIPTION     PIC X(30).
               10  PJE-STATUS          PIC X.
               10  PJE-ON-MASTER       PIC X.
               10  PJE-BUDGET-HOURS    PIC 9(7)V9(2).
               10  PJE-BUDGET-AMOUNT   PIC 9(9)V9(2).
               10  PJE-HOURS           PIC 9(7)V9(2).
               10  PJE-LABOR           PIC 9(9)V9(2).
               10  PJE-BURDEN          PIC 9(9)V9(2).

       01  WS-TOTAL-COST            PIC 9(9)V9(2).
       01  WS-VARIANCE              PIC S9(9)V9(2).
       01  WS-PERCENT-USED          PIC 9(5).
       01  WS-LEDGER-LINES-READ     PIC 9(7) VALUE 0.
       01  WS-OVER-BUDGET-COUNT     PIC 9(5) VALUE 0.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-HOURS       PIC 9(7)V9(2).
           05  WS-GRAND-BUDGET-HOURS PIC 9(9)V9(2).
           05  WS-GRAND-LABOR       PIC 9(9)V9(2).
           05  WS-GRAND-BURDEN      PIC 9(9)V9(2).
           05  WS-GRAND-COST        PIC 9(9)V9(2).
           05  WS-GRAND-BUDGET      PIC 9(9)V9(2).

      * Exception-log message for ledger labor under a code that is
      * not on the project master. Built with MOVE, not STRING - see
      * copybooks/EXCPLOG.cpy.
       01  WS-UNKNOWN-MSG-BUILD.
           05  FILLER              PIC X(8)  VALUE "PROJECT ".
           05  WS-UNKNOWN-MSG-CODE PIC X(8).
           05  FILLER              PIC X(44) VALUE
               " HAS LEDGER LABOR BUT IS NOT ON PROJMAST".

       01  PROJECT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "PROJECT LABOR COST TO DATE VS BUDGET".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  PH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(13) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  PH1-PAGE-NUMBER PIC ZZ9.
       01  PROJECT-HEADING-2.
           05  FILLER          PIC X(9)  VALUE "PROJECT".
           05  FILLER          PIC X(19) VALUE "DESCRIPTION".
           05  FILLER          PIC X(11) VALUE "      HOURS".
           05  FILLER          PIC X(11) VALUE "    BUD HRS".
           05  FILLER          PIC X(13) VALUE "        LABOR".
           05  FILLER          PIC X(13) VALUE "       BURDEN".
           05  FILLER          PIC X(14) VALUE "    TOTAL COST".
           05  FILLER          PIC X(14) VALUE "        BUDGET".
           05  FILLER          PIC X(15) VALUE "      REMAINING".
           05  FILLER          PIC X(5)  VALUE " PCT".
           05  FILLER          PIC X(8)  VALUE "FLAG".
       01  PROJECT-DETAIL-LINE.
           05  PD-PROJECT-CODE PIC X(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  PD-DESCRIPTION  PIC X(18).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  PD-HOURS        PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  PD-BUDGET-HOURS PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  PD-LABOR        PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  PD-BURDEN       PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  PD-TOTAL-COST   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  PD-BUDGET       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  PD-VARIANCE     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  PD-PERCENT-USED PIC ZZZ9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  PD-FLAG         PIC X(8).
       01  PROJECT-BLANK-LINE  PIC X(1)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "PROJECT-COST-REPORT" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            INITIALIZE WS-GRAND-TOTALS

            PERFORM 050-OPEN-FILES
            PERFORM 060-LOAD-PROJECTS
            PERFORM 100-ACCUMULATE-LEDGER

            IF WS-REPORT-FILE-STATUS = "00"
               PERFORM 810-WRITE-REPORT-HEADER
               PERFORM VARYING PJ-IDX FROM 1 BY 1
                     UNTIL PJ-IDX > WS-PROJECT-COUNT
                  PERFORM 500-WRITE-PROJECT-LINE
               END-PERFORM
               PERFORM 800-WRITE-GRAND-TOTAL
            END-IF

            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            DISPLAY "PROJECT COST REPORT COMPLETE.  ",
               WS-PROJECT-COUNT, " PROJECT(S), ",
               WS-LEDGER-LINES-READ, " LEDGER LINE(S), ",
               WS-OVER-BUDGET-COUNT, " OVER BUDGET."
            STOP RUN.

       050-OPEN-FILES.

            OPEN INPUT PROJECT-LABOR-FILE
            IF WS-PROJECT-LABOR-STATUS NOT = "00"
               DISPLAY "WARNING: PROJECT-LABOR-FILE NOT FOUND, "
                  "STATUS = ", WS-PROJECT-LABOR-STATUS,
                  " - NO LABOR CHARGED YET"
               MOVE 'Y' TO WS-LABOR-EOF-SWITCH
            END-IF

            OPEN OUTPUT PROJECT-COST-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: PROJECT-COST-REPORT-FILE OPEN FAILED, "
                  "STATUS = ", WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF.

       060-LOAD-PROJECTS.

            OPEN INPUT PROJECT-MASTER-FILE
            IF WS-PROJECT-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: PROJECT-MASTER-FILE OPEN FAILED, "
                  "STATUS = ", WS-PROJECT-MASTER-STATUS
               MOVE 'Y' TO WS-PROJECT-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "PROJECT-MASTER-FILE" TO EL-MESSAGE
               MOVE "PROJECT-COST-REPORT" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            PERFORM UNTIL END-OF-PROJECTS
               READ PROJECT-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-PROJECT-EOF-SWITCH
                  NOT AT END
                     IF WS-PROJECT-COUNT < WS-PROJECT-COUNT-MAX
                        ADD 1 TO WS-PROJECT-COUNT
                        SET PJ-IDX TO WS-PROJECT-COUNT
                        INITIALIZE PROJECT-ENTRY (PJ-IDX)
                        MOVE PJ-PROJECT-CODE TO
                           PJE-PROJECT-CODE (PJ-IDX)
                        MOVE PJ-DESCRIPTION TO
                           PJE-DESCRIPTION (PJ-IDX)
                        MOVE PJ-STATUS TO PJE-STATUS (PJ-IDX)
                        MOVE 'Y' TO PJE-ON-MASTER (PJ-IDX)
                        MOVE PJ-BUDGET-HOURS TO
                           PJE-BUDGET-HOURS (PJ-IDX)
                        MOVE PJ-BUDGET-AMOUNT TO
                           PJE-BUDGET-AMOUNT (PJ-IDX)
                     ELSE
                        DISPLAY "WARNING: PROJECT TABLE FULL, "
                           "IGNORING PROJECT ", PJ-PROJECT-CODE
                     END-IF
               END-READ
            END-PERFORM
            IF WS-PROJECT-MASTER-STATUS = "10"
               CLOSE PROJECT-MASTER-FILE
            END-IF.

       100-ACCUMULATE-LEDGER.

            PERFORM UNTIL END-OF-PROJECT-LABOR
               READ PROJECT-LABOR-FILE
                  AT END
                     MOVE 'Y' TO WS-LABOR-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-LEDGER-LINES-READ
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 150-POST-LEDGER-LINE
               END-READ
            END-PERFORM.

       150-POST-LEDGER-LINE.

            PERFORM VARYING PJ-IDX FROM 1 BY 1
                  UNTIL PJ-IDX > WS-PROJECT-COUNT
               IF PJE-PROJECT-CODE (PJ-IDX) = PL-PROJECT-CODE
                  EXIT PERFORM
               END-IF
            END-PERFORM

            IF PJ-IDX > WS-PROJECT-COUNT
               IF WS-PROJECT-COUNT >= WS-PROJECT-COUNT-MAX
                  DISPLAY "WARNING: PROJECT TABLE FULL, LABOR FOR "
                     PL-PROJECT-CODE, " LEFT OFF THE REPORT"
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PROJECT-COUNT
               SET PJ-IDX TO WS-PROJECT-COUNT
               INITIALIZE PROJECT-ENTRY (PJ-IDX)
               MOVE PL-PROJECT-CODE TO PJE-PROJECT-CODE (PJ-IDX)
               MOVE "** NOT ON PROJMAST" TO
                  PJE-DESCRIPTION (PJ-IDX)
               MOVE 'N' TO PJE-ON-MASTER (PJ-IDX)
               MOVE PL-PROJECT-CODE TO WS-UNKNOWN-MSG-CODE
               MOVE WS-UNKNOWN-MSG-BUILD TO EL-MESSAGE
               MOVE "PROJECT-COST-REPORT" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            IF PL-IS-REVERSAL
               SUBTRACT PL-HOURS FROM PJE-HOURS (PJ-IDX)
               SUBTRACT PL-LABOR-AMOUNT FROM PJE-LABOR (PJ-IDX)
               SUBTRACT PL-BURDEN-AMOUNT FROM PJE-BURDEN (PJ-IDX)
            ELSE
               ADD PL-HOURS TO PJE-HOURS (PJ-IDX)
               ADD PL-LABOR-AMOUNT TO PJE-LABOR (PJ-IDX)
               ADD PL-BURDEN-AMOUNT TO PJE-BURDEN (PJ-IDX)
            END-IF.

      * Remaining budget is budget less labor and burden together;
      * a project with no budget shows no percent and is never
      * flagged over.
       500-WRITE-PROJECT-LINE.

            COMPUTE WS-TOTAL-COST =
               PJE-LABOR (PJ-IDX) + PJE-BURDEN (PJ-IDX)
            COMPUTE WS-VARIANCE =
               PJE-BUDGET-AMOUNT (PJ-IDX) - WS-TOTAL-COST
            MOVE 0 TO WS-PERCENT-USED
            IF PJE-BUDGET-AMOUNT (PJ-IDX) > 0
               COMPUTE WS-PERCENT-USED ROUNDED =
                  WS-TOTAL-COST * 100 / PJE-BUDGET-AMOUNT (PJ-IDX)
                  ON SIZE ERROR
                     MOVE 99999 TO WS-PERCENT-USED
               END-COMPUTE
            END-IF

            MOVE SPACES TO PD-FLAG
            EVALUATE TRUE
               WHEN PJE-ON-MASTER (PJ-IDX) = 'N'
                  MOVE "NO MSTR" TO PD-FLAG
               WHEN PJE-BUDGET-AMOUNT (PJ-IDX) > 0
                     AND WS-TOTAL-COST > PJE-BUDGET-AMOUNT (PJ-IDX)
                  MOVE "OVER $" TO PD-FLAG
                  ADD 1 TO WS-OVER-BUDGET-COUNT
               WHEN PJE-BUDGET-HOURS (PJ-IDX) > 0
                     AND PJE-HOURS (PJ-IDX) > PJE-BUDGET-HOURS (PJ-IDX)
                  MOVE "OVER HRS" TO PD-FLAG
                  ADD 1 TO WS-OVER-BUDGET-COUNT
               WHEN PJE-STATUS (PJ-IDX) = "C"
                  MOVE "CLOSED" TO PD-FLAG
            END-EVALUATE

            ADD PJE-HOURS (PJ-IDX) TO WS-GRAND-HOURS
            ADD PJE-BUDGET-HOURS (PJ-IDX) TO WS-GRAND-BUDGET-HOURS
            ADD PJE-LABOR (PJ-IDX) TO WS-GRAND-LABOR
            ADD PJE-BURDEN (PJ-IDX) TO WS-GRAND-BURDEN
            ADD WS-TOTAL-COST TO WS-GRAND-COST
            ADD PJE-BUDGET-AMOUNT (PJ-IDX) TO WS-GRAND-BUDGET

            MOVE PJE-PROJECT-CODE (PJ-IDX) TO PD-PROJECT-CODE
            MOVE PJE-DESCRIPTION (PJ-IDX) TO PD-DESCRIPTION
            MOVE PJE-HOURS (PJ-IDX) TO PD-HOURS
            MOVE PJE-BUDGET-HOURS (PJ-IDX) TO PD-BUDGET-HOURS
            MOVE PJE-LABOR (PJ-IDX) TO PD-LABOR
            MOVE PJE-BURDEN (PJ-IDX) TO PD-BURDEN
            MOVE WS-TOTAL-COST TO PD-TOTAL-COST
            MOVE PJE-BUDGET-AMOUNT (PJ-IDX) TO PD-BUDGET
            MOVE WS-VARIANCE TO PD-VARIANCE
            MOVE WS-PERCENT-USED TO PD-PERCENT-USED
            PERFORM 590-WRITE-DETAIL.

       590-WRITE-DETAIL.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE PROJECT-COST-REPORT-LINE FROM PROJECT-DETAIL-LINE
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       800-WRITE-GRAND-TOTAL.

            WRITE PROJECT-COST-REPORT-LINE FROM PROJECT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            COMPUTE WS-VARIANCE = WS-GRAND-BUDGET - WS-GRAND-COST
            MOVE 0 TO WS-PERCENT-USED
            IF WS-GRAND-BUDGET > 0
               COMPUTE WS-PERCENT-USED ROUNDED =
                  WS-GRAND-COST * 100 / WS-GRAND-BUDGET
                  ON SIZE ERROR
                     MOVE 99999 TO WS-PERCENT-USED
               END-COMPUTE
            END-IF
            MOVE "TOTAL" TO PD-PROJECT-CODE
            MOVE "ALL PROJECTS" TO PD-DESCRIPTION
            MOVE WS-GRAND-HOURS TO PD-HOURS
            MOVE WS-GRAND-BUDGET-HOURS TO PD-BUDGET-HOURS
            MOVE WS-GRAND-LABOR TO PD-LABOR
            MOVE WS-GRAND-BURDEN TO PD-BURDEN
            MOVE WS-GRAND-COST TO PD-TOTAL-COST
            MOVE WS-GRAND-BUDGET TO PD-BUDGET
            MOVE WS-VARIANCE TO PD-VARIANCE
            MOVE WS-PERCENT-USED TO PD-PERCENT-USED
            MOVE SPACES TO PD-FLAG
            PERFORM 590-WRITE-DETAIL.

       810-WRITE-REPORT-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO PH1-PAGE-NUMBER
            MOVE WS-RUN-DATE TO PH1-RUN-DATE
            IF WS-PAGE-NUMBER = 1
               WRITE PROJECT-COST-REPORT-LINE FROM PROJECT-HEADING-1
            ELSE
               WRITE PROJECT-COST-REPORT-LINE FROM PROJECT-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            WRITE PROJECT-COST-REPORT-LINE FROM PROJECT-HEADING-2
            MOVE 0 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       900-CLOSE-FILES.

            IF WS-PROJECT-LABOR-STATUS NOT = "35"
               CLOSE PROJECT-LABOR-FILE
            END-IF
            CLOSE PROJECT-COST-REPORT-FILE.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM PROJECT-COST-REPORT.
