      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Age every payroll check still outstanding on the
      *           check register CHKREG.DAT - issued, never voided,
      *           and not yet cleared by BANK-RECONCILIATION - by the
      *           days since its issue date.  A check past the
      *           stale-date threshold in STALECTL.DAT is written to
      *           the follow-up letter feed STALELTR.DAT; a check past
      *           the state dormancy period is moved to the
      *           unclaimed-property file ESCHEAT.DAT with the
      *           employee's last-known details from EMPMAST.DAT and
      *           EMPSSN.DAT, and an ESCHEAT entry is appended to the
      *           register so CHECK-PRINT can no longer void or
      *           reissue it.  STALECHK.RPT lists every outstanding
      *           check with its age and the action taken.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STALE-CHECK-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Stale-date and dormancy thresholds in days - one control
      * record; the VALUE-clause defaults apply when it is missing.
           SELECT STALE-CONTROL-FILE ASSIGN TO "STALECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STALE-CONTROL-STATUS.

      * Running check register. Read once into the table, then
      * reopened EXTEND to append the ESCHEAT entries.
           SELECT CHECK-REGISTER-IN-FILE ASSIGN TO "CHKREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-IN-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-REGISTER-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-FILE-STATUS.

      * EMP-ID to SSN cross-reference, kept in its own file for the
      * same access-control reasons EFW2-SUBMISSION reads it.
           SELECT EMPLOYEE-SSN-FILE ASSIGN TO "EMPSSN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSN-FILE-STATUS.

      * Follow-up letter feed, replaced each run - it lists every
      * stale check still waiting on the payee today.
           SELECT STALE-LETTER-FILE ASSIGN TO "STALELTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

      * Unclaimed-property file, appended across runs until the
      * annual state filing is made from it.
           SELECT ESCHEAT-FILE ASSIGN TO "ESCHEAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-FILE-STATUS.

           SELECT STALE-REPORT-FILE ASSIGN TO "STALECHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  STALE-CONTROL-FILE.
       01  STALE-CONTROL-RECORD.
           05  SX-STALE-DAYS       PIC 9(4).
           05  SX-DORMANCY-DAYS    PIC 9(4).

       FD  CHECK-REGISTER-IN-FILE.
       01  CHECK-REGISTER-IN-RECORD.
           05  CGI-CHECK-NUMBER    PIC 9(8).
           05  CGI-EMP-ID          PIC X(6).
           05  CGI-EMP-NAME        PIC X(25).
           05  CGI-AMOUNT          PIC 9(9)V9(2).
           05  CGI-ISSUE-DATE      PIC 9(8).
           05  CGI-STATUS          PIC X(8).
           05  CGI-REPLACED-BY     PIC 9(8).

      * On an ESCHEAT entry CG-ISSUE-DATE carries the date the check
      * was moved to unclaimed property.
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           05  CG-CHECK-NUMBER     PIC 9(8).
           05  CG-EMP-ID           PIC X(6).
           05  CG-EMP-NAME         PIC X(25).
           05  CG-AMOUNT           PIC 9(9)V9(2).
           05  CG-ISSUE-DATE       PIC 9(8).
           05  CG-STATUS           PIC X(8).
           05  CG-REPLACED-BY      PIC 9(8).

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

       FD  EMPLOYEE-SSN-FILE.
       01  EMPLOYEE-SSN-RECORD.
           05  SSN-EMP-ID          PIC X(6).
           05  SSN-NUMBER          PIC 9(9).

       FD  STALE-LETTER-FILE.
       01  STALE-LETTER-RECORD.
           05  SL-EMP-ID           PIC X(6).
           05  SL-EMP-NAME         PIC X(25).
           05  SL-CHECK-NUMBER     PIC 9(8).
           05  SL-ISSUE-DATE       PIC 9(8).
           05  SL-AMOUNT           PIC 9(9)V9(2).
           05  SL-AGE-DAYS         PIC 9(5).
           05  SL-STATE-CODE       PIC X(2).

      * Last-known details as the master holds them at the time of
      * escheat. ES-STATE-CODE is the employee's tax jurisdiction,
      * the state the property is reported to.
       FD  ESCHEAT-FILE.
       01  ESCHEAT-RECORD.
           05  ES-CHECK-NUMBER     PIC 9(8).
           05  ES-ISSUE-DATE       PIC 9(8).
           05  ES-AMOUNT           PIC 9(9)V9(2).
           05  ES-EMP-ID           PIC X(6).
           05  ES-EMP-NAME         PIC X(25).
           05  ES-SSN              PIC 9(9).
           05  ES-DEPARTMENT       PIC X(4).
           05  ES-EMP-STATUS       PIC X.
           05  ES-TERM-DATE        PIC 9(8).
           05  ES-STATE-CODE       PIC X(2).
           05  ES-COMPANY-CODE     PIC X(2).
           05  ES-ESCHEAT-DATE     PIC 9(8).
           05  ES-AGE-DAYS         PIC 9(5).

       FD  STALE-REPORT-FILE.
       01  STALE-REPORT-LINE       PIC X(96).

           COPY EXCPFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-STALE-CONTROL-STATUS  PIC XX.
       01  WS-REGISTER-IN-STATUS    PIC XX.
       01  WS-CHECK-REGISTER-STATUS PIC XX.
       01  WS-EMP-FILE-STATUS       PIC XX.
       01  WS-SSN-FILE-STATUS       PIC XX.
       01  WS-LETTER-FILE-STATUS    PIC XX.
       01  WS-ESCHEAT-FILE-STATUS   PIC XX.
       01  WS-REPORT-FILE-STATUS    PIC XX.

       01  WS-REGISTER-EOF-SWITCH  PIC X VALUE 'N'.
           88  END-OF-OLD-REGISTER     VALUE 'Y'.
       01  WS-SSN-EOF-SWITCH       PIC X VALUE 'N'.
           88  END-OF-SSN-FILE         VALUE 'Y'.
      * Escheat needs the register, the master, and the escheat file
      * all open: an ESCHEAT entry with no unclaimed-property record
      * behind it (or the reverse) is money nobody can account for.
       01  WS-ESCHEAT-OK-SWITCH    PIC X VALUE 'Y'.
           88  ESCHEAT-IS-POSSIBLE     VALUE 'Y'.
       01  WS-MASTER-OPEN-SWITCH   PIC X VALUE 'N'.
           88  MASTER-IS-OPEN          VALUE 'Y'.

      * Defaults when STALECTL.DAT is missing: stale after six
      * months, escheat after three years - the most common state
      * dormancy period for wages.
       01  WS-STALE-DAYS           PIC 9(4) VALUE 180.
       01  WS-DORMANCY-DAYS        PIC 9(4) VALUE 1095.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DAY-NUMBER       PIC 9(7).
       01  WS-ISSUE-DAY-NUMBER     PIC 9(7).
       01  WS-AGE-DAYS             PIC 9(5).
       01  WS-ACTION               PIC X(14).

       01  WS-OUTSTANDING-COUNT    PIC 9(5) VALUE 0.
       01  WS-STALE-COUNT          PIC 9(5) VALUE 0.
       01  WS-ESCHEAT-COUNT        PIC 9(5) VALUE 0.
       COPY MONEYFLD REPLACING MONEY-NAME BY WS-OUTSTANDING-TOTAL
                               MONEY-DIGITS BY 9.
       COPY MONEYFLD REPLACING MONEY-NAME BY WS-STALE-TOTAL
                               MONEY-DIGITS BY 9.
       COPY MONEYFLD REPLACING MONEY-NAME BY WS-ESCHEAT-TOTAL
                               MONEY-DIGITS BY 9.

      * The register as it stands, one row per check with its
      * VOIDED, CLEARED, and ESCHEAT entries folded onto it - the
      * same fold CHECK-PRINT does at 065-FOLD-REGISTER-RECORD.
       01  WS-REGISTER-COUNT-MAX   PIC 9(4) VALUE 1000.
       01  WS-REGISTER-COUNT       PIC 9(4) VALUE 0.
       01  OLD-REGISTER-TABLE.
           05  OLD-REGISTER-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY RG-IDX.
               10  ORE-CHECK-NUMBER    PIC 9(8).
               10  ORE-EMP-ID          PIC X(6).
               10  ORE-EMP-NAME        PIC X(25).
               10  ORE-AMOUNT          PIC 9(9)V9(2).
               10  ORE-ISSUE-DATE      PIC 9(8).
               10  ORE-STATUS          PIC X(8).

       01  WS-SSN-COUNT-MAX        PIC 9(3) VALUE 500.
       01  WS-SSN-COUNT            PIC 9(3) VALUE 0.
       01  SSN-XREF-TABLE.
           05  SSN-XREF-ENTRY OCCURS 500 TIMES
                                   INDEXED BY SX-IDX.
               10  SXE-EMP-ID          PIC X(6).
               10  SXE-SSN             PIC 9(9).

      * Exception-log message for an escheat with no master record.
      * Built with MOVE, not STRING - see copybooks/EXCPLOG.cpy.
       01  WS-NO-MASTER-MSG-BUILD.
           05  FILLER              PIC X(6)  VALUE "CHECK ".
           05  WS-NO-MASTER-CHECK  PIC 9(8).
           05  FILLER              PIC X(46)
                   VALUE " ESCHEATED - PAYEE NOT ON MASTER, NAME ONLY".

       01  STALE-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "OUTSTANDING PAYROLL CHECK AGING".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  SH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(13) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  SH1-PAGE-NUMBER PIC ZZ9.
       01  STALE-HEADING-2.
           05  FILLER          PIC X(10) VALUE "CHECK NO".
           05  FILLER          PIC X(8)  VALUE "EMP ID".
           05  FILLER          PIC X(27) VALUE "NAME".
           05  FILLER          PIC X(10) VALUE "ISSUED".
           05  FILLER          PIC X(16) VALUE "      AMOUNT".
           05  FILLER          PIC X(7)  VALUE "  AGE".
           05  FILLER          PIC X(14) VALUE "ACTION".
       01  STALE-DETAIL-LINE.
           05  SD-CHECK-NUMBER PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-EMP-ID       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-EMP-NAME     PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-ISSUE-DATE   PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-AMOUNT       PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-AGE-DAYS     PIC ZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-ACTION       PIC X(14).
       01  STALE-TOTAL-LINE.
           05  ST-CAPTION      PIC X(28).
           05  ST-COUNT        PIC ZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  ST-AMOUNT       PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "STALE-CHECK-REPORT" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
            PERFORM 050-OPEN-FILES
            PERFORM 060-LOAD-OLD-REGISTER
            PERFORM 070-LOAD-SSN-XREF

      * Opened EXTEND only after the register has been read, so the
      * entries appended here never fold back into this run's table.
            IF ESCHEAT-IS-POSSIBLE
               OPEN EXTEND CHECK-REGISTER-FILE
               IF WS-CHECK-REGISTER-STATUS NOT = "00"
                  DISPLAY "ERROR: CHECK-REGISTER-FILE OPEN FAILED, "
                     "STATUS = ", WS-CHECK-REGISTER-STATUS,
                     " - NO CHECK WILL BE ESCHEATED"
                  MOVE 'N' TO WS-ESCHEAT-OK-SWITCH
                  MOVE 1 TO RETURN-CODE
                  MOVE "CHECK-REGISTER-FILE" TO EL-MESSAGE
                  MOVE "STALE-CHECK-REPORT" TO EL-PROGRAM-ID
                  MOVE "E" TO EL-SEVERITY
                  PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               END-IF
            END-IF

            IF WS-REPORT-FILE-STATUS = "00"
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF

            PERFORM VARYING RG-IDX FROM 1 BY 1
                  UNTIL RG-IDX > WS-REGISTER-COUNT
               IF ORE-STATUS (RG-IDX) = "ISSUED"
                  PERFORM 200-AGE-ONE-CHECK
               END-IF
            END-PERFORM

            PERFORM 800-WRITE-REPORT-TOTALS
            IF ESCHEAT-IS-POSSIBLE
               CLOSE CHECK-REGISTER-FILE
            END-IF
            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            DISPLAY "STALE CHECK REPORT COMPLETE.  ",
               WS-OUTSTANDING-COUNT, " OUTSTANDING, ",
               WS-STALE-COUNT, " STALE (LETTER), ",
               WS-ESCHEAT-COUNT, " ESCHEATED."
            STOP RUN.

       050-OPEN-FILES.

            OPEN INPUT STALE-CONTROL-FILE
            IF WS-STALE-CONTROL-STATUS = "00"
               READ STALE-CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE SX-STALE-DAYS TO WS-STALE-DAYS
                     MOVE SX-DORMANCY-DAYS TO WS-DORMANCY-DAYS
               END-READ
               CLOSE STALE-CONTROL-FILE
            ELSE
               DISPLAY "WARNING: STALE-CONTROL-FILE NOT FOUND, "
                  "STATUS = ", WS-STALE-CONTROL-STATUS,
                  " - DEFAULT THRESHOLDS APPLY"
            END-IF
            DISPLAY "STALE AFTER ", WS-STALE-DAYS, " DAYS, ESCHEAT "
               "AFTER ", WS-DORMANCY-DAYS, " DAYS."

            OPEN INPUT EMPLOYEE-MASTER-FILE
            IF WS-EMP-FILE-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
            ELSE
               DISPLAY "ERROR: EMPLOYEE-MASTER-FILE OPEN FAILED, "
                  "STATUS = ", WS-EMP-FILE-STATUS,
                  " - NO CHECK WILL BE ESCHEATED"
               MOVE 'N' TO WS-ESCHEAT-OK-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "EMPLOYEE-MASTER-FILE" TO EL-MESSAGE
               MOVE "STALE-CHECK-REPORT" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

      * A missing cross-reference files the SSN as zero, the same
      * way EFW2-SUBMISSION treats it.
            OPEN INPUT EMPLOYEE-SSN-FILE
            IF WS-SSN-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SSN-EOF-SWITCH
            END-IF

            OPEN OUTPUT STALE-LETTER-FILE
            IF WS-LETTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: STALE-LETTER-FILE OPEN FAILED, "
                  "STATUS = ", WS-LETTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN EXTEND ESCHEAT-FILE
            IF WS-ESCHEAT-FILE-STATUS NOT = "00"
               OPEN OUTPUT ESCHEAT-FILE
            END-IF
            IF WS-ESCHEAT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ESCHEAT-FILE OPEN FAILED, "
                  "STATUS = ", WS-ESCHEAT-FILE-STATUS,
                  " - NO CHECK WILL BE ESCHEATED"
               MOVE 'N' TO WS-ESCHEAT-OK-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "ESCHEAT-FILE" TO EL-MESSAGE
               MOVE "STALE-CHECK-REPORT" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            OPEN OUTPUT STALE-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: STALE-REPORT-FILE OPEN FAILED, "
                  "STATUS = ", WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF

            INITIALIZE WS-OUTSTANDING-TOTAL WS-STALE-TOTAL
               WS-ESCHEAT-TOTAL.

       060-LOAD-OLD-REGISTER.

            OPEN INPUT CHECK-REGISTER-IN-FILE
            IF WS-REGISTER-IN-STATUS NOT = "00"
               MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
            END-IF

            PERFORM UNTIL END-OF-OLD-REGISTER
               READ CHECK-REGISTER-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 065-FOLD-REGISTER-RECORD
               END-READ
            END-PERFORM

            IF WS-REGISTER-IN-STATUS = "10"
               CLOSE CHECK-REGISTER-IN-FILE
            END-IF.

      * VOIDED, CLEARED, and ESCHEAT entries are status changes to a
      * check already on the register, never rows of their own.
       065-FOLD-REGISTER-RECORD.

            IF CGI-STATUS = "VOIDED" OR CGI-STATUS = "CLEARED"
                  OR CGI-STATUS = "ESCHEAT"
               PERFORM VARYING RG-IDX FROM 1 BY 1
                     UNTIL RG-IDX > WS-REGISTER-COUNT
                  IF ORE-CHECK-NUMBER (RG-IDX) = CGI-CHECK-NUMBER
                        AND ORE-STATUS (RG-IDX) = "ISSUED"
                     MOVE CGI-STATUS TO ORE-STATUS (RG-IDX)
                     EXIT PERFORM
                  END-IF
               END-PERFORM
               EXIT PARAGRAPH
            END-IF

            IF WS-REGISTER-COUNT < WS-REGISTER-COUNT-MAX
               ADD 1 TO WS-REGISTER-COUNT
               MOVE CGI-CHECK-NUMBER TO
                  ORE-CHECK-NUMBER (WS-REGISTER-COUNT)
               MOVE CGI-EMP-ID TO
                  ORE-EMP-ID (WS-REGISTER-COUNT)
               MOVE CGI-EMP-NAME TO
                  ORE-EMP-NAME (WS-REGISTER-COUNT)
               MOVE CGI-AMOUNT TO
                  ORE-AMOUNT (WS-REGISTER-COUNT)
               MOVE CGI-ISSUE-DATE TO
                  ORE-ISSUE-DATE (WS-REGISTER-COUNT)
               MOVE CGI-STATUS TO
                  ORE-STATUS (WS-REGISTER-COUNT)
            ELSE
               DISPLAY "WARNING: REGISTER TABLE FULL, "
                  "HISTORY TRUNCATED AT ", WS-REGISTER-COUNT,
                  " ENTRIES - LATER CHECKS NOT AGED"
            END-IF.

       070-LOAD-SSN-XREF.

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

      * Dormancy wins over stale: a check old enough to escheat gets
      * no further letter, it goes to the state.
       200-AGE-ONE-CHECK.

            COMPUTE WS-ISSUE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (ORE-ISSUE-DATE (RG-IDX))
            IF WS-ISSUE-DAY-NUMBER > WS-RUN-DAY-NUMBER
               MOVE 0 TO WS-AGE-DAYS
            ELSE
               COMPUTE WS-AGE-DAYS =
                  WS-RUN-DAY-NUMBER - WS-ISSUE-DAY-NUMBER
            END-IF

            ADD 1 TO WS-OUTSTANDING-COUNT
            ADD ORE-AMOUNT (RG-IDX) TO WS-OUTSTANDING-TOTAL
            MOVE "OUTSTANDING" TO WS-ACTION

            EVALUATE TRUE
               WHEN WS-AGE-DAYS > WS-DORMANCY-DAYS
                  IF ESCHEAT-IS-POSSIBLE
                     PERFORM 300-ESCHEAT-ONE-CHECK
                  ELSE
                     MOVE "ESCHEAT HELD" TO WS-ACTION
                  END-IF
               WHEN WS-AGE-DAYS > WS-STALE-DAYS
                  PERFORM 250-WRITE-STALE-LETTER
            END-EVALUATE

            IF WS-REPORT-FILE-STATUS = "00"
               MOVE ORE-CHECK-NUMBER (RG-IDX) TO SD-CHECK-NUMBER
               MOVE ORE-EMP-ID (RG-IDX) TO SD-EMP-ID
               MOVE ORE-EMP-NAME (RG-IDX) TO SD-EMP-NAME
               MOVE ORE-ISSUE-DATE (RG-IDX) TO SD-ISSUE-DATE
               MOVE ORE-AMOUNT (RG-IDX) TO SD-AMOUNT
               MOVE WS-AGE-DAYS TO SD-AGE-DAYS
               MOVE WS-ACTION TO SD-ACTION
               IF PAGE-BREAK-NEEDED
                  PERFORM 810-WRITE-REPORT-HEADER
               END-IF
               WRITE STALE-REPORT-LINE FROM STALE-DETAIL-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-IF.

       250-WRITE-STALE-LETTER.

            MOVE "STALE - LETTER" TO WS-ACTION
            ADD 1 TO WS-STALE-COUNT
            ADD ORE-AMOUNT (RG-IDX) TO WS-STALE-TOTAL
            IF WS-LETTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE ORE-EMP-ID (RG-IDX) TO SL-EMP-ID
            MOVE ORE-EMP-NAME (RG-IDX) TO SL-EMP-NAME
            MOVE ORE-CHECK-NUMBER (RG-IDX) TO SL-CHECK-NUMBER
            MOVE ORE-ISSUE-DATE (RG-IDX) TO SL-ISSUE-DATE
            MOVE ORE-AMOUNT (RG-IDX) TO SL-AMOUNT
            MOVE WS-AGE-DAYS TO SL-AGE-DAYS
            MOVE SPACES TO SL-STATE-CODE
            IF MASTER-IS-OPEN
               MOVE ORE-EMP-ID (RG-IDX) TO EMP-ID
               READ EMPLOYEE-MASTER-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE EMP-TAX-JURISDICTION TO SL-STATE-CODE
               END-READ
            END-IF
            WRITE STALE-LETTER-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

      * The unclaimed-property record and the register's ESCHEAT
      * entry are written together. A payee no longer on the master
      * still escheats - the state wants the money either way - but
      * under the register name only, with a warning logged.
       300-ESCHEAT-ONE-CHECK.

            MOVE "ESCHEATED" TO WS-ACTION
            ADD 1 TO WS-ESCHEAT-COUNT
            ADD ORE-AMOUNT (RG-IDX) TO WS-ESCHEAT-TOTAL

            MOVE ORE-CHECK-NUMBER (RG-IDX) TO ES-CHECK-NUMBER
            MOVE ORE-ISSUE-DATE (RG-IDX) TO ES-ISSUE-DATE
            MOVE ORE-AMOUNT (RG-IDX) TO ES-AMOUNT
            MOVE ORE-EMP-ID (RG-IDX) TO ES-EMP-ID
            MOVE ORE-EMP-NAME (RG-IDX) TO ES-EMP-NAME
            MOVE WS-RUN-DATE TO ES-ESCHEAT-DATE
            MOVE WS-AGE-DAYS TO ES-AGE-DAYS
            MOVE 0 TO ES-SSN
            MOVE SPACES TO ES-DEPARTMENT ES-EMP-STATUS ES-STATE-CODE
               ES-COMPANY-CODE
            MOVE 0 TO ES-TERM-DATE

            MOVE ORE-EMP-ID (RG-IDX) TO EMP-ID
            READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                  DISPLAY "WARNING: CHECK ", ORE-CHECK-NUMBER (RG-IDX),
                     " PAYEE ", ORE-EMP-ID (RG-IDX),
                     " NOT ON MASTER - ESCHEATED UNDER REGISTER NAME"
                  MOVE ORE-CHECK-NUMBER (RG-IDX) TO WS-NO-MASTER-CHECK
                  MOVE WS-NO-MASTER-MSG-BUILD TO EL-MESSAGE
                  MOVE "STALE-CHECK-REPORT" TO EL-PROGRAM-ID
                  MOVE "W" TO EL-SEVERITY
                  PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               NOT INVALID KEY
                  MOVE EMP-NAME TO ES-EMP-NAME
                  MOVE EMP-DEPARTMENT TO ES-DEPARTMENT
                  MOVE EMP-STATUS TO ES-EMP-STATUS
                  MOVE EMP-TERM-DATE TO ES-TERM-DATE
                  MOVE EMP-TAX-JURISDICTION TO ES-STATE-CODE
                  MOVE EMP-COMPANY-CODE TO ES-COMPANY-CODE
            END-READ

            PERFORM VARYING SX-IDX FROM 1 BY 1
                  UNTIL SX-IDX > WS-SSN-COUNT
               IF SXE-EMP-ID (SX-IDX) = ORE-EMP-ID (RG-IDX)
                  MOVE SXE-SSN (SX-IDX) TO ES-SSN
                  EXIT PERFORM
               END-IF
            END-PERFORM

            WRITE ESCHEAT-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN

            MOVE ORE-CHECK-NUMBER (RG-IDX) TO CG-CHECK-NUMBER
            MOVE ORE-EMP-ID (RG-IDX) TO CG-EMP-ID
            MOVE ORE-EMP-NAME (RG-IDX) TO CG-EMP-NAME
            MOVE ORE-AMOUNT (RG-IDX) TO CG-AMOUNT
            MOVE WS-RUN-DATE TO CG-ISSUE-DATE
            MOVE "ESCHEAT" TO CG-STATUS
            MOVE 0 TO CG-REPLACED-BY
            WRITE CHECK-REGISTER-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            MOVE "ESCHEAT" TO ORE-STATUS (RG-IDX).

       800-WRITE-REPORT-TOTALS.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF

            MOVE "TOTAL OUTSTANDING CHECKS:" TO ST-CAPTION
            MOVE WS-OUTSTANDING-COUNT TO ST-COUNT
            MOVE WS-OUTSTANDING-TOTAL TO ST-AMOUNT
            PERFORM 820-WRITE-TOTAL-LINE
            MOVE "  STALE - LETTER SENT:" TO ST-CAPTION
            MOVE WS-STALE-COUNT TO ST-COUNT
            MOVE WS-STALE-TOTAL TO ST-AMOUNT
            PERFORM 820-WRITE-TOTAL-LINE
            MOVE "  ESCHEATED THIS RUN:" TO ST-CAPTION
            MOVE WS-ESCHEAT-COUNT TO ST-COUNT
            MOVE WS-ESCHEAT-TOTAL TO ST-AMOUNT
            PERFORM 820-WRITE-TOTAL-LINE.

       810-WRITE-REPORT-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO SH1-PAGE-NUMBER
            MOVE WS-RUN-DATE TO SH1-RUN-DATE
            IF WS-PAGE-NUMBER = 1
               WRITE STALE-REPORT-LINE FROM STALE-HEADING-1
            ELSE
               WRITE STALE-REPORT-LINE FROM STALE-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            WRITE STALE-REPORT-LINE FROM STALE-HEADING-2
            MOVE 0 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       820-WRITE-TOTAL-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE STALE-REPORT-LINE FROM STALE-TOTAL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       900-CLOSE-FILES.

            IF MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
            END-IF
            CLOSE EMPLOYEE-SSN-FILE
            CLOSE STALE-LETTER-FILE
            CLOSE ESCHEAT-FILE
            CLOSE STALE-REPORT-FILE.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM STALE-CHECK-REPORT.
