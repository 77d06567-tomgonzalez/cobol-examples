      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Monthly fixed asset depreciation. Replaces the
      *           DEPR01 recurring journal template - one amount
      *           somebody recalculated once a year - with a charge
      *           computed asset by asset off FAMAST.DAT (see
      *           FA-MAINTENANCE) for the open GL period on
      *           GLPERIOD.DAT. Straight-line assets take (cost -
      *           salvage) / life each month; declining-balance
      *           assets take double the straight-line rate on net
      *           book value, switching to straight-line over the
      *           remaining life once that gives more. Either way an
      *           asset is never taken below salvage, and its last
      *           month takes whatever is left. An asset is charged
      *           from the month it went into service (full-month
      *           convention) and at most once a period - each asset
      *           carries the last period charged, so a rerun for the
      *           same month charges nothing twice. The charge posts
      *           to GLTRANS.DAT as one balanced batch, debiting each
      *           department's depreciation expense account and
      *           crediting accumulated depreciation, to the accounts
      *           GLPRULE.DAT names under source FADEPR (the rule
      *           code for an expense account is the department
      *           code). FAREG.RPT lists the register by department
      *           with this period's charge, then rolls cost and
      *           accumulated depreciation forward from the start of
      *           the period through additions, depreciation and
      *           disposals (from FAHIST.DAT) to the balances that
      *           should stand in the GL. The updated master is
      *           written, sealed, as FAMAST.NEW for promotion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FA-DEPRECIATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXED-ASSET-FILE ASSIGN TO "FAMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-FILE-STATUS.

           SELECT FIXED-ASSET-NEW-FILE ASSIGN TO "FAMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-NEW-STATUS.

           SELECT GL-PERIOD-CONTROL-FILE ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

      * Read for the period's additions, disposals and any charge
      * an earlier run already took, then appended with this run's
      * charges.
           SELECT FA-HISTORY-FILE ASSIGN TO "FAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT FA-REGISTER-REPORT-FILE ASSIGN TO "FAREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

      * Subledger-to-GL feed - see copybooks/GLFEED.cpy.
           COPY GLFSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXED-ASSET-FILE.
       01  FIXED-ASSET-RECORD.
           05  FA-ASSET-ID         PIC X(8).
           05  FA-DESCRIPTION      PIC X(25).
           05  FA-DEPARTMENT       PIC X(4).
           05  FA-COST             PIC 9(7)V9(2).
           05  FA-IN-SERVICE-DATE  PIC 9(8).
           05  FA-IN-SERVICE-PARTS REDEFINES FA-IN-SERVICE-DATE.
               10  FA-IN-SERVICE-YEAR  PIC 9(4).
               10  FA-IN-SERVICE-MONTH PIC 9(2).
               10  FA-IN-SERVICE-DAY   PIC 9(2).
           05  FA-LIFE-MONTHS      PIC 9(3).
           05  FA-METHOD           PIC X.
               88  FA-IS-STRAIGHT-LINE     VALUE "S".
               88  FA-IS-DECLINING         VALUE "D".
           05  FA-SALVAGE          PIC 9(7)V9(2).
           05  FA-ACCUM-DEPR       PIC 9(7)V9(2).
           05  FA-LAST-DEPR-PERIOD PIC 9(6).
           05  FA-STATUS           PIC X.
               88  FA-IS-ACTIVE            VALUE "A".
               88  FA-IS-DISPOSED          VALUE "D".
           05  FA-DISPOSAL-DATE    PIC 9(8).

       FD  FIXED-ASSET-NEW-FILE.
       01  FIXED-ASSET-NEW-RECORD  PIC X(91).

       FD  GL-PERIOD-CONTROL-FILE.
       01  GL-PERIOD-CONTROL-RECORD.
           05  GP-CURRENT-PERIOD   PIC 9(6).
           05  GP-PERIOD-STATUS    PIC X.
               88  GP-PERIOD-IS-OPEN   VALUE "O".

       FD  FA-HISTORY-FILE.
       01  FA-HISTORY-RECORD.
           05  FH-ASSET-ID         PIC X(8).
           05  FH-PERIOD           PIC 9(6).
           05  FH-POSTED-DATE      PIC 9(8).
           05  FH-ACTION           PIC X(3).
               88  FH-IS-ADD           VALUE "ADD".
               88  FH-IS-DISPOSAL      VALUE "DSP".
               88  FH-IS-DEPRECIATION  VALUE "DEP".
           05  FH-DEPARTMENT       PIC X(4).
           05  FH-FROM-DEPARTMENT  PIC X(4).
           05  FH-COST             PIC 9(7)V9(2).
           05  FH-ACCUM-DEPR       PIC 9(7)V9(2).
           05  FH-AMOUNT           PIC 9(7)V9(2).
           05  FH-GAIN-LOSS        PIC S9(7)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

       FD  FA-REGISTER-REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

           COPY EXCPFD.
           COPY SEALFD.
           COPY RUNHFD.
           COPY GLFFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.
       01  WS-GL-FEED-STATUS       PIC XX.
       01  WS-GL-RULE-STATUS       PIC XX.
       01  WS-GL-COA-STATUS        PIC XX.
           COPY GLFWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.
       01  WS-ASSET-FILE-STATUS    PIC XX.
       01  WS-ASSET-NEW-STATUS     PIC XX.
       01  WS-PERIOD-CONTROL-STATUS PIC XX.
       01  WS-HISTORY-FILE-STATUS  PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.
           88  ENTRY-WAS-FOUND         VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH     PIC X VALUE 'N'.
           88  RUN-MUST-ABORT          VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-OPEN-PERIOD          PIC 9(6) VALUE 0.
       01  WS-OPEN-PERIOD-PARTS REDEFINES WS-OPEN-PERIOD.
           05  WS-OPEN-PERIOD-YEAR     PIC 9(4).
           05  WS-OPEN-PERIOD-MONTH    PIC 9(2).
       01  WS-IN-SERVICE-PERIOD    PIC 9(6).

      * FAMAST.DAT, held whole, each asset carrying this period's
      * charge - whatever an earlier run for the period took plus
      * what this run takes - for the register.
       01  WS-ASSET-COUNT-MAX      PIC 9(3) VALUE 500.
       01  WS-ASSET-COUNT          PIC 9(3) VALUE 0.
       01  FIXED-ASSET-TABLE.
           05  FIXED-ASSET-ENTRY OCCURS 500 TIMES
                                   INDEXED BY FA-IDX.
               10  FAE-RECORD          PIC X(91).
               10  FAE-PERIOD-DEPR     PIC 9(7)V9(2).

      * The departments active assets belong to - one expense rule
      * each, and one register subtotal each.
       01  WS-DEPARTMENT-COUNT-MAX PIC 9(2) VALUE 50.
       01  WS-DEPARTMENT-COUNT     PIC 9(2) VALUE 0.
       01  DEPARTMENT-TABLE.
           05  DEPARTMENT-ENTRY OCCURS 50 TIMES
                                   INDEXED BY DP-IDX.
               10  DPE-DEPARTMENT      PIC X(4).

       01  WS-MONTHS-IN-SERVICE    PIC S9(5).
       01  WS-REMAINING-MONTHS     PIC S9(5).
       01  WS-REMAINING-DEPRECIABLE PIC S9(7)V9(2).
       01  WS-NET-BOOK-VALUE       PIC S9(7)V9(2).
       01  WS-STRAIGHT-LINE-AMOUNT PIC S9(7)V9(2).
       01  WS-DEPRECIATION-AMOUNT  PIC S9(7)V9(2).

       01  WS-ASSETS-CHARGED       PIC 9(5) VALUE 0.
       01  WS-ASSETS-ALREADY-CHARGED PIC 9(5) VALUE 0.
       01  WS-RUN-DEPRECIATION     PIC 9(9)V9(2) VALUE 0.

      * Roll-forward: period activity from FAHIST.DAT and this run,
      * ending balances from the register as this run leaves it,
      * beginning balances backed out of the two.
       01  ROLL-FORWARD-TOTALS.
           05  RF-COST-BEGIN           PIC S9(9)V9(2) VALUE 0.
           05  RF-COST-ADDITIONS       PIC S9(9)V9(2) VALUE 0.
           05  RF-COST-DISPOSALS       PIC S9(9)V9(2) VALUE 0.
           05  RF-COST-END             PIC S9(9)V9(2) VALUE 0.
           05  RF-ACCUM-BEGIN          PIC S9(9)V9(2) VALUE 0.
           05  RF-ACCUM-DEPRECIATION   PIC S9(9)V9(2) VALUE 0.
           05  RF-ACCUM-DISPOSALS      PIC S9(9)V9(2) VALUE 0.
           05  RF-ACCUM-END            PIC S9(9)V9(2) VALUE 0.

       01  WS-DEPT-COST            PIC 9(9)V9(2).
       01  WS-DEPT-PERIOD-DEPR     PIC 9(9)V9(2).
       01  WS-DEPT-ACCUM           PIC 9(9)V9(2).
       01  WS-DEPT-ASSET-COUNT     PIC 9(5).

       01  WS-RECORDS-WRITTEN      PIC 9(5) VALUE 0.

       01  REPORT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "FIXED ASSET REGISTER AND DEPRECIATION - ".
           05  FILLER          PIC X(7)  VALUE "PERIOD ".
           05  RH-PERIOD       PIC 9(6).
           05  FILLER          PIC X(9)  VALUE "  RUN ON ".
           05  RH-DATE         PIC 9(8).
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(10) VALUE "ASSET".
           05  FILLER          PIC X(27) VALUE "DESCRIPTION".
           05  FILLER          PIC X(5)  VALUE "DEPT".
           05  FILLER          PIC X(4)  VALUE "MTH".
           05  FILLER          PIC X(10) VALUE "IN SVC".
           05  FILLER          PIC X(5)  VALUE "LIFE".
           05  FILLER          PIC X(15) VALUE "         COST".
           05  FILLER          PIC X(15) VALUE "  PERIOD DEPR".
           05  FILLER          PIC X(15) VALUE "   ACCUM DEPR".
           05  FILLER          PIC X(15) VALUE "   BOOK VALUE".
       01  REPORT-DETAIL-LINE.
           05  RD-ASSET-ID     PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DESCRIPTION  PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DEPARTMENT   PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-METHOD       PIC X.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-IN-SERVICE   PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-LIFE         PIC ZZ9.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  RD-COST         PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  RD-PERIOD-DEPR  PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  RD-ACCUM-DEPR   PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  RD-BOOK-VALUE   PIC $$$,$$$,$$9.99.
       01  REPORT-DEPT-TOTAL-LINE.
           05  FILLER          PIC X(7)  VALUE "  DEPT ".
           05  RT-DEPARTMENT   PIC X(4).
           05  FILLER          PIC X(8)  VALUE " TOTAL (".
           05  RT-ASSET-COUNT  PIC ZZZZ9.
           05  FILLER          PIC X(8)  VALUE " ASSETS)".
           05  FILLER          PIC X(27) VALUE SPACES.
           05  RT-COST         PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  RT-PERIOD-DEPR  PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  RT-ACCUM-DEPR   PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  RT-BOOK-VALUE   PIC $$$,$$$,$$9.99.
       01  ROLL-FORWARD-HEADING.
           05  FILLER          PIC X(44) VALUE
               "ROLL-FORWARD FOR PERIOD - TIE TO GL ACCOUNTS".
       01  ROLL-FORWARD-LINE.
           05  RL-LABEL        PIC X(40).
           05  RL-AMOUNT       PIC $$$,$$$,$$9.99-.
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "FA-DEPRECIATION" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

            PERFORM 040-READ-OPEN-PERIOD
            IF NOT RUN-MUST-ABORT
               PERFORM 050-LOAD-ASSET-TABLE
            END-IF
            IF NOT RUN-MUST-ABORT
               PERFORM 060-LOAD-PERIOD-HISTORY
            END-IF
            IF NOT RUN-MUST-ABORT
               PERFORM 070-LOAD-GL-POSTING-RULES
            END-IF
            IF NOT RUN-MUST-ABORT
               PERFORM 080-OPEN-OUTPUT-FILES
            END-IF
            IF RUN-MUST-ABORT
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM VARYING FA-IDX FROM 1 BY 1
                  UNTIL FA-IDX > WS-ASSET-COUNT
               MOVE FAE-RECORD (FA-IDX) TO FIXED-ASSET-RECORD
               PERFORM 200-DEPRECIATE-ONE-ASSET
            END-PERFORM

            PERFORM 500-WRITE-NEW-ASSET-FILE
            PERFORM 600-WRITE-ASSET-REGISTER
            PERFORM 650-WRITE-ROLL-FORWARD
            PERFORM 700-WRITE-GL-FEED
            PERFORM 900-CLOSE-FILES

            DISPLAY "FIXED ASSET DEPRECIATION COMPLETE FOR PERIOD ",
               WS-OPEN-PERIOD, ".  CHARGED ", WS-ASSETS-CHARGED,
               " ASSETS, ", WS-ASSETS-ALREADY-CHARGED,
               " ALREADY CHARGED THIS PERIOD."
            DISPLAY "DEPRECIATION THIS RUN: ", WS-RUN-DEPRECIATION
            DISPLAY "PROMOTE FAMAST.NEW OVER FAMAST.DAT."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * The charge belongs to the period GL-BALANCE-POSTING will
      * post this batch into. A closed period has had its
      * depreciation already, or is waiting on year-end - either
      * way nothing may post to it.
       040-READ-OPEN-PERIOD.

            OPEN INPUT GL-PERIOD-CONTROL-FILE
            IF WS-PERIOD-CONTROL-STATUS = "00"
               READ GL-PERIOD-CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF GP-PERIOD-IS-OPEN
                        MOVE GP-CURRENT-PERIOD TO WS-OPEN-PERIOD
                     END-IF
               END-READ
               CLOSE GL-PERIOD-CONTROL-FILE
            END-IF
            IF WS-OPEN-PERIOD = 0
               DISPLAY "ERROR: NO OPEN PERIOD ON GLPERIOD.DAT - "
                  "NO DEPRECIATION TAKEN"
               MOVE "NO OPEN GL PERIOD - DEPRECIATION REFUSED"
                  TO EL-MESSAGE
               MOVE "FA-DEPRECIATION" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
            END-IF.

      * Depreciation computed off a register that fails its seal
      * would post a hand edit straight into the GL.
       050-LOAD-ASSET-TABLE.

            OPEN INPUT FIXED-ASSET-FILE
            IF WS-ASSET-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FAMAST.DAT OPEN FAILED, STATUS = ",
                  WS-ASSET-FILE-STATUS
               MOVE "FAMAST.DAT OPEN FAILED - NO DEPRECIATION TAKEN"
                  TO EL-MESSAGE
               MOVE "FA-DEPRECIATION" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               EXIT PARAGRAPH
            END-IF
            PERFORM 930-RESET-SEAL
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ FIXED-ASSET-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 055-SEAL-COUNT-ASSET
                     IF WS-ASSET-COUNT NOT < WS-ASSET-COUNT-MAX
                        DISPLAY "ERROR: ASSET TABLE FULL - NO "
                           "DEPRECIATION TAKEN"
                        MOVE "ASSET TABLE FULL - NO DEPRECIATION TAKEN"
                           TO EL-MESSAGE
                        MOVE "FA-DEPRECIATION" TO EL-PROGRAM-ID
                        MOVE "E" TO EL-SEVERITY
                        PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                        ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
                        MOVE 'Y' TO WS-RUN-ABORT-SWITCH
                        MOVE 'Y' TO WS-EOF-SWITCH
                     ELSE
                        ADD 1 TO WS-ASSET-COUNT
                        MOVE FIXED-ASSET-RECORD TO
                           FAE-RECORD (WS-ASSET-COUNT)
                        MOVE 0 TO FAE-PERIOD-DEPR (WS-ASSET-COUNT)
                        IF FA-IS-ACTIVE
                           PERFORM 057-NOTE-DEPARTMENT
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE FIXED-ASSET-FILE
            IF RUN-MUST-ABORT
               EXIT PARAGRAPH
            END-IF

            MOVE "FAMAST.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: FAMAST.DAT FAILS ITS SEAL - "
                  "NO DEPRECIATION TAKEN"
               MOVE "FAMAST.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "FA-DEPRECIATION" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
            END-IF.

      * Same key and amount FA-MAINTENANCE seals with: asset ID
      * and net book value.
       055-SEAL-COUNT-ASSET.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE FA-ASSET-ID TO WS-SEAL-KEY-STRING (1:8)
            COMPUTE WS-SEAL-AMOUNT-VALUE =
               FA-COST - FA-ACCUM-DEPR
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

       057-NOTE-DEPARTMENT.

            PERFORM VARYING DP-IDX FROM 1 BY 1
                  UNTIL DP-IDX > WS-DEPARTMENT-COUNT
               IF DPE-DEPARTMENT (DP-IDX) = FA-DEPARTMENT
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-DEPARTMENT-COUNT < WS-DEPARTMENT-COUNT-MAX
               ADD 1 TO WS-DEPARTMENT-COUNT
               MOVE FA-DEPARTMENT TO
                  DPE-DEPARTMENT (WS-DEPARTMENT-COUNT)
            ELSE
               DISPLAY "ERROR: DEPARTMENT TABLE FULL AT ",
                  FA-DEPARTMENT, " - NO DEPRECIATION TAKEN"
               MOVE "DEPARTMENT TABLE FULL - NO DEPRECIATION TAKEN"
                  TO EL-MESSAGE
               MOVE "FA-DEPRECIATION" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
            END-IF.

      * This period's additions and disposals for the roll-forward,
      * and any charge an earlier run for the period already took -
      * those assets are passed by below, but their charge still
      * belongs on this period's register. No FAHIST.DAT yet just
      * means no activity.
       060-LOAD-PERIOD-HISTORY.

            OPEN INPUT FA-HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ FA-HISTORY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF FH-PERIOD = WS-OPEN-PERIOD
                        PERFORM 065-COUNT-PERIOD-ACTIVITY
                     END-IF
               END-READ
            END-PERFORM
            CLOSE FA-HISTORY-FILE.

       065-COUNT-PERIOD-ACTIVITY.

            EVALUATE TRUE
               WHEN FH-IS-ADD
                  ADD FH-COST TO RF-COST-ADDITIONS
               WHEN FH-IS-DISPOSAL
                  ADD FH-COST TO RF-COST-DISPOSALS
                  ADD FH-ACCUM-DEPR TO RF-ACCUM-DISPOSALS
               WHEN FH-IS-DEPRECIATION
                  ADD FH-AMOUNT TO RF-ACCUM-DEPRECIATION
                  PERFORM VARYING FA-IDX FROM 1 BY 1
                        UNTIL FA-IDX > WS-ASSET-COUNT
                     IF FAE-RECORD (FA-IDX) (1:8) = FH-ASSET-ID
                        ADD FH-AMOUNT TO FAE-PERIOD-DEPR (FA-IDX)
                        EXIT PERFORM
                     END-IF
                  END-PERFORM
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

      * The accumulated depreciation credit and one expense rule
      * per department with an active asset; the rule code for a
      * department's expense account is the department code.
       070-LOAD-GL-POSTING-RULES.

            MOVE "FA-DEPRECIATION" TO WS-GLF-PROGRAM-ID
            MOVE "FADEPR" TO WS-GLF-SOURCE
            MOVE "FADEPR" TO WS-GLF-BATCH-ID
            MOVE WS-TODAY-DATE TO WS-GLF-BATCH-DATE
            PERFORM 980-LOAD-GL-POSTING-RULES
            MOVE "ACCM" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            PERFORM VARYING DP-IDX FROM 1 BY 1
                  UNTIL DP-IDX > WS-DEPARTMENT-COUNT
               MOVE DPE-DEPARTMENT (DP-IDX) TO WS-GLF-RULE-CODE
               PERFORM 982-REQUIRE-GL-POSTING-RULE
            END-PERFORM
            IF GL-FEED-REFUSED
               DISPLAY "ERROR: GL POSTING RULES NOT USABLE - "
                  "NO DEPRECIATION TAKEN"
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
            END-IF.

       080-OPEN-OUTPUT-FILES.

            OPEN OUTPUT FIXED-ASSET-NEW-FILE
            IF WS-ASSET-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: FAMAST.NEW OPEN FAILED, STATUS = ",
                  WS-ASSET-NEW-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
            END-IF

            OPEN EXTEND FA-HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT FA-HISTORY-FILE
            END-IF
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FAHIST.DAT OPEN FAILED, STATUS = ",
                  WS-HISTORY-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
            END-IF

            OPEN OUTPUT FA-REGISTER-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FAREG.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
            END-IF

            IF RUN-MUST-ABORT
               MOVE "ASSET FILES FAILED TO OPEN - NO DEPRECIATION"
                  TO EL-MESSAGE
               MOVE "FA-DEPRECIATION" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               PERFORM 900-CLOSE-FILES
            END-IF.

      * An asset is charged if it is still on the books, went into
      * service by the end of the period and has not been charged
      * for the period yet - by the master's last-charged period or,
      * where an earlier run's FAMAST.NEW was never promoted, by a
      * DEP line for the period already on FAHIST.DAT.
       200-DEPRECIATE-ONE-ASSET.

            IF NOT FA-IS-ACTIVE
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-IN-SERVICE-PERIOD =
               FA-IN-SERVICE-YEAR * 100 + FA-IN-SERVICE-MONTH
            IF WS-IN-SERVICE-PERIOD > WS-OPEN-PERIOD
               EXIT PARAGRAPH
            END-IF
            IF FA-LAST-DEPR-PERIOD NOT < WS-OPEN-PERIOD
               ADD 1 TO WS-ASSETS-ALREADY-CHARGED
               EXIT PARAGRAPH
            END-IF
            IF FAE-PERIOD-DEPR (FA-IDX) > 0
               ADD 1 TO WS-ASSETS-ALREADY-CHARGED
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-REMAINING-DEPRECIABLE =
               FA-COST - FA-SALVAGE - FA-ACCUM-DEPR
            IF WS-REMAINING-DEPRECIABLE NOT > 0
               EXIT PARAGRAPH
            END-IF

            PERFORM 210-COMPUTE-DEPRECIATION
            IF WS-DEPRECIATION-AMOUNT NOT > 0
               EXIT PARAGRAPH
            END-IF

            ADD WS-DEPRECIATION-AMOUNT TO FA-ACCUM-DEPR
            MOVE WS-OPEN-PERIOD TO FA-LAST-DEPR-PERIOD
            MOVE FIXED-ASSET-RECORD TO FAE-RECORD (FA-IDX)
            ADD WS-DEPRECIATION-AMOUNT TO FAE-PERIOD-DEPR (FA-IDX)
            ADD WS-DEPRECIATION-AMOUNT TO RF-ACCUM-DEPRECIATION
            ADD WS-DEPRECIATION-AMOUNT TO WS-RUN-DEPRECIATION
            ADD 1 TO WS-ASSETS-CHARGED

            MOVE FA-ASSET-ID TO FH-ASSET-ID
            MOVE WS-OPEN-PERIOD TO FH-PERIOD
            MOVE WS-TODAY-DATE TO FH-POSTED-DATE
            MOVE "DEP" TO FH-ACTION
            MOVE FA-DEPARTMENT TO FH-DEPARTMENT
            MOVE SPACES TO FH-FROM-DEPARTMENT
            MOVE FA-COST TO FH-COST
            MOVE FA-ACCUM-DEPR TO FH-ACCUM-DEPR
            MOVE WS-DEPRECIATION-AMOUNT TO FH-AMOUNT
            MOVE 0 TO FH-GAIN-LOSS
            WRITE FA-HISTORY-RECORD

            MOVE FA-DEPARTMENT TO WS-GLF-RULE-CODE
            MOVE "D" TO WS-GLF-SIDE
            MOVE WS-DEPRECIATION-AMOUNT TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "ACCM" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            PERFORM 984-ADD-GL-FEED-AMOUNT.

      * Months in service count the in-service month as the first,
      * so the remaining months include this one. A month the run
      * was skipped is not caught up here; straight-line simply
      * reaches salvage a month later, and the final month always
      * takes whatever is left.
       210-COMPUTE-DEPRECIATION.

            COMPUTE WS-MONTHS-IN-SERVICE =
               (WS-OPEN-PERIOD-YEAR * 12 + WS-OPEN-PERIOD-MONTH)
               - (FA-IN-SERVICE-YEAR * 12 + FA-IN-SERVICE-MONTH) + 1
            COMPUTE WS-REMAINING-MONTHS =
               FA-LIFE-MONTHS - WS-MONTHS-IN-SERVICE + 1
            IF WS-REMAINING-MONTHS NOT > 1
               MOVE WS-REMAINING-DEPRECIABLE TO WS-DEPRECIATION-AMOUNT
               EXIT PARAGRAPH
            END-IF

            IF FA-IS-DECLINING
               COMPUTE WS-NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR
               COMPUTE WS-DEPRECIATION-AMOUNT ROUNDED =
                  WS-NET-BOOK-VALUE * 2 / FA-LIFE-MONTHS
               COMPUTE WS-STRAIGHT-LINE-AMOUNT ROUNDED =
                  WS-REMAINING-DEPRECIABLE / WS-REMAINING-MONTHS
               IF WS-STRAIGHT-LINE-AMOUNT > WS-DEPRECIATION-AMOUNT
                  MOVE WS-STRAIGHT-LINE-AMOUNT TO
                     WS-DEPRECIATION-AMOUNT
               END-IF
            ELSE
               COMPUTE WS-DEPRECIATION-AMOUNT ROUNDED =
                  (FA-COST - FA-SALVAGE) / FA-LIFE-MONTHS
            END-IF

            IF WS-DEPRECIATION-AMOUNT > WS-REMAINING-DEPRECIABLE
               MOVE WS-REMAINING-DEPRECIABLE TO WS-DEPRECIATION-AMOUNT
            END-IF.

       500-WRITE-NEW-ASSET-FILE.

            PERFORM 930-RESET-SEAL
            PERFORM VARYING FA-IDX FROM 1 BY 1
                  UNTIL FA-IDX > WS-ASSET-COUNT
               MOVE FAE-RECORD (FA-IDX) TO FIXED-ASSET-RECORD
               MOVE FIXED-ASSET-RECORD TO FIXED-ASSET-NEW-RECORD
               WRITE FIXED-ASSET-NEW-RECORD
               PERFORM 055-SEAL-COUNT-ASSET
               ADD 1 TO WS-RECORDS-WRITTEN
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               IF FA-IS-ACTIVE
                  ADD FA-COST TO RF-COST-END
                  ADD FA-ACCUM-DEPR TO RF-ACCUM-END
               END-IF
            END-PERFORM
            CLOSE FIXED-ASSET-NEW-FILE
            MOVE "FAMAST.SEAL" TO WS-SEAL-FILE-NAME
            MOVE "FA-DEPRECIATION" TO WS-SEAL-PROGRAM-ID
            PERFORM 934-WRITE-FILE-SEAL.

      * Active assets by department, each department subtotalled
      * so its line ties to that department's expense account.
       600-WRITE-ASSET-REGISTER.

            MOVE WS-OPEN-PERIOD TO RH-PERIOD
            MOVE WS-TODAY-DATE TO RH-DATE
            WRITE REPORT-LINE FROM REPORT-HEADING-1
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            WRITE REPORT-LINE FROM REPORT-HEADING-2
            PERFORM VARYING DP-IDX FROM 1 BY 1
                  UNTIL DP-IDX > WS-DEPARTMENT-COUNT
               PERFORM 610-WRITE-DEPARTMENT-ASSETS
            END-PERFORM.

       610-WRITE-DEPARTMENT-ASSETS.

            MOVE 0 TO WS-DEPT-COST
            MOVE 0 TO WS-DEPT-PERIOD-DEPR
            MOVE 0 TO WS-DEPT-ACCUM
            MOVE 0 TO WS-DEPT-ASSET-COUNT
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            PERFORM VARYING FA-IDX FROM 1 BY 1
                  UNTIL FA-IDX > WS-ASSET-COUNT
               MOVE FAE-RECORD (FA-IDX) TO FIXED-ASSET-RECORD
               IF FA-IS-ACTIVE
                     AND FA-DEPARTMENT = DPE-DEPARTMENT (DP-IDX)
                  MOVE FA-ASSET-ID TO RD-ASSET-ID
                  MOVE FA-DESCRIPTION TO RD-DESCRIPTION
                  MOVE FA-DEPARTMENT TO RD-DEPARTMENT
                  MOVE FA-METHOD TO RD-METHOD
                  MOVE FA-IN-SERVICE-DATE TO RD-IN-SERVICE
                  MOVE FA-LIFE-MONTHS TO RD-LIFE
                  MOVE FA-COST TO RD-COST
                  MOVE FAE-PERIOD-DEPR (FA-IDX) TO RD-PERIOD-DEPR
                  MOVE FA-ACCUM-DEPR TO RD-ACCUM-DEPR
                  COMPUTE RD-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR
                  WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
                  ADD FA-COST TO WS-DEPT-COST
                  ADD FAE-PERIOD-DEPR (FA-IDX) TO WS-DEPT-PERIOD-DEPR
                  ADD FA-ACCUM-DEPR TO WS-DEPT-ACCUM
                  ADD 1 TO WS-DEPT-ASSET-COUNT
               END-IF
            END-PERFORM
            MOVE DPE-DEPARTMENT (DP-IDX) TO RT-DEPARTMENT
            MOVE WS-DEPT-ASSET-COUNT TO RT-ASSET-COUNT
            MOVE WS-DEPT-COST TO RT-COST
            MOVE WS-DEPT-PERIOD-DEPR TO RT-PERIOD-DEPR
            MOVE WS-DEPT-ACCUM TO RT-ACCUM-DEPR
            COMPUTE RT-BOOK-VALUE = WS-DEPT-COST - WS-DEPT-ACCUM
            WRITE REPORT-LINE FROM REPORT-DEPT-TOTAL-LINE.

      * Ending cost and accumulated depreciation are what the
      * fixed asset cost and accumulated depreciation accounts
      * should carry once this batch posts; the depreciation line
      * is the period's total depreciation expense.
       650-WRITE-ROLL-FORWARD.

            COMPUTE RF-COST-BEGIN = RF-COST-END
               - RF-COST-ADDITIONS + RF-COST-DISPOSALS
            COMPUTE RF-ACCUM-BEGIN = RF-ACCUM-END
               - RF-ACCUM-DEPRECIATION + RF-ACCUM-DISPOSALS

            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            WRITE REPORT-LINE FROM ROLL-FORWARD-HEADING
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            MOVE "COST - BEGINNING OF PERIOD" TO RL-LABEL
            MOVE RF-COST-BEGIN TO RL-AMOUNT
            WRITE REPORT-LINE FROM ROLL-FORWARD-LINE
            MOVE "  ADDITIONS" TO RL-LABEL
            MOVE RF-COST-ADDITIONS TO RL-AMOUNT
            WRITE REPORT-LINE FROM ROLL-FORWARD-LINE
            MOVE "  DISPOSALS" TO RL-LABEL
            COMPUTE RL-AMOUNT = 0 - RF-COST-DISPOSALS
            WRITE REPORT-LINE FROM ROLL-FORWARD-LINE
            MOVE "COST - END OF PERIOD" TO RL-LABEL
            MOVE RF-COST-END TO RL-AMOUNT
            WRITE REPORT-LINE FROM ROLL-FORWARD-LINE
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            MOVE "ACCUM DEPRECIATION - BEGINNING OF PERIOD" TO
               RL-LABEL
            MOVE RF-ACCUM-BEGIN TO RL-AMOUNT
            WRITE REPORT-LINE FROM ROLL-FORWARD-LINE
            MOVE "  DEPRECIATION FOR PERIOD" TO RL-LABEL
            MOVE RF-ACCUM-DEPRECIATION TO RL-AMOUNT
            WRITE REPORT-LINE FROM ROLL-FORWARD-LINE
            MOVE "  DISPOSALS" TO RL-LABEL
            COMPUTE RL-AMOUNT = 0 - RF-ACCUM-DISPOSALS
            WRITE REPORT-LINE FROM ROLL-FORWARD-LINE
            MOVE "ACCUM DEPRECIATION - END OF PERIOD" TO RL-LABEL
            MOVE RF-ACCUM-END TO RL-AMOUNT
            WRITE REPORT-LINE FROM ROLL-FORWARD-LINE
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            MOVE "NET BOOK VALUE - END OF PERIOD" TO RL-LABEL
            COMPUTE RL-AMOUNT = RF-COST-END - RF-ACCUM-END
            WRITE REPORT-LINE FROM ROLL-FORWARD-LINE.

       700-WRITE-GL-FEED.

            IF WS-ASSET-NEW-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM 986-WRITE-GL-FEED-BATCH.

       900-CLOSE-FILES.

            IF WS-HISTORY-FILE-STATUS = "00"
               CLOSE FA-HISTORY-FILE
            END-IF
            IF WS-REPORT-FILE-STATUS = "00"
               CLOSE FA-REGISTER-REPORT-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY SEALTBL.
           COPY GLFEED.
       END PROGRAM FA-DEPRECIATION.
