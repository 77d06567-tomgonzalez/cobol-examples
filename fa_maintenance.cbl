      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Fixed asset register maintenance. Depreciation used
      *           to be one GLRECUR.DAT template amount somebody
      *           recalculated once a year, and a disposal never came
      *           off the books. FAMAST.DAT now holds one record per
      *           asset - description, department, cost, in-service
      *           date, life in months, method (straight-line or
      *           declining balance), salvage and accumulated
      *           depreciation - and this program applies the
      *           accountant's ADD/XFR/DSP transactions from
      *           FATRAN.DAT to it, the way SUPPLIER-MAINTENANCE
      *           maintains its master. An ADD capitalizes the cost
      *           out of asset acquisition clearing; an XFR moves an
      *           asset to another department (FA-DEPRECIATION
      *           charges that department from then on); a DSP takes
      *           the asset's cost and accumulated depreciation off
      *           the books against the proceeds, with the gain or
      *           loss. Every applied transaction writes a before/
      *           after image to FACHG.LOG and an activity record to
      *           FAHIST.DAT stamped with the open GL period - the
      *           additions and disposals FA-DEPRECIATION's roll-
      *           forward reports - and the money posts to
      *           GLTRANS.DAT as one balanced batch to the accounts
      *           GLPRULE.DAT names under source FAMAINT. The updated
      *           master is written, sealed, as FAMAST.NEW for
      *           promotion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FA-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXED-ASSET-FILE ASSIGN TO "FAMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-FILE-STATUS.

           SELECT FIXED-ASSET-NEW-FILE ASSIGN TO "FAMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-NEW-STATUS.

      * One maintenance transaction per record, keyed by the GL
      * accountant: ADD a new asset, XFR one to another department,
      * DSP (dispose of) one sold or scrapped.
           SELECT FA-TRANSACTION-FILE ASSIGN TO "FATRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.

      * The department table payroll and cost allocation already
      * share - an asset may only belong to a department on it.
           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPARTMENT-FILE-STATUS.

           SELECT GL-PERIOD-CONTROL-FILE ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

      * Asset activity, appended run over run with the usual EXTEND
      * create-on-first-write fallback.
           SELECT FA-HISTORY-FILE ASSIGN TO "FAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT FA-CHANGE-LOG-FILE ASSIGN TO "FACHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Role-based operator authorization - see copybooks/
      * AUTHCHK.cpy.
           COPY AUTHSEL.

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
           05  FA-LIFE-MONTHS      PIC 9(3).
      * "S" straight-line, "D" double-declining balance (switching
      * to straight-line once that gives more).
           05  FA-METHOD           PIC X.
               88  FA-IS-STRAIGHT-LINE     VALUE "S".
               88  FA-IS-DECLINING         VALUE "D".
               88  FA-METHOD-VALID         VALUES "S" "D".
           05  FA-SALVAGE          PIC 9(7)V9(2).
           05  FA-ACCUM-DEPR       PIC 9(7)V9(2).
      * The last period FA-DEPRECIATION charged - a rerun for the
      * same period passes the asset by.
           05  FA-LAST-DEPR-PERIOD PIC 9(6).
           05  FA-STATUS           PIC X.
               88  FA-IS-ACTIVE            VALUE "A".
               88  FA-IS-DISPOSED          VALUE "D".
           05  FA-DISPOSAL-DATE    PIC 9(8).

       FD  FIXED-ASSET-NEW-FILE.
       01  FIXED-ASSET-NEW-RECORD  PIC X(91).

       FD  FA-TRANSACTION-FILE.
       01  FA-TRANSACTION-RECORD.
           05  FT-ACTION           PIC X(3).
               88  FT-IS-ADD           VALUE "ADD".
               88  FT-IS-TRANSFER      VALUE "XFR".
               88  FT-IS-DISPOSAL      VALUE "DSP".
           05  FT-ASSET-ID         PIC X(8).
           05  FT-DESCRIPTION      PIC X(25).
      * The asset's department on an ADD, its new one on an XFR.
           05  FT-DEPARTMENT       PIC X(4).
           05  FT-COST             PIC 9(7)V9(2).
      * In-service date on an ADD, disposal date on a DSP.
           05  FT-DATE             PIC 9(8).
           05  FT-LIFE-MONTHS      PIC 9(3).
           05  FT-METHOD           PIC X.
           05  FT-SALVAGE          PIC 9(7)V9(2).
           05  FT-PROCEEDS         PIC 9(7)V9(2).

       FD  DEPARTMENT-FILE.
       01  DEPARTMENT-RECORD.
           05  DP-DEPARTMENT       PIC X(4).
           05  DP-WAGE-ACCOUNT     PIC X(6).

       FD  GL-PERIOD-CONTROL-FILE.
       01  GL-PERIOD-CONTROL-RECORD.
           05  GP-CURRENT-PERIOD   PIC 9(6).
           05  GP-PERIOD-STATUS    PIC X.
               88  GP-PERIOD-IS-OPEN   VALUE "O".

       FD  FA-HISTORY-FILE.
       01  FA-HISTORY-RECORD.
           05  FH-ASSET-ID         PIC X(8).
      * The GL period the activity posted in, and the day it did.
           05  FH-PERIOD           PIC 9(6).
           05  FH-POSTED-DATE      PIC 9(8).
      * ADD, XFR, DSP here; DEP from FA-DEPRECIATION.
           05  FH-ACTION           PIC X(3).
           05  FH-DEPARTMENT       PIC X(4).
           05  FH-FROM-DEPARTMENT  PIC X(4).
           05  FH-COST             PIC 9(7)V9(2).
           05  FH-ACCUM-DEPR       PIC 9(7)V9(2).
      * Proceeds on a DSP, the month's depreciation on a DEP.
           05  FH-AMOUNT           PIC 9(7)V9(2).
           05  FH-GAIN-LOSS        PIC S9(7)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

       FD  FA-CHANGE-LOG-FILE.
       01  FA-CHANGE-LOG-LINE      PIC X(110).

           COPY EXCPFD.
           COPY AUTHFD.
           COPY SEALFD.
           COPY RUNHFD.
           COPY GLFFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-OPERATOR-ROLE-STATUS PIC XX.
       01  WS-ACCESS-LOG-STATUS    PIC XX.
           COPY AUTHWS.
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
       01  WS-TRANSACTION-FILE-STATUS PIC XX.
       01  WS-DEPARTMENT-FILE-STATUS PIC XX.
       01  WS-PERIOD-CONTROL-STATUS PIC XX.
       01  WS-HISTORY-FILE-STATUS  PIC XX.
       01  WS-CHANGE-LOG-STATUS    PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.
           88  ENTRY-WAS-FOUND         VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH     PIC X VALUE 'N'.
           88  RUN-MUST-ABORT          VALUE 'Y'.

       01  WS-CURRENT-DATE         PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(6).
       01  WS-CHANGED-BY-ID        PIC X(10).
       01  WS-OPEN-PERIOD          PIC 9(6) VALUE 0.

      * FAMAST.DAT, held whole: transactions apply in the order
      * keyed, so an asset added and transferred in one batch
      * works, and the new generation is written at the end.
       01  WS-ASSET-COUNT-MAX      PIC 9(3) VALUE 500.
       01  WS-ASSET-COUNT          PIC 9(3) VALUE 0.
       01  FIXED-ASSET-TABLE.
           05  FIXED-ASSET-ENTRY OCCURS 500 TIMES
                                   INDEXED BY FA-IDX.
               10  FAE-RECORD          PIC X(91).

       01  WS-DEPARTMENT-COUNT-MAX PIC 9(2) VALUE 50.
       01  WS-DEPARTMENT-COUNT     PIC 9(2) VALUE 0.
       01  DEPARTMENT-TABLE.
           05  DEPARTMENT-ENTRY OCCURS 50 TIMES
                                   INDEXED BY DP-IDX.
               10  DPE-DEPARTMENT      PIC X(4).

       01  WS-NET-BOOK-VALUE       PIC S9(7)V9(2).
       01  WS-GAIN-LOSS            PIC S9(7)V9(2).
       01  WS-FROM-DEPARTMENT      PIC X(4).

       01  WS-RECORDS-WRITTEN      PIC 9(5) VALUE 0.
       01  WS-TRANS-APPLIED        PIC 9(5) VALUE 0.
       01  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.

      * Rejected-transaction message for the shared exception log,
      * built with MOVE rather than STRING.
       01  WS-REJECT-MSG-BUILD.
           05  WS-REJ-MSG-LITERAL-1    PIC X(6) VALUE "ASSET ".
           05  WS-REJ-MSG-ASSET        PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-REJ-MSG-LITERAL-2    PIC X(45).

       01  CHANGE-LOG-HEADING.
           05  FILLER          PIC X(43) VALUE
               "FIXED ASSET MAINTENANCE - CHANGE AUDIT LOG".
       01  CHANGE-LOG-ACTION-LINE.
           05  CA-ACTION       PIC X(3).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CA-ASSET-ID     PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CA-CHANGED-BY   PIC X(10).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CA-CHANGE-DATE  PIC 9(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CA-CHANGE-TIME  PIC 9(6).
           05  FILLER          PIC X(9)  VALUE "  PERIOD ".
           05  CA-PERIOD       PIC 9(6).
       01  CHANGE-LOG-BEFORE-LINE.
           05  FILLER          PIC X(10) VALUE "  BEFORE: ".
           05  CB-IMAGE        PIC X(91).
       01  CHANGE-LOG-AFTER-LINE.
           05  FILLER          PIC X(10) VALUE "  AFTER:  ".
           05  CF-IMAGE        PIC X(91).
       01  CHANGE-LOG-GAIN-LOSS-LINE.
           05  FILLER          PIC X(12) VALUE "  PROCEEDS: ".
           05  CG-PROCEEDS     PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(13) VALUE "  BOOK VALUE ".
           05  CG-BOOK-VALUE   PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(13) VALUE "  GAIN/LOSS: ".
           05  CG-GAIN-LOSS    PIC $$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "FA-MAINTENANCE" TO WS-RUNSTAT-PROGRAM-ID

      * Only a GL accountant (or a supervisor) maintains the asset
      * register.
            MOVE "FA-MAINTENANCE" TO WS-AUTH-PROGRAM-ID
            MOVE "GLAC" TO WS-AUTH-REQUIRED-ROLE
            PERFORM 920-CHECK-OPERATOR-ROLE
            IF NOT AUTH-ROLE-GRANTED
               MOVE "OPERATOR REFUSED - ROLE GLAC REQUIRED" TO
                  EL-MESSAGE
               MOVE "FA-MAINTENANCE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            MOVE WS-AUTH-OPERATOR-ID TO WS-CHANGED-BY-ID
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
            ACCEPT WS-CURRENT-TIME FROM TIME

      * Asset money reaches the GL in the same run that moves the
      * register, or neither moves.
            PERFORM 040-LOAD-GL-POSTING-RULES
            IF GL-FEED-REFUSED
               DISPLAY "ERROR: GL POSTING RULES NOT USABLE - "
                  "NO ASSET MAINTENANCE APPLIED"
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 045-READ-OPEN-PERIOD
            IF NOT RUN-MUST-ABORT
               PERFORM 050-OPEN-FILES
            END-IF
            IF NOT RUN-MUST-ABORT
               PERFORM 060-LOAD-ASSET-TABLE
            END-IF
            IF RUN-MUST-ABORT
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            PERFORM 065-LOAD-DEPARTMENTS

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ FA-TRANSACTION-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 200-APPLY-ONE-TRANSACTION
               END-READ
            END-PERFORM

            PERFORM 500-WRITE-NEW-ASSET-FILE
            PERFORM 700-WRITE-GL-FEED
            PERFORM 900-CLOSE-FILES

            DISPLAY "FIXED ASSET MAINTENANCE COMPLETE.  WROTE ",
               WS-RECORDS-WRITTEN, ", APPLIED ", WS-TRANS-APPLIED,
               ", REJECTED ", WS-TRANS-REJECTED, "."
            DISPLAY "PROMOTE FAMAST.NEW OVER FAMAST.DAT."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * Asset cost, acquisition clearing, accumulated depreciation,
      * disposal proceeds and gain/loss accounts come off
      * GLPRULE.DAT under source FAMAINT, proven against GLCOA.DAT.
       040-LOAD-GL-POSTING-RULES.

            MOVE "FA-MAINTENANCE" TO WS-GLF-PROGRAM-ID
            MOVE "FAMAINT" TO WS-GLF-SOURCE
            MOVE "FAMANT" TO WS-GLF-BATCH-ID
            MOVE WS-CURRENT-DATE TO WS-GLF-BATCH-DATE
            PERFORM 980-LOAD-GL-POSTING-RULES
            MOVE "COST" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "ACQ" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "ACCM" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "PROC" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "GAIN" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "LOSS" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE.

      * Activity is stamped with the open GL period - the period
      * GL-BALANCE-POSTING will post this run's batch into - so the
      * roll-forward and the GL agree on which month it belongs
      * to. With no open period there is nowhere for it to go.
       045-READ-OPEN-PERIOD.

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
                  "NO ASSET MAINTENANCE APPLIED"
               MOVE "NO OPEN GL PERIOD - ASSET MAINTENANCE REFUSED"
                  TO EL-MESSAGE
               MOVE "FA-MAINTENANCE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF.

      * No FAMAST.DAT yet is an empty register - the first run
      * builds it from ADDs.
       050-OPEN-FILES.

            OPEN INPUT FA-TRANSACTION-FILE
            IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FATRAN.DAT OPEN FAILED, STATUS = ",
                  WS-TRANSACTION-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN OUTPUT FIXED-ASSET-NEW-FILE
            IF WS-ASSET-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: FAMAST.NEW OPEN FAILED, STATUS = ",
                  WS-ASSET-NEW-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN EXTEND FA-HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT FA-HISTORY-FILE
            END-IF
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: FAHIST.DAT OPEN FAILED, STATUS = ",
                  WS-HISTORY-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            IF RUN-MUST-ABORT
               MOVE "ASSET FILES FAILED TO OPEN - NOTHING APPLIED"
                  TO EL-MESSAGE
               MOVE "FA-MAINTENANCE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               EXIT PARAGRAPH
            END-IF

      * The audit trail accumulates run after run, created only on
      * the very first.
            OPEN EXTEND FA-CHANGE-LOG-FILE
            IF WS-CHANGE-LOG-STATUS NOT = "00"
               OPEN OUTPUT FA-CHANGE-LOG-FILE
            END-IF
            IF WS-CHANGE-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: FACHG.LOG OPEN FAILED, STATUS = ",
                  WS-CHANGE-LOG-STATUS
            ELSE
               WRITE FA-CHANGE-LOG-LINE FROM CHANGE-LOG-HEADING
            END-IF.

      * A register that fails its seal is not the generation its
      * writer left behind; maintaining it would compound the
      * damage.
       060-LOAD-ASSET-TABLE.

            OPEN INPUT FIXED-ASSET-FILE
            IF WS-ASSET-FILE-STATUS NOT = "00"
               DISPLAY "NOTICE: FAMAST.DAT NOT FOUND - STARTING AN "
                  "EMPTY ASSET REGISTER"
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
                     PERFORM 070-SEAL-COUNT-ASSET
                     IF WS-ASSET-COUNT NOT < WS-ASSET-COUNT-MAX
                        DISPLAY "ERROR: ASSET TABLE FULL - ASSET "
                           "MAINTENANCE STOPPED"
                        MOVE "ASSET TABLE FULL - NOTHING APPLIED"
                           TO EL-MESSAGE
                        MOVE "FA-MAINTENANCE" TO EL-PROGRAM-ID
                        MOVE "E" TO EL-SEVERITY
                        PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                        ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
                        MOVE 'Y' TO WS-RUN-ABORT-SWITCH
                        MOVE 1 TO RETURN-CODE
                        MOVE 'Y' TO WS-EOF-SWITCH
                     ELSE
                        ADD 1 TO WS-ASSET-COUNT
                        MOVE FIXED-ASSET-RECORD TO
                           FAE-RECORD (WS-ASSET-COUNT)
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
                  "NO ASSET MAINTENANCE APPLIED"
               MOVE "FAMAST.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "FA-MAINTENANCE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF.

      * Without the department table no department can be proven,
      * so every ADD and XFR is refused; disposals still post.
       065-LOAD-DEPARTMENTS.

            OPEN INPUT DEPARTMENT-FILE
            IF WS-DEPARTMENT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: DEPTACCT.DAT NOT FOUND, STATUS = ",
                  WS-DEPARTMENT-FILE-STATUS, " - ADD/XFR REFUSED"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ DEPARTMENT-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-DEPARTMENT-COUNT < WS-DEPARTMENT-COUNT-MAX
                        ADD 1 TO WS-DEPARTMENT-COUNT
                        MOVE DP-DEPARTMENT TO
                           DPE-DEPARTMENT (WS-DEPARTMENT-COUNT)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE DEPARTMENT-FILE
            MOVE 'N' TO WS-EOF-SWITCH.

      * The seal runs over each asset's net book value, so a hand
      * edit to either cost or accumulated depreciation shows.
       070-SEAL-COUNT-ASSET.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE FA-ASSET-ID TO WS-SEAL-KEY-STRING (1:8)
            COMPUTE WS-SEAL-AMOUNT-VALUE =
               FA-COST - FA-ACCUM-DEPR
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

       075-FIND-DEPARTMENT.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING DP-IDX FROM 1 BY 1
                  UNTIL DP-IDX > WS-DEPARTMENT-COUNT
               IF DPE-DEPARTMENT (DP-IDX) = FT-DEPARTMENT
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * Leaves FA-IDX on FT-ASSET-ID's table entry, and that entry
      * in FIXED-ASSET-RECORD, when found.
       080-FIND-ASSET.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING FA-IDX FROM 1 BY 1
                  UNTIL FA-IDX > WS-ASSET-COUNT
               MOVE FAE-RECORD (FA-IDX) TO FIXED-ASSET-RECORD
               IF FA-ASSET-ID = FT-ASSET-ID
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * A rejected maintenance transaction is a data-quality
      * warning, the SUPPLIER-MAINTENANCE severity choice.
       090-LOG-TRANSACTION-REJECT.

            DISPLAY "REJECTED: ", FT-ACTION, " for asset ",
               FT-ASSET-ID, " - ", WS-REJ-MSG-LITERAL-2
            MOVE WS-REJECT-MSG-BUILD TO EL-MESSAGE
            MOVE "FA-MAINTENANCE" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            ADD 1 TO WS-TRANS-REJECTED.

       200-APPLY-ONE-TRANSACTION.

            MOVE FT-ASSET-ID TO WS-REJ-MSG-ASSET
            IF FT-ASSET-ID = SPACES
               MOVE "HAS NO ASSET ID" TO WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            EVALUATE TRUE
               WHEN FT-IS-ADD
                  PERFORM 210-ADD-ASSET
               WHEN FT-IS-TRANSFER
                  PERFORM 220-TRANSFER-ASSET
               WHEN FT-IS-DISPOSAL
                  PERFORM 230-DISPOSE-ASSET
               WHEN OTHER
                  MOVE "HAS AN UNKNOWN MAINTENANCE ACTION CODE" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 090-LOG-TRANSACTION-REJECT
            END-EVALUATE.

      * A new asset is capitalized at cost out of acquisition
      * clearing - where the purchase was parked when it was paid -
      * and starts with no accumulated depreciation.
       210-ADD-ASSET.

            PERFORM 080-FIND-ASSET
            IF ENTRY-WAS-FOUND
               MOVE "IS ALREADY ON THE REGISTER, ADD REJECTED" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF
            PERFORM 075-FIND-DEPARTMENT
            IF NOT ENTRY-WAS-FOUND
               MOVE "HAS A DEPARTMENT NOT ON DEPTACCT.DAT" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF
            IF FT-DESCRIPTION = SPACES
               MOVE "ADD HAS NO DESCRIPTION" TO WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF
            IF FT-COST IS NOT NUMERIC OR FT-COST = 0
               MOVE "ADD HAS NO COST" TO WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF
            IF FT-SALVAGE IS NOT NUMERIC OR FT-SALVAGE NOT < FT-COST
               MOVE "HAS A SALVAGE VALUE NOT BELOW COST" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF
            IF FT-LIFE-MONTHS IS NOT NUMERIC OR FT-LIFE-MONTHS = 0
               MOVE "ADD HAS NO USEFUL LIFE IN MONTHS" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF
            IF FT-DATE IS NOT NUMERIC
                  OR FUNCTION TEST-DATE-YYYYMMDD (FT-DATE) NOT = 0
               MOVE "HAS AN INVALID IN-SERVICE DATE" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF
            MOVE FT-METHOD TO FA-METHOD
            IF NOT FA-METHOD-VALID
               MOVE "HAS A METHOD OTHER THAN S OR D" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF
            IF WS-ASSET-COUNT NOT < WS-ASSET-COUNT-MAX
               MOVE "ASSET TABLE FULL - ADD REJECTED" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO FIXED-ASSET-RECORD
            MOVE FT-ASSET-ID TO FA-ASSET-ID
            MOVE FT-DESCRIPTION TO FA-DESCRIPTION
            MOVE FT-DEPARTMENT TO FA-DEPARTMENT
            MOVE FT-COST TO FA-COST
            MOVE FT-DATE TO FA-IN-SERVICE-DATE
            MOVE FT-LIFE-MONTHS TO FA-LIFE-MONTHS
            MOVE FT-METHOD TO FA-METHOD
            MOVE FT-SALVAGE TO FA-SALVAGE
            MOVE 0 TO FA-ACCUM-DEPR
            MOVE 0 TO FA-LAST-DEPR-PERIOD
            MOVE "A" TO FA-STATUS
            MOVE 0 TO FA-DISPOSAL-DATE
            ADD 1 TO WS-ASSET-COUNT
            SET FA-IDX TO WS-ASSET-COUNT
            MOVE FIXED-ASSET-RECORD TO FAE-RECORD (FA-IDX)

            MOVE SPACES TO CB-IMAGE
            MOVE FIXED-ASSET-RECORD TO CF-IMAGE
            PERFORM 400-WRITE-AUDIT-ENTRY
            MOVE SPACES TO WS-FROM-DEPARTMENT
            MOVE 0 TO FH-AMOUNT FH-GAIN-LOSS
            PERFORM 410-WRITE-HISTORY-RECORD

            MOVE "COST" TO WS-GLF-RULE-CODE
            MOVE "D" TO WS-GLF-SIDE
            MOVE FA-COST TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "ACQ" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            PERFORM 984-ADD-GL-FEED-AMOUNT
            ADD 1 TO WS-TRANS-APPLIED.

      * Cost and accumulated depreciation sit in one GL account
      * each whatever the department, so a transfer moves no money
      * - only which department FA-DEPRECIATION charges from now.
       220-TRANSFER-ASSET.

            PERFORM 080-FIND-ASSET
            IF NOT ENTRY-WAS-FOUND
               MOVE "IS NOT ON THE REGISTER, XFR REJECTED" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF
            IF FA-IS-DISPOSED
               MOVE "HAS BEEN DISPOSED OF, XFR REJECTED" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF
            PERFORM 075-FIND-DEPARTMENT
            IF NOT ENTRY-WAS-FOUND
               MOVE "HAS A DEPARTMENT NOT ON DEPTACCT.DAT" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF
            IF FT-DEPARTMENT = FA-DEPARTMENT
               MOVE "IS ALREADY IN THAT DEPARTMENT" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            MOVE FIXED-ASSET-RECORD TO CB-IMAGE
            MOVE FA-DEPARTMENT TO WS-FROM-DEPARTMENT
            MOVE FT-DEPARTMENT TO FA-DEPARTMENT
            MOVE FIXED-ASSET-RECORD TO FAE-RECORD (FA-IDX)
            MOVE FIXED-ASSET-RECORD TO CF-IMAGE
            PERFORM 400-WRITE-AUDIT-ENTRY
            MOVE 0 TO FH-AMOUNT FH-GAIN-LOSS
            PERFORM 410-WRITE-HISTORY-RECORD
            ADD 1 TO WS-TRANS-APPLIED.

      * Cost and accumulated depreciation both come off the books;
      * the proceeds land in cash, and the difference between them
      * and the net book value is the gain or loss.
       230-DISPOSE-ASSET.

            PERFORM 080-FIND-ASSET
            IF NOT ENTRY-WAS-FOUND
               MOVE "IS NOT ON THE REGISTER, DSP REJECTED" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF
            IF FA-IS-DISPOSED
               MOVE "IS ALREADY DISPOSED OF, DSP REJECTED" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF
            IF FT-PROCEEDS IS NOT NUMERIC
               MOVE "HAS NON-NUMERIC PROCEEDS" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF
            IF FT-DATE IS NOT NUMERIC
                  OR FUNCTION TEST-DATE-YYYYMMDD (FT-DATE) NOT = 0
               MOVE "HAS AN INVALID DISPOSAL DATE" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            MOVE FIXED-ASSET-RECORD TO CB-IMAGE
            COMPUTE WS-NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR
            COMPUTE WS-GAIN-LOSS = FT-PROCEEDS - WS-NET-BOOK-VALUE
            MOVE "D" TO FA-STATUS
            MOVE FT-DATE TO FA-DISPOSAL-DATE
            MOVE FIXED-ASSET-RECORD TO FAE-RECORD (FA-IDX)
            MOVE FIXED-ASSET-RECORD TO CF-IMAGE
            PERFORM 400-WRITE-AUDIT-ENTRY
            IF WS-CHANGE-LOG-STATUS = "00"
               MOVE FT-PROCEEDS TO CG-PROCEEDS
               MOVE WS-NET-BOOK-VALUE TO CG-BOOK-VALUE
               MOVE WS-GAIN-LOSS TO CG-GAIN-LOSS
               WRITE FA-CHANGE-LOG-LINE FROM CHANGE-LOG-GAIN-LOSS-LINE
            END-IF
            MOVE SPACES TO WS-FROM-DEPARTMENT
            MOVE FT-PROCEEDS TO FH-AMOUNT
            MOVE WS-GAIN-LOSS TO FH-GAIN-LOSS
            PERFORM 410-WRITE-HISTORY-RECORD

            MOVE "ACCM" TO WS-GLF-RULE-CODE
            MOVE "D" TO WS-GLF-SIDE
            MOVE FA-ACCUM-DEPR TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "PROC" TO WS-GLF-RULE-CODE
            MOVE FT-PROCEEDS TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "COST" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            MOVE FA-COST TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            IF WS-GAIN-LOSS > 0
               MOVE "GAIN" TO WS-GLF-RULE-CODE
               MOVE "C" TO WS-GLF-SIDE
               MOVE WS-GAIN-LOSS TO WS-GLF-AMOUNT
               PERFORM 984-ADD-GL-FEED-AMOUNT
            END-IF
            IF WS-GAIN-LOSS < 0
               MOVE "LOSS" TO WS-GLF-RULE-CODE
               MOVE "D" TO WS-GLF-SIDE
               COMPUTE WS-GLF-AMOUNT = 0 - WS-GAIN-LOSS
               PERFORM 984-ADD-GL-FEED-AMOUNT
            END-IF
            ADD 1 TO WS-TRANS-APPLIED.

       400-WRITE-AUDIT-ENTRY.

            IF WS-CHANGE-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE FT-ACTION TO CA-ACTION
            MOVE FT-ASSET-ID TO CA-ASSET-ID
            MOVE WS-CHANGED-BY-ID TO CA-CHANGED-BY
            MOVE WS-CURRENT-DATE TO CA-CHANGE-DATE
            MOVE WS-CURRENT-TIME TO CA-CHANGE-TIME
            MOVE WS-OPEN-PERIOD TO CA-PERIOD
            WRITE FA-CHANGE-LOG-LINE FROM CHANGE-LOG-ACTION-LINE
            WRITE FA-CHANGE-LOG-LINE FROM CHANGE-LOG-BEFORE-LINE
            WRITE FA-CHANGE-LOG-LINE FROM CHANGE-LOG-AFTER-LINE.

      * FIXED-ASSET-RECORD holds the asset as it now stands; the
      * caller sets WS-FROM-DEPARTMENT, FH-AMOUNT and
      * FH-GAIN-LOSS.
       410-WRITE-HISTORY-RECORD.

            MOVE FA-ASSET-ID TO FH-ASSET-ID
            MOVE WS-OPEN-PERIOD TO FH-PERIOD
            MOVE WS-CURRENT-DATE TO FH-POSTED-DATE
            MOVE FT-ACTION TO FH-ACTION
            MOVE FA-DEPARTMENT TO FH-DEPARTMENT
            MOVE WS-FROM-DEPARTMENT TO FH-FROM-DEPARTMENT
            MOVE FA-COST TO FH-COST
            MOVE FA-ACCUM-DEPR TO FH-ACCUM-DEPR
            WRITE FA-HISTORY-RECORD.

       500-WRITE-NEW-ASSET-FILE.

            PERFORM 930-RESET-SEAL
            PERFORM VARYING FA-IDX FROM 1 BY 1
                  UNTIL FA-IDX > WS-ASSET-COUNT
               MOVE FAE-RECORD (FA-IDX) TO FIXED-ASSET-RECORD
               MOVE FIXED-ASSET-RECORD TO FIXED-ASSET-NEW-RECORD
               WRITE FIXED-ASSET-NEW-RECORD
               PERFORM 070-SEAL-COUNT-ASSET
               ADD 1 TO WS-RECORDS-WRITTEN
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-PERFORM
            CLOSE FIXED-ASSET-NEW-FILE
      * The new generation's seal - what FAMAST.DAT readers verify
      * against once the operator promotes, so promote promptly.
            MOVE "FAMAST.SEAL" TO WS-SEAL-FILE-NAME
            MOVE "FA-MAINTENANCE" TO WS-SEAL-PROGRAM-ID
            PERFORM 934-WRITE-FILE-SEAL.

       700-WRITE-GL-FEED.

            IF WS-ASSET-NEW-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM 986-WRITE-GL-FEED-BATCH.

       900-CLOSE-FILES.

            IF WS-TRANSACTION-FILE-STATUS = "00"
                  OR WS-TRANSACTION-FILE-STATUS = "10"
               CLOSE FA-TRANSACTION-FILE
            END-IF
            IF WS-HISTORY-FILE-STATUS = "00"
               CLOSE FA-HISTORY-FILE
            END-IF
            IF WS-CHANGE-LOG-STATUS = "00"
               CLOSE FA-CHANGE-LOG-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY AUTHCHK.
           COPY SEALTBL.
           COPY GLFEED.
       END PROGRAM FA-MAINTENANCE.
