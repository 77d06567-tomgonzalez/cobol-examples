      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Intercompany elimination and consolidation. Each
      *           company's posted balances on GLBAL.DAT (the company
      *           code on the balance; blank is the parent, 01) are
      *           rolled up year to date through the report period
      *           into the GLSTMT.DAT statement lines, one column per
      *           company. The intercompany pair file (GLICPAIR.DAT)
      *           names each due-to/due-from and intercompany
      *           revenue/expense pair - one company's account that
      *           must exactly offset another company's - and every
      *           pair is eliminated in full into an ELIMINATIONS
      *           column beside a CONSOLIDATED column. A pair whose
      *           two balances don't net to zero is listed as not
      *           netting, logged to the exception log, and the run
      *           ends with return code 1; the consolidated balance
      *           sheet then foots short by the same amount and says
      *           so, the FINANCIAL-STATEMENTS foot test applied to
      *           every column. GLCONS_PERIOD overrides the report
      *           period (default the current month). Report is
      *           GLCONS.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-CONSOLIDATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.

      * The same statement-definition file FINANCIAL-STATEMENTS
      * prints from.
           SELECT STATEMENT-DEF-FILE ASSIGN TO "GLSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-DEF-STATUS.

      * One record per intercompany pair: company A's account and
      * the company B account that must offset it.
           SELECT IC-PAIR-FILE ASSIGN TO "GLICPAIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIR-FILE-STATUS.

           SELECT CONSOLIDATION-REPORT-FILE ASSIGN TO "GLCONS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log.
           COPY EXCPSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05  BL-ACCOUNT          PIC X(6).
           05  BL-PERIOD           PIC 9(6).
           05  BL-DEBIT-BALANCE    PIC 9(9)V9(2).
           05  BL-CREDIT-BALANCE   PIC 9(9)V9(2).
           05  BL-COMPANY          PIC X(2).

       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.
           05  CA-ACCOUNT-NUMBER   PIC X(6).
           05  CA-DESCRIPTION      PIC X(25).
           05  CA-ACCOUNT-TYPE     PIC X.
           05  CA-ACTIVE-FLAG      PIC X.
           05  CA-ROLLUP-CODE      PIC X(4).

       FD  STATEMENT-DEF-FILE.
       01  STATEMENT-DEF-RECORD.
           05  SL-STATEMENT        PIC X.
           05  SL-LINE-SEQ         PIC 9(3).
           05  SL-LINE-TYPE        PIC X.
           05  SL-ROLLUP-CODE      PIC X(4).
           05  SL-CAPTION          PIC X(30).

       FD  IC-PAIR-FILE.
       01  IC-PAIR-RECORD.
           05  IP-COMPANY-A        PIC X(2).
           05  IP-ACCOUNT-A        PIC X(6).
           05  IP-COMPANY-B        PIC X(2).
           05  IP-ACCOUNT-B        PIC X(6).
           05  IP-DESCRIPTION      PIC X(25).

       FD  CONSOLIDATION-REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

           COPY EXCPFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
           COPY RUNSTWS.
       01  WS-BALANCE-FILE-STATUS  PIC XX.
       01  WS-COA-FILE-STATUS      PIC XX.
       01  WS-STMT-DEF-STATUS      PIC XX.
       01  WS-PAIR-FILE-STATUS     PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-BALANCE-EOF-SWITCH   PIC X VALUE 'N'.
           88  END-OF-BALANCES         VALUE 'Y'.
       01  WS-COA-EOF-SWITCH       PIC X VALUE 'N'.
           88  END-OF-CHART            VALUE 'Y'.
       01  WS-STMT-EOF-SWITCH      PIC X VALUE 'N'.
           88  END-OF-STATEMENT-DEFS   VALUE 'Y'.
       01  WS-PAIR-EOF-SWITCH      PIC X VALUE 'N'.
           88  END-OF-PAIRS            VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH     PIC X VALUE 'N'.
           88  RUN-MUST-ABORT          VALUE 'Y'.

       01  WS-REPORT-PERIOD        PIC 9(6).
       01  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
           05  WS-REPORT-YEAR      PIC 9(4).
           05  WS-REPORT-MONTH     PIC 9(2).
       01  WS-ENV-PERIOD           PIC X(6).
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYYMM     PIC 9(6).
           05  FILLER              PIC 9(2).
       01  WS-YEAR-START-PERIOD    PIC 9(6).

       01  WS-PARENT-COMPANY       PIC X(2) VALUE "01".
       01  WS-BALANCE-COMPANY      PIC X(2).

       01  WS-COA-COUNT-MAX        PIC 9(3) VALUE 200.
       01  WS-COA-COUNT            PIC 9(3) VALUE 0.
       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 200 TIMES
                                   INDEXED BY CH-IDX.
               10  CHE-ACCOUNT         PIC X(6).
               10  CHE-ACCOUNT-TYPE    PIC X.
               10  CHE-ROLLUP-CODE     PIC X(4).

      * The companies on file, in code order - one statement column
      * each, ahead of the eliminations and consolidated columns.
       01  WS-CO-COUNT-MAX         PIC 9(2) VALUE 4.
       01  WS-CO-COUNT             PIC 9(2) VALUE 0.
       01  COMPANY-TABLE.
           05  COMPANY-ENTRY OCCURS 4 TIMES
                                   INDEXED BY CO-IDX.
               10  COE-COMPANY         PIC X(2).
       01  WS-ELIM-COLUMN          PIC 9(2).
       01  WS-CONS-COLUMN          PIC 9(2).
       01  WS-COLUMN-COUNT         PIC 9(2).
       01  WS-COL-SUB              PIC 9(2).
       01  WS-SHIFT-SUB            PIC 9(2).

      * Year-to-date net per company and account, debit positive -
      * the figures the pairs are proved from.
       01  WS-ACCT-COUNT-MAX       PIC 9(3) VALUE 500.
       01  WS-ACCT-COUNT           PIC 9(3) VALUE 0.
       01  ACCOUNT-NET-TABLE.
           05  ACCOUNT-NET-ENTRY OCCURS 500 TIMES
                                   INDEXED BY AN-IDX.
               10  ANE-COMPANY         PIC X(2).
               10  ANE-ACCOUNT         PIC X(6).
               10  ANE-NET             PIC S9(11)V9(2).

      * Statement figures per rollup code and column, sign-
      * normalized by account type as FINANCIAL-STATEMENTS does.
       01  WS-ROLLUP-COUNT-MAX     PIC 9(2) VALUE 30.
       01  WS-ROLLUP-COUNT         PIC 9(2) VALUE 0.
       01  ROLLUP-TABLE.
           05  ROLLUP-ENTRY OCCURS 30 TIMES
                                   INDEXED BY RU-IDX.
               10  RUE-ROLLUP-CODE     PIC X(4).
               10  RUE-AMOUNT          PIC S9(11)V9(2)
                                       OCCURS 6 TIMES.

       01  WS-FIND-COMPANY         PIC X(2).
       01  WS-FIND-ACCOUNT         PIC X(6).
       01  WS-FIND-COLUMN          PIC 9(2).
       01  WS-RAW-NET              PIC S9(11)V9(2).
       01  WS-NORMAL-AMOUNT        PIC S9(11)V9(2).
       01  WS-ROLLUP-CODE          PIC X(4).
       01  WS-ACCOUNT-TYPE         PIC X.

      * Intercompany pair proof.
       01  WS-NET-A                PIC S9(11)V9(2).
       01  WS-NET-B                PIC S9(11)V9(2).
       01  WS-PAIR-DIFFERENCE      PIC S9(11)V9(2).
       01  WS-PAIRS-CHECKED        PIC 9(3) VALUE 0.
       01  WS-PAIRS-NOT-NETTING    PIC 9(3) VALUE 0.
       01  WS-PAIR-MSG-BUILD.
           05  FILLER              PIC X(8)  VALUE "IC PAIR ".
           05  WS-PAIR-MSG-CO-A    PIC X(2).
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-PAIR-MSG-ACCT-A  PIC X(6).
           05  FILLER              PIC X(3)  VALUE " / ".
           05  WS-PAIR-MSG-CO-B    PIC X(2).
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-PAIR-MSG-ACCT-B  PIC X(6).
           05  FILLER              PIC X(31) VALUE
               " DOES NOT NET TO ZERO".

      * Statement machinery, one running figure per column. The
      * income statement's running total is each column's net
      * income, carried into that column's balance-sheet foot test.
       01  COLUMN-TOTALS-TABLE.
           05  COLUMN-TOTALS OCCURS 6 TIMES.
               10  CT-RUN-SUBTOTAL     PIC S9(11)V9(2).
               10  CT-RUN-TOTAL        PIC S9(11)V9(2).
               10  CT-NET-INCOME       PIC S9(11)V9(2).
               10  CT-BS-ASSETS        PIC S9(11)V9(2).
               10  CT-BS-LIAB-EQUITY   PIC S9(11)V9(2).
       01  WS-CURRENT-STATEMENT    PIC X.
       01  WS-FOOT-GAP             PIC S9(11)V9(2).
       01  WS-SIDE-IS-ASSET-SWITCH PIC X.
           88  SIDE-IS-ASSETS          VALUE 'Y'.

       01  REPORT-HEADING-1.
           05  FILLER          PIC X(50) VALUE
               "CONSOLIDATED FINANCIAL STATEMENTS - YEAR TO DATE ".
           05  FILLER          PIC X(15) VALUE "THROUGH PERIOD ".
           05  RH-PERIOD       PIC 9(6).
       01  PAIR-TITLE-LINE.
           05  FILLER          PIC X(40) VALUE
               "INTERCOMPANY ELIMINATIONS".
       01  PAIR-HEADING-LINE.
           05  FILLER          PIC X(13) VALUE "CO ACCOUNT".
           05  FILLER          PIC X(13) VALUE "CO ACCOUNT".
           05  FILLER          PIC X(27) VALUE "DESCRIPTION".
           05  FILLER          PIC X(17) VALUE "  SIDE A (DR-CR)".
           05  FILLER          PIC X(17) VALUE "  SIDE B (DR-CR)".
           05  FILLER          PIC X(17) VALUE "      DIFFERENCE".
           05  FILLER          PIC X(6)  VALUE "STATUS".
       01  PAIR-DETAIL-LINE.
           05  PL-COMPANY-A    PIC X(2).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  PL-ACCOUNT-A    PIC X(6).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  PL-COMPANY-B    PIC X(2).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  PL-ACCOUNT-B    PIC X(6).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  PL-DESCRIPTION  PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PL-NET-A        PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PL-NET-B        PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PL-DIFFERENCE   PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PL-STATUS       PIC X(14).
       01  PAIR-SUMMARY-LINE.
           05  FILLER          PIC X(15) VALUE "PAIRS CHECKED: ".
           05  PS-CHECKED      PIC ZZ9.
           05  FILLER          PIC X(20) VALUE
               "   NOT NETTING: ".
           05  PS-NOT-NETTING  PIC ZZ9.
       01  STATEMENT-TITLE-LINE.
           05  ST-TITLE        PIC X(40).
       01  COLUMN-HEADING-LINE.
           05  FILLER          PIC X(32) VALUE SPACES.
           05  CH-COLUMN OCCURS 6 TIMES.
               10  CH-TEXT     PIC X(15) JUSTIFIED RIGHT.
               10  FILLER      PIC X(1).
       01  STATEMENT-DETAIL-LINE.
           05  SD-CAPTION      PIC X(30).
           05  FILLER          PIC X(2).
           05  SD-COLUMN OCCURS 6 TIMES.
               10  SD-AMOUNT   PIC $$$,$$$,$$9.99-.
               10  FILLER      PIC X(1).
       01  OUT-OF-BALANCE-LINE.
           05  FILLER          PIC X(38) VALUE
               "*** BALANCE SHEET OUT OF BALANCE BY ".
           05  OB-GAP          PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(4)  VALUE " IN ".
           05  OB-COLUMN       PIC X(15).
       01  WS-COLUMN-NAME.
           05  FILLER          PIC X(8)  VALUE "COMPANY ".
           05  WS-COLUMN-NAME-CO PIC X(2).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            MOVE "GL-CONSOLIDATION" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START
            PERFORM 020-GET-REPORT-PERIOD
            PERFORM 050-OPEN-FILES
            PERFORM 060-LOAD-CHART-TABLE
            PERFORM 100-LOAD-BALANCES
            IF RUN-MUST-ABORT
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            PERFORM 200-ROLL-UP-COMPANIES
            PERFORM 300-ELIMINATE-PAIRS
            PERFORM 400-PRINT-STATEMENT-LINES
            PERFORM 800-FOOT-BALANCE-SHEETS
            PERFORM 900-CLOSE-FILES
            DISPLAY "GL CONSOLIDATION FOR PERIOD ", WS-REPORT-PERIOD,
               ": ", WS-CO-COUNT, " COMPANIES, ", WS-PAIRS-CHECKED,
               " INTERCOMPANY PAIRS, ", WS-PAIRS-NOT-NETTING,
               " NOT NETTING."
            PERFORM 970-DISPLAY-RUN-STATISTICS

            STOP RUN.

       020-GET-REPORT-PERIOD.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
            MOVE WS-TODAY-YYYYMM TO WS-REPORT-PERIOD
            DISPLAY "GLCONS_PERIOD" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT-VALUE
            IF WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-REPORT-PERIOD
            END-IF
            COMPUTE WS-YEAR-START-PERIOD =
               WS-REPORT-YEAR * 100 + 1.

       050-OPEN-FILES.

            OPEN INPUT GL-BALANCE-FILE
            IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: GLBAL.DAT OPEN FAILED, STATUS = ",
                  WS-BALANCE-FILE-STATUS
               MOVE 'Y' TO WS-BALANCE-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "GLBAL.DAT OPEN FAILED" TO EL-MESSAGE
               MOVE "GL-CONSOLIDATION" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            OPEN INPUT CHART-OF-ACCOUNTS-FILE
            IF WS-COA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: GLCOA.DAT OPEN FAILED, STATUS = ",
                  WS-COA-FILE-STATUS
               MOVE 'Y' TO WS-COA-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN INPUT STATEMENT-DEF-FILE
            IF WS-STMT-DEF-STATUS NOT = "00"
               DISPLAY "ERROR: GLSTMT.DAT OPEN FAILED, STATUS = ",
                  WS-STMT-DEF-STATUS, " - NO STATEMENTS DEFINED"
               MOVE 'Y' TO WS-STMT-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

      * No pair file is a group with nothing to eliminate - the
      * columns still add across.
            OPEN INPUT IC-PAIR-FILE
            IF WS-PAIR-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: GLICPAIR.DAT NOT FOUND, STATUS = ",
                  WS-PAIR-FILE-STATUS, " - NOTHING ELIMINATED"
               MOVE 'Y' TO WS-PAIR-EOF-SWITCH
            END-IF

            OPEN OUTPUT CONSOLIDATION-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: GLCONS.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
            ELSE
               MOVE WS-REPORT-PERIOD TO RH-PERIOD
               WRITE REPORT-LINE FROM REPORT-HEADING-1
            END-IF.

       060-LOAD-CHART-TABLE.

            PERFORM UNTIL END-OF-CHART
               READ CHART-OF-ACCOUNTS-FILE
                  AT END
                     MOVE 'Y' TO WS-COA-EOF-SWITCH
                  NOT AT END
                     IF WS-COA-COUNT < WS-COA-COUNT-MAX
                        ADD 1 TO WS-COA-COUNT
                        MOVE CA-ACCOUNT-NUMBER TO
                           CHE-ACCOUNT (WS-COA-COUNT)
                        MOVE CA-ACCOUNT-TYPE TO
                           CHE-ACCOUNT-TYPE (WS-COA-COUNT)
                        MOVE CA-ROLLUP-CODE TO
                           CHE-ROLLUP-CODE (WS-COA-COUNT)
                     END-IF
               END-READ
            END-PERFORM.

      * Every balance in the report year through the report period,
      * netted per company and account. A fifth company has no
      * column to go in, and a consolidation missing a company is
      * no consolidation, so the run stops.
       100-LOAD-BALANCES.

            PERFORM UNTIL END-OF-BALANCES OR RUN-MUST-ABORT
               READ GL-BALANCE-FILE
                  AT END
                     MOVE 'Y' TO WS-BALANCE-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF BL-PERIOD >= WS-YEAR-START-PERIOD
                           AND BL-PERIOD <= WS-REPORT-PERIOD
                        PERFORM 110-NET-ONE-BALANCE
                     END-IF
               END-READ
            END-PERFORM
            MOVE WS-CO-COUNT TO WS-ELIM-COLUMN
            ADD 1 TO WS-ELIM-COLUMN
            MOVE WS-ELIM-COLUMN TO WS-CONS-COLUMN
            ADD 1 TO WS-CONS-COLUMN
            MOVE WS-CONS-COLUMN TO WS-COLUMN-COUNT.

       110-NET-ONE-BALANCE.

            IF BL-COMPANY = SPACES
               MOVE WS-PARENT-COMPANY TO WS-BALANCE-COMPANY
            ELSE
               MOVE BL-COMPANY TO WS-BALANCE-COMPANY
            END-IF
            MOVE WS-BALANCE-COMPANY TO WS-FIND-COMPANY
            PERFORM 150-FIND-OR-ADD-COMPANY
            IF RUN-MUST-ABORT
               EXIT PARAGRAPH
            END-IF

            PERFORM VARYING AN-IDX FROM 1 BY 1
                  UNTIL AN-IDX > WS-ACCT-COUNT
               IF ANE-COMPANY (AN-IDX) = WS-BALANCE-COMPANY
                     AND ANE-ACCOUNT (AN-IDX) = BL-ACCOUNT
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF AN-IDX > WS-ACCT-COUNT
               IF WS-ACCT-COUNT >= WS-ACCT-COUNT-MAX
                  DISPLAY "ERROR: ACCOUNT TABLE FULL AT COMPANY ",
                     WS-BALANCE-COMPANY, " ACCOUNT ", BL-ACCOUNT
                  MOVE "CONSOLIDATION ACCOUNT TABLE FULL" TO
                     EL-MESSAGE
                  MOVE "GL-CONSOLIDATION" TO EL-PROGRAM-ID
                  MOVE "E" TO EL-SEVERITY
                  PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
                  MOVE 1 TO RETURN-CODE
                  MOVE 'Y' TO WS-RUN-ABORT-SWITCH
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               SET AN-IDX TO WS-ACCT-COUNT
               MOVE WS-BALANCE-COMPANY TO ANE-COMPANY (AN-IDX)
               MOVE BL-ACCOUNT TO ANE-ACCOUNT (AN-IDX)
               MOVE 0 TO ANE-NET (AN-IDX)
            END-IF
            COMPUTE ANE-NET (AN-IDX) = ANE-NET (AN-IDX)
               + BL-DEBIT-BALANCE - BL-CREDIT-BALANCE.

      * Leaves WS-FIND-COLUMN on the company's column, adding it in
      * code order when it is new.
       150-FIND-OR-ADD-COMPANY.

            MOVE 0 TO WS-FIND-COLUMN
            PERFORM VARYING CO-IDX FROM 1 BY 1
                  UNTIL CO-IDX > WS-CO-COUNT
               IF COE-COMPANY (CO-IDX) = WS-FIND-COMPANY
                  SET WS-FIND-COLUMN TO CO-IDX
                  EXIT PARAGRAPH
               END-IF
               IF COE-COMPANY (CO-IDX) > WS-FIND-COMPANY
                  EXIT PERFORM
               END-IF
            END-PERFORM

            IF WS-CO-COUNT >= WS-CO-COUNT-MAX
               DISPLAY "ERROR: MORE THAN ", WS-CO-COUNT-MAX,
                  " COMPANIES ON GLBAL.DAT - COMPANY ",
                  WS-FIND-COMPANY, " HAS NO COLUMN"
               MOVE "TOO MANY COMPANIES TO CONSOLIDATE" TO EL-MESSAGE
               MOVE "GL-CONSOLIDATION" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               EXIT PARAGRAPH
            END-IF

            PERFORM VARYING WS-SHIFT-SUB FROM WS-CO-COUNT BY -1
                  UNTIL WS-SHIFT-SUB < CO-IDX
               MOVE COMPANY-ENTRY (WS-SHIFT-SUB) TO
                  COMPANY-ENTRY (WS-SHIFT-SUB + 1)
            END-PERFORM
            ADD 1 TO WS-CO-COUNT
            MOVE WS-FIND-COMPANY TO COE-COMPANY (CO-IDX)
            SET WS-FIND-COLUMN TO CO-IDX.

      * Each company's nets into its own column and the
      * consolidated column.
       200-ROLL-UP-COMPANIES.

            PERFORM VARYING AN-IDX FROM 1 BY 1
                  UNTIL AN-IDX > WS-ACCT-COUNT
               MOVE ANE-COMPANY (AN-IDX) TO WS-FIND-COMPANY
               PERFORM 150-FIND-OR-ADD-COMPANY
               MOVE ANE-ACCOUNT (AN-IDX) TO WS-FIND-ACCOUNT
               MOVE ANE-NET (AN-IDX) TO WS-RAW-NET
               PERFORM 250-ADD-TO-ROLLUP
            END-PERFORM.

      * Folds WS-RAW-NET for WS-FIND-ACCOUNT into its rollup code's
      * WS-FIND-COLUMN figure and the consolidated figure, sign-
      * normalized by account type. An account without a rollup
      * code is noted on SYSOUT and left off.
       250-ADD-TO-ROLLUP.

            MOVE SPACES TO WS-ROLLUP-CODE
            MOVE SPACE TO WS-ACCOUNT-TYPE
            PERFORM VARYING CH-IDX FROM 1 BY 1
                  UNTIL CH-IDX > WS-COA-COUNT
               IF CHE-ACCOUNT (CH-IDX) = WS-FIND-ACCOUNT
                  MOVE CHE-ROLLUP-CODE (CH-IDX) TO WS-ROLLUP-CODE
                  MOVE CHE-ACCOUNT-TYPE (CH-IDX) TO WS-ACCOUNT-TYPE
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF WS-ROLLUP-CODE = SPACES
               IF WS-RAW-NET NOT = 0
                  DISPLAY "NOTICE: ACCOUNT ", WS-FIND-ACCOUNT,
                     " HAS NO ROLLUP CODE - LEFT OFF THE STATEMENTS"
               END-IF
               EXIT PARAGRAPH
            END-IF
            IF WS-ACCOUNT-TYPE = "L" OR WS-ACCOUNT-TYPE = "Q"
                  OR WS-ACCOUNT-TYPE = "R"
               COMPUTE WS-NORMAL-AMOUNT = 0 - WS-RAW-NET
            ELSE
               MOVE WS-RAW-NET TO WS-NORMAL-AMOUNT
            END-IF

            PERFORM VARYING RU-IDX FROM 1 BY 1
                  UNTIL RU-IDX > WS-ROLLUP-COUNT
               IF RUE-ROLLUP-CODE (RU-IDX) = WS-ROLLUP-CODE
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF RU-IDX > WS-ROLLUP-COUNT
               IF WS-ROLLUP-COUNT >= WS-ROLLUP-COUNT-MAX
                  DISPLAY "WARNING: ROLLUP TABLE FULL"
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ROLLUP-COUNT
               SET RU-IDX TO WS-ROLLUP-COUNT
               MOVE WS-ROLLUP-CODE TO RUE-ROLLUP-CODE (RU-IDX)
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                     UNTIL WS-COL-SUB > 6
                  MOVE 0 TO RUE-AMOUNT (RU-IDX, WS-COL-SUB)
               END-PERFORM
            END-IF

            ADD WS-NORMAL-AMOUNT TO
               RUE-AMOUNT (RU-IDX, WS-FIND-COLUMN)
            ADD WS-NORMAL-AMOUNT TO
               RUE-AMOUNT (RU-IDX, WS-CONS-COLUMN).

      * Each pair: both sides' year-to-date nets must cancel. Both
      * are eliminated in full either way; a pair that does not
      * net leaves its difference in the consolidated column, where
      * the foot test catches it.
       300-ELIMINATE-PAIRS.

            IF WS-REPORT-FILE-STATUS = "00"
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM PAIR-TITLE-LINE
               WRITE REPORT-LINE FROM PAIR-HEADING-LINE
            END-IF
            PERFORM UNTIL END-OF-PAIRS
               READ IC-PAIR-FILE
                  AT END
                     MOVE 'Y' TO WS-PAIR-EOF-SWITCH
                  NOT AT END
                     PERFORM 310-ELIMINATE-ONE-PAIR
               END-READ
            END-PERFORM
            MOVE WS-PAIRS-CHECKED TO PS-CHECKED
            MOVE WS-PAIRS-NOT-NETTING TO PS-NOT-NETTING
            IF WS-REPORT-FILE-STATUS = "00"
               WRITE REPORT-LINE FROM PAIR-SUMMARY-LINE
            END-IF.

       310-ELIMINATE-ONE-PAIR.

            ADD 1 TO WS-PAIRS-CHECKED
            MOVE IP-COMPANY-A TO WS-FIND-COMPANY
            MOVE IP-ACCOUNT-A TO WS-FIND-ACCOUNT
            PERFORM 320-FIND-ACCOUNT-NET
            MOVE WS-RAW-NET TO WS-NET-A
            MOVE IP-COMPANY-B TO WS-FIND-COMPANY
            MOVE IP-ACCOUNT-B TO WS-FIND-ACCOUNT
            PERFORM 320-FIND-ACCOUNT-NET
            MOVE WS-RAW-NET TO WS-NET-B
            COMPUTE WS-PAIR-DIFFERENCE = WS-NET-A + WS-NET-B

            MOVE WS-ELIM-COLUMN TO WS-FIND-COLUMN
            MOVE IP-ACCOUNT-A TO WS-FIND-ACCOUNT
            COMPUTE WS-RAW-NET = 0 - WS-NET-A
            PERFORM 250-ADD-TO-ROLLUP
            MOVE IP-ACCOUNT-B TO WS-FIND-ACCOUNT
            COMPUTE WS-RAW-NET = 0 - WS-NET-B
            PERFORM 250-ADD-TO-ROLLUP

            MOVE IP-COMPANY-A TO PL-COMPANY-A
            MOVE IP-ACCOUNT-A TO PL-ACCOUNT-A
            MOVE IP-COMPANY-B TO PL-COMPANY-B
            MOVE IP-ACCOUNT-B TO PL-ACCOUNT-B
            MOVE IP-DESCRIPTION TO PL-DESCRIPTION
            MOVE WS-NET-A TO PL-NET-A
            MOVE WS-NET-B TO PL-NET-B
            MOVE WS-PAIR-DIFFERENCE TO PL-DIFFERENCE
            IF WS-PAIR-DIFFERENCE = 0
               MOVE "ELIMINATED" TO PL-STATUS
            ELSE
               MOVE "DOES NOT NET" TO PL-STATUS
               ADD 1 TO WS-PAIRS-NOT-NETTING
               MOVE IP-COMPANY-A TO WS-PAIR-MSG-CO-A
               MOVE IP-ACCOUNT-A TO WS-PAIR-MSG-ACCT-A
               MOVE IP-COMPANY-B TO WS-PAIR-MSG-CO-B
               MOVE IP-ACCOUNT-B TO WS-PAIR-MSG-ACCT-B
               DISPLAY "WARNING: ", FUNCTION TRIM(WS-PAIR-MSG-BUILD),
                  " - DIFFERENCE ", WS-PAIR-DIFFERENCE
               MOVE WS-PAIR-MSG-BUILD TO EL-MESSAGE
               MOVE "GL-CONSOLIDATION" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
            END-IF
            IF WS-REPORT-FILE-STATUS = "00"
               WRITE REPORT-LINE FROM PAIR-DETAIL-LINE
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-IF.

      * Year-to-date net of one company's account; zero when the
      * company has no balance on the account (or no balances).
       320-FIND-ACCOUNT-NET.

            MOVE 0 TO WS-RAW-NET
            IF WS-FIND-COMPANY = SPACES
               MOVE WS-PARENT-COMPANY TO WS-FIND-COMPANY
            END-IF
            PERFORM VARYING AN-IDX FROM 1 BY 1
                  UNTIL AN-IDX > WS-ACCT-COUNT
               IF ANE-COMPANY (AN-IDX) = WS-FIND-COMPANY
                     AND ANE-ACCOUNT (AN-IDX) = WS-FIND-ACCOUNT
                  MOVE ANE-NET (AN-IDX) TO WS-RAW-NET
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       400-PRINT-STATEMENT-LINES.

            MOVE SPACES TO COLUMN-HEADING-LINE
            PERFORM VARYING CO-IDX FROM 1 BY 1
                  UNTIL CO-IDX > WS-CO-COUNT
               MOVE COE-COMPANY (CO-IDX) TO WS-COLUMN-NAME-CO
               MOVE WS-COLUMN-NAME TO CH-TEXT (CO-IDX)
            END-PERFORM
            MOVE "ELIMINATIONS" TO CH-TEXT (WS-ELIM-COLUMN)
            MOVE "CONSOLIDATED" TO CH-TEXT (WS-CONS-COLUMN)

            MOVE SPACE TO WS-CURRENT-STATEMENT
            PERFORM UNTIL END-OF-STATEMENT-DEFS
               READ STATEMENT-DEF-FILE
                  AT END
                     MOVE 'Y' TO WS-STMT-EOF-SWITCH
                  NOT AT END
                     PERFORM 410-PRINT-ONE-LINE
               END-READ
            END-PERFORM.

       410-PRINT-ONE-LINE.

            IF SL-STATEMENT NOT = WS-CURRENT-STATEMENT
      * The income statement's final running totals ARE net income;
      * capture them at the break to the balance sheet.
               IF WS-CURRENT-STATEMENT = "I"
                  PERFORM 450-CAPTURE-NET-INCOME
               END-IF
               MOVE SL-STATEMENT TO WS-CURRENT-STATEMENT
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                     UNTIL WS-COL-SUB > 6
                  MOVE 0 TO CT-RUN-SUBTOTAL (WS-COL-SUB)
                  MOVE 0 TO CT-RUN-TOTAL (WS-COL-SUB)
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               IF SL-STATEMENT = "I"
                  MOVE "CONSOLIDATED INCOME STATEMENT" TO ST-TITLE
               ELSE
                  MOVE "CONSOLIDATED BALANCE SHEET" TO ST-TITLE
               END-IF
               WRITE REPORT-LINE FROM STATEMENT-TITLE-LINE
               WRITE REPORT-LINE FROM COLUMN-HEADING-LINE
            END-IF

            MOVE SPACES TO STATEMENT-DETAIL-LINE
            MOVE SL-CAPTION TO SD-CAPTION
            EVALUATE TRUE
               WHEN SL-LINE-TYPE = "D"
                  PERFORM 420-PRINT-ROLLUP-DETAIL
               WHEN SL-LINE-TYPE = "S"
                  PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                        UNTIL WS-COL-SUB > WS-COLUMN-COUNT
                     MOVE CT-RUN-SUBTOTAL (WS-COL-SUB) TO
                        SD-AMOUNT (WS-COL-SUB)
                     MOVE 0 TO CT-RUN-SUBTOTAL (WS-COL-SUB)
                  END-PERFORM
               WHEN SL-LINE-TYPE = "T"
                  PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                        UNTIL WS-COL-SUB > WS-COLUMN-COUNT
                     MOVE CT-RUN-TOTAL (WS-COL-SUB) TO
                        SD-AMOUNT (WS-COL-SUB)
                  END-PERFORM
               WHEN OTHER
                  PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                        UNTIL WS-COL-SUB > WS-COLUMN-COUNT
                     MOVE 0 TO SD-AMOUNT (WS-COL-SUB)
                  END-PERFORM
            END-EVALUATE
            WRITE REPORT-LINE FROM STATEMENT-DETAIL-LINE
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

      * Expense rollups subtract on the income statement so the
      * running totals land on net income; on the balance sheet
      * every line adds within its side, the sides told apart for
      * the foot test by the rollup's first account type - the
      * FINANCIAL-STATEMENTS rules, column by column.
       420-PRINT-ROLLUP-DETAIL.

            PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                  UNTIL WS-COL-SUB > WS-COLUMN-COUNT
               MOVE 0 TO SD-AMOUNT (WS-COL-SUB)
            END-PERFORM
            PERFORM VARYING RU-IDX FROM 1 BY 1
                  UNTIL RU-IDX > WS-ROLLUP-COUNT
               IF RUE-ROLLUP-CODE (RU-IDX) = SL-ROLLUP-CODE
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF RU-IDX > WS-ROLLUP-COUNT
               EXIT PARAGRAPH
            END-IF

            IF WS-CURRENT-STATEMENT NOT = "I"
               PERFORM 430-NOTE-BALANCE-SIDE
            END-IF
            PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                  UNTIL WS-COL-SUB > WS-COLUMN-COUNT
               MOVE RUE-AMOUNT (RU-IDX, WS-COL-SUB) TO
                  SD-AMOUNT (WS-COL-SUB)
               IF WS-CURRENT-STATEMENT = "I"
                     AND (SL-ROLLUP-CODE (1:1) = "E"
                     OR SL-ROLLUP-CODE = "COGS")
                  SUBTRACT RUE-AMOUNT (RU-IDX, WS-COL-SUB) FROM
                     CT-RUN-TOTAL (WS-COL-SUB)
                  SUBTRACT RUE-AMOUNT (RU-IDX, WS-COL-SUB) FROM
                     CT-RUN-SUBTOTAL (WS-COL-SUB)
               ELSE
                  ADD RUE-AMOUNT (RU-IDX, WS-COL-SUB) TO
                     CT-RUN-TOTAL (WS-COL-SUB)
                  ADD RUE-AMOUNT (RU-IDX, WS-COL-SUB) TO
                     CT-RUN-SUBTOTAL (WS-COL-SUB)
               END-IF
               IF WS-CURRENT-STATEMENT NOT = "I"
                  IF SIDE-IS-ASSETS
                     ADD RUE-AMOUNT (RU-IDX, WS-COL-SUB) TO
                        CT-BS-ASSETS (WS-COL-SUB)
                  ELSE
                     ADD RUE-AMOUNT (RU-IDX, WS-COL-SUB) TO
                        CT-BS-LIAB-EQUITY (WS-COL-SUB)
                  END-IF
               END-IF
            END-PERFORM.

      * Which side of the balance sheet this rollup sits on, judged
      * from the account type of the first chart account carrying
      * the code.
       430-NOTE-BALANCE-SIDE.

            MOVE 'N' TO WS-SIDE-IS-ASSET-SWITCH
            PERFORM VARYING CH-IDX FROM 1 BY 1
                  UNTIL CH-IDX > WS-COA-COUNT
               IF CHE-ROLLUP-CODE (CH-IDX) = SL-ROLLUP-CODE
                  IF CHE-ACCOUNT-TYPE (CH-IDX) = "A"
                     MOVE 'Y' TO WS-SIDE-IS-ASSET-SWITCH
                  END-IF
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       450-CAPTURE-NET-INCOME.

            PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                  UNTIL WS-COL-SUB > 6
               MOVE CT-RUN-TOTAL (WS-COL-SUB) TO
                  CT-NET-INCOME (WS-COL-SUB)
            END-PERFORM.

      * Every column foots on its own: assets equal liabilities plus
      * equity plus that column's net income.
       800-FOOT-BALANCE-SHEETS.

            IF WS-CURRENT-STATEMENT = "I"
               PERFORM 450-CAPTURE-NET-INCOME
            END-IF

            PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                  UNTIL WS-COL-SUB > WS-COLUMN-COUNT
               COMPUTE WS-FOOT-GAP =
                  CT-BS-ASSETS (WS-COL-SUB)
                  - CT-BS-LIAB-EQUITY (WS-COL-SUB)
                  - CT-NET-INCOME (WS-COL-SUB)
               IF WS-FOOT-GAP NOT = 0
                  MOVE WS-FOOT-GAP TO OB-GAP
                  MOVE FUNCTION TRIM(CH-TEXT (WS-COL-SUB)) TO
                     OB-COLUMN
                  IF WS-REPORT-FILE-STATUS = "00"
                     WRITE REPORT-LINE FROM OUT-OF-BALANCE-LINE
                  END-IF
                  DISPLAY "WARNING: BALANCE SHEET OUT OF BALANCE BY ",
                     WS-FOOT-GAP, " IN ", OB-COLUMN
                  MOVE "BALANCE SHEET DOES NOT FOOT" TO EL-MESSAGE
                  MOVE "GL-CONSOLIDATION" TO EL-PROGRAM-ID
                  MOVE "W" TO EL-SEVERITY
                  PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               END-IF
            END-PERFORM.

       900-CLOSE-FILES.

            IF WS-BALANCE-FILE-STATUS = "00"
                  OR WS-BALANCE-FILE-STATUS = "10"
               CLOSE GL-BALANCE-FILE
            END-IF
            IF WS-COA-FILE-STATUS = "00"
                  OR WS-COA-FILE-STATUS = "10"
               CLOSE CHART-OF-ACCOUNTS-FILE
            END-IF
            IF WS-STMT-DEF-STATUS = "00"
                  OR WS-STMT-DEF-STATUS = "10"
               CLOSE STATEMENT-DEF-FILE
            END-IF
            IF WS-PAIR-FILE-STATUS = "00"
                  OR WS-PAIR-FILE-STATUS = "10"
               CLOSE IC-PAIR-FILE
            END-IF
            IF WS-REPORT-FILE-STATUS = "00"
               CLOSE CONSOLIDATION-REPORT-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
       END PROGRAM GL-CONSOLIDATION.
