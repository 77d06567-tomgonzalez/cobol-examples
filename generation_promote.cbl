      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Generation promotion and rollback for the old/new
      *           master rolls.  Nearly every update program ends by
      *           writing a .NEW file and leaving the rename to .DAT
      *           to the operator - and a botched rename, or a
      *           promotion of a generation whose run failed, is the
      *           shop's most common self-inflicted outage.
      *
      *           PROMOTE mode (GENPROMO_MODE=PROMOTE, the default)
      *           promotes every .NEW file the named run produces
      *           (GENPROMO_RUN, the step name as the batch driver
      *           records it) as one unit, and only when:
      *             - the run's latest result on BATCHRES.DAT shows
      *               RETURN-CODE 0;
      *             - every .NEW file the manifest (GENMAP.DAT) lists
      *               for the run is present; and
      *             - every sealed file's seal verifies against its
      *               .NEW file and was written during that run, so a
      *               stale .NEW left over from an earlier night
      *               cannot slip through.
      *           Any failure refuses the whole set and touches
      *           nothing.  A clean set is promoted: each current
      *           .DAT (and its seal) is archived as a numbered
      *           generation - AROPEN.G000012 / AROPEN.S000012 - and
      *           the .NEW renamed over it.
      *
      *           ROLLBACK mode (GENPROMO_MODE=ROLLBACK) restores the
      *           generation set named by GENPROMO_SET - the files
      *           exactly as they stood before that promotion - after
      *           archiving what is live now as a new set, so a
      *           rollback can itself be rolled back.
      *
      *           Every set is dated on the generation log
      *           (GENLOG.DAT).  After each promotion or rollback only
      *           the newest GENPROMO_KEEP sets (default 3) for the run
      *           keep their archive files; older ones are expired
      *           and their archives removed.  Every promotion,
      *           refusal, rollback and expiry is logged there and in
      *           the shared exception log, and GENPROMO.RPT lists the
      *           checks and the generations on hand.  RETURN-CODE 1
      *           means nothing was promoted or restored.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERATION-PROMOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Promotion manifest: which .NEW files each run produces and
      * how each one's seal is proven - see the FD below.
           SELECT GENERATION-MAP-FILE ASSIGN TO "GENMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

      * The batch driver's step results - see BATCH-DRIVER.
           SELECT STEP-RESULTS-FILE ASSIGN TO "BATCHRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.

           SELECT GENERATION-LOG-FILE ASSIGN TO "GENLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

      * Whichever .NEW file is having its seal re-derived - the
      * same dynamic-name technique SEALSEL uses.
           SELECT NEW-GENERATION-FILE ASSIGN TO
                  DYNAMIC WS-NEW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT PROMOTION-REPORT-FILE ASSIGN TO "GENPROMO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

      * Generation seals - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

       DATA DIVISION.
       FILE SECTION.
      * GM-SEAL-MODE says how the file's seal is proven:
      *   "F" - full: the key and amount hashes are re-derived from
      *         the .NEW file using the positions below, exactly as
      *         the writing program accumulated them;
      *   "C" - count: the seal's record count must match the .NEW
      *         file (for rolls whose seal key is built
      *         conditionally, such as JEPEND);
      *   "X" - indexed: the .NEW file cannot be read generically,
      *         so the seal must exist and date from the run - its
      *         consumer re-verifies the hashes on first load;
      *   "N" - the roll is not sealed.
      * Key positions are 1-based; the second key segment lands in
      * the seal key right after the first, as the writers build it.
      * Amounts are zoned decimal: a position, a digit count, the
      * implied decimals, and "T" when a separate trailing sign
      * follows the digits.  GM-AMOUNT-OP "+" or "-" combines a
      * second amount (FAMAST hashes cost less accumulated
      * depreciation).
       FD  GENERATION-MAP-FILE.
       01  GENERATION-MAP-RECORD.
           05  GM-RUN-NAME         PIC X(30).
           05  GM-FILE-BASE        PIC X(8).
           05  GM-SEAL-MODE        PIC X.
           05  GM-KEY-1-POS        PIC 9(3).
           05  GM-KEY-1-LEN        PIC 9(2).
           05  GM-KEY-2-POS        PIC 9(3).
           05  GM-KEY-2-LEN        PIC 9(2).
           05  GM-AMOUNT-1-POS     PIC 9(3).
           05  GM-AMOUNT-1-LEN     PIC 9(2).
           05  GM-AMOUNT-1-DEC     PIC 9.
           05  GM-AMOUNT-1-SIGN    PIC X.
           05  GM-AMOUNT-OP        PIC X.
           05  GM-AMOUNT-2-POS     PIC 9(3).
           05  GM-AMOUNT-2-LEN     PIC 9(2).
           05  GM-AMOUNT-2-DEC     PIC 9.
           05  GM-AMOUNT-2-SIGN    PIC X.

       FD  STEP-RESULTS-FILE.
       01  STEP-RESULTS-RECORD.
           05  BR-STEP-NAME        PIC X(30).
           05  BR-START-STAMP      PIC 9(14).
           05  BR-END-STAMP        PIC 9(14).
           05  BR-RETURN-CODE      PIC S9(4) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

      * One record per file per action.  GN-ACTION "P" promoted,
      * "R" restored by rollback (GN-SOURCE-SET names the set
      * restored), "E" archives expired, "F" refused.  The archive
      * flags say whether a .DAT and a seal existed to archive
      * under the set - a rollback restores exactly that, removing
      * a file the set did not have.
       FD  GENERATION-LOG-FILE.
       01  GENERATION-LOG-RECORD.
           05  GN-SET-NUMBER       PIC 9(6).
           05  GN-ACTION           PIC X.
               88  GN-IS-PROMOTION     VALUE "P".
               88  GN-IS-ROLLBACK      VALUE "R".
               88  GN-IS-EXPIRY        VALUE "E".
               88  GN-IS-REFUSAL       VALUE "F".
           05  GN-RUN-NAME         PIC X(30).
           05  GN-DATE             PIC 9(8).
           05  GN-TIME             PIC 9(6).
           05  GN-FILE-BASE        PIC X(8).
           05  GN-DAT-ARCHIVED     PIC X.
           05  GN-SEAL-ARCHIVED    PIC X.
           05  GN-SOURCE-SET       PIC 9(6).
           05  GN-DETAIL           PIC X(40).

       FD  NEW-GENERATION-FILE.
       01  NEW-GENERATION-RECORD   PIC X(400).

       FD  PROMOTION-REPORT-FILE.
       01  PROMOTION-LINE          PIC X(96).

           COPY EXCPFD.
           COPY RUNHFD.
           COPY SEALFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.

       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.

       01  WS-MAP-FILE-STATUS      PIC XX.
       01  WS-RESULTS-FILE-STATUS  PIC XX.
       01  WS-LOG-FILE-STATUS      PIC XX.
       01  WS-NEW-FILE-STATUS      PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.

       01  WS-MAP-EOF-SWITCH       PIC X VALUE 'N'.
           88  END-OF-MAP              VALUE 'Y'.
       01  WS-RESULTS-EOF-SWITCH   PIC X VALUE 'N'.
           88  END-OF-RESULTS          VALUE 'Y'.
       01  WS-LOG-EOF-SWITCH       PIC X VALUE 'N'.
           88  END-OF-LOG              VALUE 'Y'.
       01  WS-NEW-EOF-SWITCH       PIC X VALUE 'N'.
           88  END-OF-NEW-FILE         VALUE 'Y'.
       01  WS-LOG-OPEN-SWITCH      PIC X VALUE 'N'.
           88  GENERATION-LOG-OPEN     VALUE 'Y'.

      * Run parameters.
       01  WS-RUN-MODE             PIC X(8) VALUE SPACES.
           88  PROMOTE-MODE            VALUE "PROMOTE".
           88  ROLLBACK-MODE           VALUE "ROLLBACK".
       01  WS-RUN-NAME             PIC X(30) VALUE SPACES.
       01  WS-ENV-SET              PIC X(6) VALUE SPACES.
       01  WS-ROLLBACK-SET         PIC 9(6) VALUE 0.
       01  WS-ENV-KEEP             PIC X(2) VALUE SPACES.
       01  WS-KEEP-COUNT           PIC 9(2) VALUE 3.

       01  WS-TODAY                PIC 9(8).
       01  WS-NOW-TIME             PIC 9(6).
       01  WS-FINAL-RC             PIC 9 VALUE 0.
       01  WS-REFUSE-SWITCH        PIC X VALUE 'N'.
           88  SET-REFUSED             VALUE 'Y'.
       01  WS-REFUSE-REASON        PIC X(40) VALUE SPACES.

      * The run's latest step result.
       01  WS-RESULT-SWITCH        PIC X VALUE 'N'.
           88  RESULT-FOUND            VALUE 'Y'.
       01  WS-RESULT-START-STAMP   PIC 9(14).
       01  WS-RESULT-END-STAMP     PIC 9(14).
       01  WS-RESULT-RC            PIC S9(4).
       01  WS-RESULT-START-DATE    PIC 9(8).
       01  WS-RESULT-END-DATE      PIC 9(8).

      * The manifest rows for the run being promoted.
       01  WS-MAP-COUNT-MAX        PIC 9(2) VALUE 20.
       01  WS-MAP-COUNT            PIC 9(2) VALUE 0.
       01  GENERATION-MAP-TABLE.
           05  GENERATION-MAP-ENTRY OCCURS 20 TIMES
                                   INDEXED BY GM-IDX.
               10  GME-FILE-BASE       PIC X(8).
               10  GME-SEAL-MODE       PIC X.
               10  GME-KEY-1-POS       PIC 9(3).
               10  GME-KEY-1-LEN       PIC 9(2).
               10  GME-KEY-2-POS       PIC 9(3).
               10  GME-KEY-2-LEN       PIC 9(2).
               10  GME-AMOUNT-1-POS    PIC 9(3).
               10  GME-AMOUNT-1-LEN    PIC 9(2).
               10  GME-AMOUNT-1-DEC    PIC 9.
               10  GME-AMOUNT-1-SIGN   PIC X.
               10  GME-AMOUNT-OP       PIC X.
               10  GME-AMOUNT-2-POS    PIC 9(3).
               10  GME-AMOUNT-2-LEN    PIC 9(2).
               10  GME-AMOUNT-2-DEC    PIC 9.
               10  GME-AMOUNT-2-SIGN   PIC X.
               10  GME-DAT-ARCHIVED    PIC X.
               10  GME-SEAL-ARCHIVED   PIC X.
               10  GME-CHECK-RESULT    PIC X(40).

      * Every file-level generation record on the log, and a
      * one-line-per-set summary built from them.
       01  WS-LOG-FILE-COUNT-MAX   PIC 9(4) VALUE 2000.
       01  WS-LOG-FILE-COUNT       PIC 9(4) VALUE 0.
       01  LOG-FILE-TABLE.
           05  LOG-FILE-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY LF-IDX.
               10  LFE-SET-NUMBER      PIC 9(6).
               10  LFE-FILE-BASE       PIC X(8).
               10  LFE-DAT-ARCHIVED    PIC X.
               10  LFE-SEAL-ARCHIVED   PIC X.
       01  WS-SET-COUNT-MAX        PIC 9(4) VALUE 500.
       01  WS-SET-COUNT            PIC 9(4) VALUE 0.
       01  GENERATION-SET-TABLE.
           05  GENERATION-SET-ENTRY OCCURS 500 TIMES
                                   INDEXED BY GS-IDX.
               10  GSE-SET-NUMBER      PIC 9(6).
               10  GSE-ACTION          PIC X.
               10  GSE-RUN-NAME        PIC X(30).
               10  GSE-DATE            PIC 9(8).
               10  GSE-TIME            PIC 9(6).
               10  GSE-SOURCE-SET      PIC 9(6).
               10  GSE-FILE-COUNT      PIC 9(2).
               10  GSE-EXPIRED         PIC X.
       01  WS-HIGH-SET-NUMBER      PIC 9(6) VALUE 0.
       01  WS-NEW-SET-NUMBER       PIC 9(6) VALUE 0.
       01  WS-FOUND-SET-SUB        PIC 9(4) VALUE 0.
       01  WS-LIVE-SET-COUNT       PIC 9(4).
       01  WS-EXPIRE-COUNT         PIC 9(4).

      * File names for the file being handled.
       01  WS-FILE-BASE            PIC X(8).
       01  WS-DAT-FILE-NAME        PIC X(20).
       01  WS-NEW-FILE-NAME        PIC X(20).
       01  WS-ARCHIVE-DAT-NAME     PIC X(20).
       01  WS-ARCHIVE-SEAL-NAME    PIC X(20).
       01  WS-LIVE-SEAL-NAME       PIC X(20).
       01  WS-SET-NUMBER-TEXT      PIC 9(6).
       01  WS-NAME-SET-NUMBER      PIC 9(6).

      * Operating-system file operations go through CALL "SYSTEM",
      * as the batch driver runs its steps - a plain rename or copy
      * serves indexed and sequential rolls alike.
       01  WS-COMMAND              PIC X(120).
       01  WS-COMMAND-RC           PIC S9(9).
       01  WS-FROM-NAME            PIC X(20).
       01  WS-TO-NAME              PIC X(20).
       01  WS-FILE-PRESENT-SWITCH  PIC X.
           88  FILE-PRESENT            VALUE 'Y'.
       01  WS-OPERATION-SWITCH     PIC X.
           88  OPERATION-FAILED        VALUE 'Y'.

      * Seal re-derivation work fields.
       01  WS-SEALED-DATE          PIC 9(8).
       01  WS-SEALED-COUNT         PIC 9(7).
       01  WS-NEW-RECORD-COUNT     PIC 9(7).
       01  WS-AMOUNT-POS           PIC 9(3).
       01  WS-AMOUNT-LEN           PIC 9(2).
       01  WS-AMOUNT-DEC           PIC 9.
       01  WS-AMOUNT-SIGN          PIC X.
       01  WS-AMOUNT-DIGITS        PIC 9(13).
       01  WS-AMOUNT-DIGITS-X REDEFINES WS-AMOUNT-DIGITS
                                   PIC X(13).
       01  WS-AMOUNT-PART          PIC S9(11)V9(4).
       01  WS-AMOUNT-1             PIC S9(11)V9(4).
       01  WS-KEY-2-START          PIC 9(2).

       01  WS-PROMOTED-COUNT       PIC 9(3) VALUE 0.
       01  WS-RESTORED-COUNT       PIC 9(3) VALUE 0.
       01  WS-EXPIRED-SET-COUNT    PIC 9(3) VALUE 0.

      * Messages for the shared exception log. Built with MOVE, not
      * STRING - see copybooks/EXCPLOG.cpy.
       01  WS-SET-MSG-BUILD.
           05  WS-SET-MSG-ACTION   PIC X(14).
           05  FILLER              PIC X(4) VALUE "SET ".
           05  WS-SET-MSG-NUMBER   PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-SET-MSG-RUN      PIC X(30).
           05  FILLER              PIC X(5) VALUE SPACES.
       01  WS-REFUSE-MSG-BUILD.
           05  FILLER              PIC X(8) VALUE "REFUSED ".
           05  WS-REFUSE-MSG-FILE  PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-REFUSE-MSG-REASON PIC X(40).
           05  FILLER              PIC X(3) VALUE SPACES.

       01  PROMOTION-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               "GENERATION PROMOTION AND ROLLBACK - MODE: ".
           05  PH-MODE         PIC X(8).
           05  FILLER          PIC X(7)  VALUE "  DATE ".
           05  PH-DATE         PIC 9(8).
       01  PROMOTION-HEADING-2.
           05  FILLER          PIC X(5)  VALUE "RUN: ".
           05  PH-RUN-NAME     PIC X(30).
           05  FILLER          PIC X(16) VALUE "  STEP RESULT:  ".
           05  PH-RESULT       PIC X(40).
       01  PROMOTION-HEADING-3.
           05  FILLER          PIC X(10) VALUE "FILE".
           05  FILLER          PIC X(6)  VALUE "SEAL".
           05  FILLER          PIC X(42) VALUE "CHECK".
           05  FILLER          PIC X(20) VALUE "ACTION".
       01  PROMOTION-DETAIL-LINE.
           05  PD-FILE-BASE    PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PD-SEAL-MODE    PIC X.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  PD-CHECK-RESULT PIC X(40).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PD-ACTION       PIC X(38).
       01  PROMOTION-OUTCOME-LINE.
           05  FILLER          PIC X(9)  VALUE "OUTCOME: ".
           05  PO-OUTCOME      PIC X(60).
       01  HISTORY-HEADING.
           05  FILLER          PIC X(40) VALUE
               "GENERATION SETS ON FILE FOR THIS RUN".
       01  HISTORY-DETAIL-LINE.
           05  FILLER          PIC X(4)  VALUE "SET ".
           05  HD-SET-NUMBER   PIC 9(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  HD-DATE         PIC 9(8).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  HD-TIME         PIC 9(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  HD-ACTION       PIC X(24).
           05  HD-FILE-COUNT   PIC Z9.
           05  FILLER          PIC X(9)  VALUE " FILE(S) ".
           05  HD-STATE        PIC X(20).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "GENERATION-PROMOTE" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            ACCEPT WS-NOW-TIME FROM TIME
            PERFORM 020-GET-RUN-PARAMETERS
            PERFORM 050-OPEN-REPORT
            PERFORM 060-LOAD-GENERATION-LOG

            IF WS-FINAL-RC = 0
               IF PROMOTE-MODE
                  PERFORM 100-PROMOTE-RUN
               ELSE
                  PERFORM 200-ROLLBACK-SET
               END-IF
            END-IF

            PERFORM 800-WRITE-HISTORY
            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            MOVE WS-FINAL-RC TO RETURN-CODE
            STOP RUN.

       020-GET-RUN-PARAMETERS.

            DISPLAY "GENPROMO_MODE" UPON ENVIRONMENT-NAME
            ACCEPT WS-RUN-MODE FROM ENVIRONMENT-VALUE
            IF WS-RUN-MODE = SPACES
               MOVE "PROMOTE" TO WS-RUN-MODE
            END-IF

            DISPLAY "GENPROMO_KEEP" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-KEEP FROM ENVIRONMENT-VALUE
            IF WS-ENV-KEEP NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-ENV-KEEP) = 0
                     AND FUNCTION NUMVAL (WS-ENV-KEEP) > 0
                  COMPUTE WS-KEEP-COUNT =
                     FUNCTION NUMVAL (WS-ENV-KEEP)
               ELSE
                  DISPLAY "WARNING: GENPROMO_KEEP ", WS-ENV-KEEP,
                     " IS NOT A COUNT OF 1-99 - KEEPING ",
                     WS-KEEP-COUNT
               END-IF
            END-IF

            EVALUATE TRUE
               WHEN PROMOTE-MODE
                  DISPLAY "GENPROMO_RUN" UPON ENVIRONMENT-NAME
                  ACCEPT WS-RUN-NAME FROM ENVIRONMENT-VALUE
                  IF WS-RUN-NAME = SPACES
                     DISPLAY "Enter the run (step name) to promote."
                     ACCEPT WS-RUN-NAME
                  END-IF
                  IF WS-RUN-NAME = SPACES
                     DISPLAY "ERROR: NO RUN NAMED - NOTHING PROMOTED"
                     MOVE 1 TO WS-FINAL-RC
                  END-IF
               WHEN ROLLBACK-MODE
                  DISPLAY "GENPROMO_SET" UPON ENVIRONMENT-NAME
                  ACCEPT WS-ENV-SET FROM ENVIRONMENT-VALUE
                  IF WS-ENV-SET = SPACES
                     DISPLAY "Enter the generation set to restore."
                     ACCEPT WS-ENV-SET
                  END-IF
                  IF FUNCTION TEST-NUMVAL (WS-ENV-SET) = 0
                        AND FUNCTION NUMVAL (WS-ENV-SET) > 0
                     COMPUTE WS-ROLLBACK-SET =
                        FUNCTION NUMVAL (WS-ENV-SET)
                  ELSE
                     DISPLAY "ERROR: GENPROMO_SET ", WS-ENV-SET,
                        " IS NOT A SET NUMBER - NOTHING RESTORED"
                     MOVE 1 TO WS-FINAL-RC
                  END-IF
               WHEN OTHER
                  DISPLAY "ERROR: GENPROMO_MODE ", WS-RUN-MODE,
                     " IS NOT PROMOTE OR ROLLBACK - NOTHING DONE"
                  MOVE 1 TO WS-FINAL-RC
            END-EVALUATE.

       050-OPEN-REPORT.

            OPEN OUTPUT PROMOTION-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: PROMOTION-REPORT-FILE OPEN FAILED, "
                  "STATUS = ", WS-REPORT-FILE-STATUS
            ELSE
               MOVE WS-RUN-MODE TO PH-MODE
               MOVE WS-TODAY TO PH-DATE
               WRITE PROMOTION-LINE FROM PROMOTION-HEADING-1
            END-IF.

      * The log is read whole before anything happens: it numbers
      * the next set, tells a rollback what a set held, and tells
      * the retention pass which archives are still on disk.  It is
      * then reopened for EXTEND to take this run's records.
       060-LOAD-GENERATION-LOG.

            OPEN INPUT GENERATION-LOG-FILE
            IF WS-LOG-FILE-STATUS = "35"
               MOVE 'Y' TO WS-LOG-EOF-SWITCH
            ELSE
               IF WS-LOG-FILE-STATUS NOT = "00"
                  DISPLAY "ERROR: GENERATION-LOG-FILE OPEN FAILED, "
                     "STATUS = ", WS-LOG-FILE-STATUS
                  MOVE 'Y' TO WS-LOG-EOF-SWITCH
                  MOVE 1 TO WS-FINAL-RC
               END-IF
            END-IF

            PERFORM UNTIL END-OF-LOG
               READ GENERATION-LOG-FILE
                  AT END
                     MOVE 'Y' TO WS-LOG-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 065-TABLE-LOG-RECORD
               END-READ
            END-PERFORM
            IF WS-LOG-FILE-STATUS = "10"
               CLOSE GENERATION-LOG-FILE
            END-IF
            IF WS-FINAL-RC NOT = 0
               EXIT PARAGRAPH
            END-IF

            OPEN EXTEND GENERATION-LOG-FILE
            IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT GENERATION-LOG-FILE
            END-IF
            IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: GENERATION-LOG-FILE OPEN FOR EXTEND "
                  "FAILED, STATUS = ", WS-LOG-FILE-STATUS,
                  " - NOTHING DONE UNLOGGED"
               MOVE 1 TO WS-FINAL-RC
            ELSE
               MOVE 'Y' TO WS-LOG-OPEN-SWITCH
            END-IF.

       065-TABLE-LOG-RECORD.

            IF GN-SET-NUMBER = 0
               EXIT PARAGRAPH
            END-IF
            IF GN-SET-NUMBER > WS-HIGH-SET-NUMBER
               MOVE GN-SET-NUMBER TO WS-HIGH-SET-NUMBER
            END-IF

            MOVE 0 TO WS-FOUND-SET-SUB
            PERFORM VARYING GS-IDX FROM 1 BY 1
                  UNTIL GS-IDX > WS-SET-COUNT
               IF GSE-SET-NUMBER (GS-IDX) = GN-SET-NUMBER
                  SET WS-FOUND-SET-SUB TO GS-IDX
                  EXIT PERFORM
               END-IF
            END-PERFORM

            IF GN-IS-EXPIRY
               IF WS-FOUND-SET-SUB > 0
                  MOVE 'Y' TO GSE-EXPIRED (WS-FOUND-SET-SUB)
               END-IF
               EXIT PARAGRAPH
            END-IF

            IF WS-FOUND-SET-SUB = 0
               IF WS-SET-COUNT >= WS-SET-COUNT-MAX
                  DISPLAY "WARNING: GENERATION SET TABLE FULL, "
                     "IGNORING SET ", GN-SET-NUMBER
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SET-COUNT
               MOVE WS-SET-COUNT TO WS-FOUND-SET-SUB
               MOVE GN-SET-NUMBER TO GSE-SET-NUMBER (WS-SET-COUNT)
               MOVE GN-ACTION TO GSE-ACTION (WS-SET-COUNT)
               MOVE GN-RUN-NAME TO GSE-RUN-NAME (WS-SET-COUNT)
               MOVE GN-DATE TO GSE-DATE (WS-SET-COUNT)
               MOVE GN-TIME TO GSE-TIME (WS-SET-COUNT)
               MOVE GN-SOURCE-SET TO GSE-SOURCE-SET (WS-SET-COUNT)
               MOVE 0 TO GSE-FILE-COUNT (WS-SET-COUNT)
               MOVE 'N' TO GSE-EXPIRED (WS-SET-COUNT)
            END-IF
            ADD 1 TO GSE-FILE-COUNT (WS-FOUND-SET-SUB)

            IF WS-LOG-FILE-COUNT < WS-LOG-FILE-COUNT-MAX
               ADD 1 TO WS-LOG-FILE-COUNT
               MOVE GN-SET-NUMBER TO
                  LFE-SET-NUMBER (WS-LOG-FILE-COUNT)
               MOVE GN-FILE-BASE TO LFE-FILE-BASE (WS-LOG-FILE-COUNT)
               MOVE GN-DAT-ARCHIVED TO
                  LFE-DAT-ARCHIVED (WS-LOG-FILE-COUNT)
               MOVE GN-SEAL-ARCHIVED TO
                  LFE-SEAL-ARCHIVED (WS-LOG-FILE-COUNT)
            ELSE
               DISPLAY "WARNING: GENERATION FILE TABLE FULL, "
                  "IGNORING ", GN-FILE-BASE, " IN SET ", GN-SET-NUMBER
            END-IF.

      ******************************************************************
      * PROMOTE
      ******************************************************************
       100-PROMOTE-RUN.

            PERFORM 110-LOAD-GENERATION-MAP
            PERFORM 120-CHECK-STEP-RESULT
            IF WS-MAP-COUNT = 0
               MOVE 'Y' TO WS-REFUSE-SWITCH
               MOVE "NO .NEW FILES ON GENMAP.DAT FOR THIS RUN"
                  TO WS-REFUSE-REASON
            END-IF

      * Every file is checked even after one fails, so the report
      * shows the operator everything wrong in one pass.
            PERFORM 130-CHECK-NEW-GENERATION
               VARYING GM-IDX FROM 1 BY 1
               UNTIL GM-IDX > WS-MAP-COUNT

            IF SET-REFUSED
               PERFORM 190-REFUSE-PROMOTION
               EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-HIGH-SET-NUMBER
            MOVE WS-HIGH-SET-NUMBER TO WS-NEW-SET-NUMBER
            MOVE 'N' TO WS-OPERATION-SWITCH
            PERFORM 150-PROMOTE-FILE
               VARYING GM-IDX FROM 1 BY 1
               UNTIL GM-IDX > WS-MAP-COUNT

            IF OPERATION-FAILED
               MOVE 1 TO WS-FINAL-RC
               MOVE "PROMOTION FAILED PART WAY - RESTORE WITH ROLLBACK"
                  TO PO-OUTCOME
               MOVE "PROMOTE FAILED " TO WS-SET-MSG-ACTION
               MOVE "E" TO EL-SEVERITY
            ELSE
               MOVE "PROMOTED - PRIOR GENERATION ARCHIVED AS THIS SET"
                  TO PO-OUTCOME
               MOVE "PROMOTED AS   " TO WS-SET-MSG-ACTION
               MOVE "I" TO EL-SEVERITY
            END-IF
            PERFORM 195-WRITE-OUTCOME
            MOVE WS-NEW-SET-NUMBER TO WS-SET-MSG-NUMBER
            MOVE WS-RUN-NAME TO WS-SET-MSG-RUN
            MOVE WS-SET-MSG-BUILD TO EL-MESSAGE
            PERFORM 960-LOG-TO-EXCEPTION-FILE
            DISPLAY "GENERATION SET ", WS-NEW-SET-NUMBER, ": ",
               WS-PROMOTED-COUNT, " FILE(S) PROMOTED FOR ", WS-RUN-NAME

            PERFORM 300-EXPIRE-OLD-SETS.

       110-LOAD-GENERATION-MAP.

            OPEN INPUT GENERATION-MAP-FILE
            IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: GENERATION-MAP-FILE OPEN FAILED, "
                  "STATUS = ", WS-MAP-FILE-STATUS
               MOVE 'Y' TO WS-MAP-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-MAP
               READ GENERATION-MAP-FILE
                  AT END
                     MOVE 'Y' TO WS-MAP-EOF-SWITCH
                  NOT AT END
                     IF GM-RUN-NAME = WS-RUN-NAME
                        PERFORM 115-TABLE-MAP-ROW
                     END-IF
               END-READ
            END-PERFORM
            IF WS-MAP-FILE-STATUS = "10"
               CLOSE GENERATION-MAP-FILE
            END-IF.

      * A row whose positions are unusable is kept, marked "?", so
      * the check pass refuses the set with the row named - a file
      * silently dropped from the set would be promoted never.
       115-TABLE-MAP-ROW.

            IF WS-MAP-COUNT >= WS-MAP-COUNT-MAX
               DISPLAY "ERROR: MORE THAN ", WS-MAP-COUNT-MAX,
                  " FILES FOR ONE RUN - SET REFUSED"
               MOVE 'Y' TO WS-REFUSE-SWITCH
               MOVE "TOO MANY FILES ON GENMAP.DAT FOR THIS RUN"
                  TO WS-REFUSE-REASON
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-MAP-COUNT
            SET GM-IDX TO WS-MAP-COUNT
            MOVE GM-FILE-BASE TO GME-FILE-BASE (GM-IDX)
            MOVE GM-SEAL-MODE TO GME-SEAL-MODE (GM-IDX)
            MOVE 0 TO GME-KEY-1-POS (GM-IDX) GME-KEY-1-LEN (GM-IDX)
                      GME-KEY-2-POS (GM-IDX) GME-KEY-2-LEN (GM-IDX)
                      GME-AMOUNT-1-POS (GM-IDX)
                      GME-AMOUNT-1-LEN (GM-IDX)
                      GME-AMOUNT-1-DEC (GM-IDX)
                      GME-AMOUNT-2-POS (GM-IDX)
                      GME-AMOUNT-2-LEN (GM-IDX)
                      GME-AMOUNT-2-DEC (GM-IDX)
            MOVE SPACES TO GME-AMOUNT-1-SIGN (GM-IDX)
                           GME-AMOUNT-OP (GM-IDX)
                           GME-AMOUNT-2-SIGN (GM-IDX)
                           GME-CHECK-RESULT (GM-IDX)
            MOVE 'N' TO GME-DAT-ARCHIVED (GM-IDX)
                        GME-SEAL-ARCHIVED (GM-IDX)

            IF GM-FILE-BASE = SPACES
               MOVE "?" TO GME-SEAL-MODE (GM-IDX)
               EXIT PARAGRAPH
            END-IF
            IF GM-SEAL-MODE NOT = "F"
               IF GM-SEAL-MODE NOT = "C" AND NOT = "X"
                     AND NOT = "N"
                  MOVE "?" TO GME-SEAL-MODE (GM-IDX)
               END-IF
               EXIT PARAGRAPH
            END-IF

            IF GM-KEY-1-POS NOT NUMERIC OR GM-KEY-1-LEN NOT NUMERIC
                  OR GM-KEY-2-POS NOT NUMERIC
                  OR GM-KEY-2-LEN NOT NUMERIC
                  OR GM-AMOUNT-1-POS NOT NUMERIC
                  OR GM-AMOUNT-1-LEN NOT NUMERIC
                  OR GM-AMOUNT-1-DEC NOT NUMERIC
                  OR GM-KEY-1-POS = 0 OR GM-KEY-1-LEN = 0
                  OR GM-KEY-1-LEN + GM-KEY-2-LEN > 20
                  OR GM-KEY-1-POS + GM-KEY-1-LEN > 401
                  OR GM-KEY-2-POS + GM-KEY-2-LEN > 401
                  OR GM-AMOUNT-1-LEN > 13
                  OR GM-AMOUNT-1-POS + GM-AMOUNT-1-LEN > 400
               MOVE "?" TO GME-SEAL-MODE (GM-IDX)
               EXIT PARAGRAPH
            END-IF
            IF GM-AMOUNT-OP = "+" OR GM-AMOUNT-OP = "-"
               IF GM-AMOUNT-2-POS NOT NUMERIC
                     OR GM-AMOUNT-2-LEN NOT NUMERIC
                     OR GM-AMOUNT-2-DEC NOT NUMERIC
                     OR GM-AMOUNT-2-POS = 0
                     OR GM-AMOUNT-2-LEN = 0
                     OR GM-AMOUNT-2-LEN > 13
                     OR GM-AMOUNT-2-POS + GM-AMOUNT-2-LEN > 400
                  MOVE "?" TO GME-SEAL-MODE (GM-IDX)
                  EXIT PARAGRAPH
               END-IF
               MOVE GM-AMOUNT-OP TO GME-AMOUNT-OP (GM-IDX)
               MOVE GM-AMOUNT-2-POS TO GME-AMOUNT-2-POS (GM-IDX)
               MOVE GM-AMOUNT-2-LEN TO GME-AMOUNT-2-LEN (GM-IDX)
               MOVE GM-AMOUNT-2-DEC TO GME-AMOUNT-2-DEC (GM-IDX)
               MOVE GM-AMOUNT-2-SIGN TO GME-AMOUNT-2-SIGN (GM-IDX)
            END-IF
            MOVE GM-KEY-1-POS TO GME-KEY-1-POS (GM-IDX)
            MOVE GM-KEY-1-LEN TO GME-KEY-1-LEN (GM-IDX)
            MOVE GM-KEY-2-POS TO GME-KEY-2-POS (GM-IDX)
            MOVE GM-KEY-2-LEN TO GME-KEY-2-LEN (GM-IDX)
            MOVE GM-AMOUNT-1-POS TO GME-AMOUNT-1-POS (GM-IDX)
            MOVE GM-AMOUNT-1-LEN TO GME-AMOUNT-1-LEN (GM-IDX)
            MOVE GM-AMOUNT-1-DEC TO GME-AMOUNT-1-DEC (GM-IDX)
            MOVE GM-AMOUNT-1-SIGN TO GME-AMOUNT-1-SIGN (GM-IDX).

      * The run's most recent result is the one that counts - a
      * failed first attempt followed by a clean restart promotes.
       120-CHECK-STEP-RESULT.

            OPEN INPUT STEP-RESULTS-FILE
            IF WS-RESULTS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: STEP-RESULTS-FILE OPEN FAILED, "
                  "STATUS = ", WS-RESULTS-FILE-STATUS
               MOVE 'Y' TO WS-RESULTS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-RESULTS
               READ STEP-RESULTS-FILE
                  AT END
                     MOVE 'Y' TO WS-RESULTS-EOF-SWITCH
                  NOT AT END
                     IF BR-STEP-NAME = WS-RUN-NAME
                        MOVE 'Y' TO WS-RESULT-SWITCH
                        MOVE BR-START-STAMP TO WS-RESULT-START-STAMP
                        MOVE BR-END-STAMP TO WS-RESULT-END-STAMP
                        MOVE BR-RETURN-CODE TO WS-RESULT-RC
                     END-IF
               END-READ
            END-PERFORM
            IF WS-RESULTS-FILE-STATUS = "10"
               CLOSE STEP-RESULTS-FILE
            END-IF

            MOVE WS-RUN-NAME TO PH-RUN-NAME
            EVALUATE TRUE
               WHEN NOT RESULT-FOUND
                  MOVE 'Y' TO WS-REFUSE-SWITCH
                  MOVE "RUN HAS NO RESULT ON BATCHRES.DAT"
                     TO WS-REFUSE-REASON
                  MOVE WS-REFUSE-REASON TO PH-RESULT
               WHEN WS-RESULT-RC NOT = 0
                  MOVE 'Y' TO WS-REFUSE-SWITCH
                  MOVE "RUN DID NOT END WITH RETURN-CODE 0"
                     TO WS-REFUSE-REASON
                  MOVE WS-REFUSE-REASON TO PH-RESULT
               WHEN OTHER
                  MOVE "SUCCEEDED (RETURN-CODE 0)" TO PH-RESULT
            END-EVALUATE
            DIVIDE WS-RESULT-START-STAMP BY 1000000
               GIVING WS-RESULT-START-DATE
            DIVIDE WS-RESULT-END-STAMP BY 1000000
               GIVING WS-RESULT-END-DATE
            IF WS-REPORT-FILE-STATUS = "00"
               WRITE PROMOTION-LINE FROM PROMOTION-HEADING-2
               MOVE SPACES TO PROMOTION-LINE
               WRITE PROMOTION-LINE
               WRITE PROMOTION-LINE FROM PROMOTION-HEADING-3
            END-IF.

      * One manifest file: the .NEW must be there, and its seal must
      * prove it is the generation this run wrote.
       130-CHECK-NEW-GENERATION.

            MOVE GME-FILE-BASE (GM-IDX) TO WS-FILE-BASE
            MOVE 0 TO WS-NAME-SET-NUMBER
            PERFORM 160-BUILD-FILE-NAMES

            EVALUATE TRUE
               WHEN GME-SEAL-MODE (GM-IDX) = "?"
                  MOVE "GENMAP.DAT ROW IS NOT USABLE"
                     TO GME-CHECK-RESULT (GM-IDX)
               WHEN OTHER
                  MOVE WS-NEW-FILE-NAME TO WS-FROM-NAME
                  PERFORM 440-TEST-FILE
                  IF NOT FILE-PRESENT
                     MOVE "NO .NEW FILE TO PROMOTE"
                        TO GME-CHECK-RESULT (GM-IDX)
                  ELSE
                     IF GME-SEAL-MODE (GM-IDX) = "N"
                        MOVE "PRESENT - ROLL IS NOT SEALED"
                           TO GME-CHECK-RESULT (GM-IDX)
                     ELSE
                        PERFORM 135-CHECK-SEAL
                     END-IF
                  END-IF
            END-EVALUATE

            IF GME-CHECK-RESULT (GM-IDX) (1:7) NOT = "PRESENT"
                  AND GME-CHECK-RESULT (GM-IDX) (1:11)
                     NOT = "SEAL PASSED"
               MOVE 'Y' TO WS-REFUSE-SWITCH
               IF WS-REFUSE-REASON = SPACES
                  MOVE GME-CHECK-RESULT (GM-IDX) TO WS-REFUSE-REASON
               END-IF
               MOVE GME-FILE-BASE (GM-IDX) TO WS-REFUSE-MSG-FILE
               MOVE GME-CHECK-RESULT (GM-IDX) TO WS-REFUSE-MSG-REASON
               MOVE WS-REFUSE-MSG-BUILD TO EL-MESSAGE
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-LOG-TO-EXCEPTION-FILE
            END-IF.

       135-CHECK-SEAL.

            PERFORM 938-LOAD-FILE-SEAL
            IF SEAL-IS-MISSING
               MOVE "SEAL MISSING - .NEW CANNOT BE PROVEN"
                  TO GME-CHECK-RESULT (GM-IDX)
               EXIT PARAGRAPH
            END-IF
            MOVE FS-SEAL-DATE TO WS-SEALED-DATE
            MOVE FS-RECORD-COUNT TO WS-SEALED-COUNT
            IF RESULT-FOUND
               IF WS-SEALED-DATE < WS-RESULT-START-DATE
                     OR WS-SEALED-DATE > WS-RESULT-END-DATE
                  MOVE "SEAL NOT WRITTEN BY THIS RUN - STALE .NEW"
                     TO GME-CHECK-RESULT (GM-IDX)
                  EXIT PARAGRAPH
               END-IF
            END-IF

            EVALUATE GME-SEAL-MODE (GM-IDX)
               WHEN "X"
                  MOVE "SEAL PASSED - PRESENT AND DATED THIS RUN"
                     TO GME-CHECK-RESULT (GM-IDX)
               WHEN "C"
                  PERFORM 140-READ-NEW-GENERATION
                  IF WS-NEW-RECORD-COUNT = WS-SEALED-COUNT
                     MOVE "SEAL PASSED - RECORD COUNT AGREES"
                        TO GME-CHECK-RESULT (GM-IDX)
                  ELSE
                     MOVE "SEAL FAILED - RECORD COUNT DISAGREES"
                        TO GME-CHECK-RESULT (GM-IDX)
                  END-IF
               WHEN "F"
                  PERFORM 140-READ-NEW-GENERATION
                  PERFORM 936-VERIFY-FILE-SEAL
                  IF SEAL-VERIFY-PASSED
                     MOVE "SEAL PASSED - COUNT AND HASHES AGREE"
                        TO GME-CHECK-RESULT (GM-IDX)
                  ELSE
                     MOVE "SEAL FAILED - .NEW IS NOT WHAT WAS SEALED"
                        TO GME-CHECK-RESULT (GM-IDX)
                  END-IF
            END-EVALUATE.

      * Re-accumulate the seal figures over the .NEW file the way
      * the writing program did - see copybooks/SEALWS.cpy.
       140-READ-NEW-GENERATION.

            PERFORM 930-RESET-SEAL
            MOVE 0 TO WS-NEW-RECORD-COUNT
            MOVE 'N' TO WS-NEW-EOF-SWITCH
            OPEN INPUT NEW-GENERATION-FILE
            IF WS-NEW-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ", WS-NEW-FILE-NAME, " OPEN FAILED, "
                  "STATUS = ", WS-NEW-FILE-STATUS
               MOVE 'Y' TO WS-NEW-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-NEW-FILE
               READ NEW-GENERATION-FILE
                  AT END
                     MOVE 'Y' TO WS-NEW-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     ADD 1 TO WS-NEW-RECORD-COUNT
                     IF GME-SEAL-MODE (GM-IDX) = "F"
                        PERFORM 145-ACCUMULATE-NEW-RECORD
                     END-IF
               END-READ
            END-PERFORM
            IF WS-NEW-FILE-STATUS = "10"
               CLOSE NEW-GENERATION-FILE
            END-IF.

       145-ACCUMULATE-NEW-RECORD.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE NEW-GENERATION-RECORD
               (GME-KEY-1-POS (GM-IDX):GME-KEY-1-LEN (GM-IDX))
               TO WS-SEAL-KEY-STRING (1:GME-KEY-1-LEN (GM-IDX))
            IF GME-KEY-2-LEN (GM-IDX) > 0
               COMPUTE WS-KEY-2-START = GME-KEY-1-LEN (GM-IDX) + 1
               MOVE NEW-GENERATION-RECORD
                  (GME-KEY-2-POS (GM-IDX):GME-KEY-2-LEN (GM-IDX))
                  TO WS-SEAL-KEY-STRING
                     (WS-KEY-2-START:GME-KEY-2-LEN (GM-IDX))
            END-IF

            MOVE 0 TO WS-AMOUNT-1
            IF GME-AMOUNT-1-POS (GM-IDX) > 0
               MOVE GME-AMOUNT-1-POS (GM-IDX) TO WS-AMOUNT-POS
               MOVE GME-AMOUNT-1-LEN (GM-IDX) TO WS-AMOUNT-LEN
               MOVE GME-AMOUNT-1-DEC (GM-IDX) TO WS-AMOUNT-DEC
               MOVE GME-AMOUNT-1-SIGN (GM-IDX) TO WS-AMOUNT-SIGN
               PERFORM 147-EXTRACT-AMOUNT
               MOVE WS-AMOUNT-PART TO WS-AMOUNT-1
            END-IF
            IF GME-AMOUNT-OP (GM-IDX) NOT = SPACE
               MOVE GME-AMOUNT-2-POS (GM-IDX) TO WS-AMOUNT-POS
               MOVE GME-AMOUNT-2-LEN (GM-IDX) TO WS-AMOUNT-LEN
               MOVE GME-AMOUNT-2-DEC (GM-IDX) TO WS-AMOUNT-DEC
               MOVE GME-AMOUNT-2-SIGN (GM-IDX) TO WS-AMOUNT-SIGN
               PERFORM 147-EXTRACT-AMOUNT
               IF GME-AMOUNT-OP (GM-IDX) = "-"
                  SUBTRACT WS-AMOUNT-PART FROM WS-AMOUNT-1
               ELSE
                  ADD WS-AMOUNT-PART TO WS-AMOUNT-1
               END-IF
            END-IF
            MOVE WS-AMOUNT-1 TO WS-SEAL-AMOUNT-VALUE

            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

      * Zoned digits right-justified into a 13-digit field, scaled
      * by the implied decimals.  Digits that are not numeric hash
      * as zero - the seal then fails, which is the right answer
      * for a damaged record.
       147-EXTRACT-AMOUNT.

            MOVE ZEROS TO WS-AMOUNT-DIGITS-X
            IF NEW-GENERATION-RECORD (WS-AMOUNT-POS:WS-AMOUNT-LEN)
                  IS NUMERIC
               MOVE NEW-GENERATION-RECORD
                  (WS-AMOUNT-POS:WS-AMOUNT-LEN)
                  TO WS-AMOUNT-DIGITS-X (14 - WS-AMOUNT-LEN:
                                         WS-AMOUNT-LEN)
            END-IF
            COMPUTE WS-AMOUNT-PART =
               WS-AMOUNT-DIGITS / (10 ** WS-AMOUNT-DEC)
            IF WS-AMOUNT-SIGN = "T"
               IF NEW-GENERATION-RECORD
                     (WS-AMOUNT-POS + WS-AMOUNT-LEN:1) = "-"
                  COMPUTE WS-AMOUNT-PART = 0 - WS-AMOUNT-PART
               END-IF
            END-IF.

      * Archive what is live, then rename the .NEW over it.  The
      * seal stays where it is - it already describes the .NEW.
       150-PROMOTE-FILE.

            MOVE GME-FILE-BASE (GM-IDX) TO WS-FILE-BASE
            MOVE WS-NEW-SET-NUMBER TO WS-NAME-SET-NUMBER
            PERFORM 160-BUILD-FILE-NAMES
            MOVE SPACES TO PD-ACTION

            MOVE WS-DAT-FILE-NAME TO WS-FROM-NAME
            PERFORM 440-TEST-FILE
            IF FILE-PRESENT
               MOVE WS-ARCHIVE-DAT-NAME TO WS-TO-NAME
               PERFORM 410-COPY-FILE
               IF WS-COMMAND-RC NOT = 0
                  MOVE 'Y' TO WS-OPERATION-SWITCH
                  MOVE "ARCHIVE FAILED - NOT PROMOTED" TO PD-ACTION
                  PERFORM 170-WRITE-FILE-DETAIL
                  EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO GME-DAT-ARCHIVED (GM-IDX)
            END-IF
            PERFORM 155-ARCHIVE-LIVE-SEAL

            MOVE WS-NEW-FILE-NAME TO WS-FROM-NAME
            MOVE WS-DAT-FILE-NAME TO WS-TO-NAME
            PERFORM 420-MOVE-FILE
            IF WS-COMMAND-RC NOT = 0
               MOVE 'Y' TO WS-OPERATION-SWITCH
               MOVE "RENAME FAILED - .NEW LEFT IN PLACE" TO PD-ACTION
            ELSE
               ADD 1 TO WS-PROMOTED-COUNT
               IF GME-SEAL-MODE (GM-IDX) NOT = "N"
                  MOVE WS-SEAL-FILE-NAME TO WS-FROM-NAME
                  MOVE WS-LIVE-SEAL-NAME TO WS-TO-NAME
                  PERFORM 410-COPY-FILE
               END-IF
               MOVE SPACES TO PD-ACTION
               STRING "PROMOTED; PRIOR AS " DELIMITED BY SIZE
                  WS-ARCHIVE-DAT-NAME DELIMITED BY SPACE
                  INTO PD-ACTION
               IF GME-DAT-ARCHIVED (GM-IDX) NOT = 'Y'
                  MOVE "PROMOTED; NO PRIOR .DAT TO ARCHIVE"
                     TO PD-ACTION
               END-IF
            END-IF
            PERFORM 170-WRITE-FILE-DETAIL

            MOVE WS-NEW-SET-NUMBER TO GN-SET-NUMBER
            MOVE "P" TO GN-ACTION
            MOVE WS-RUN-NAME TO GN-RUN-NAME
            MOVE 0 TO GN-SOURCE-SET
            MOVE PD-ACTION TO GN-DETAIL
            PERFORM 450-WRITE-LOG-RECORD.

      * By promotion time X.SEAL describes the .NEW, not the live
      * .DAT - the writer replaced it.  So each promotion keeps a
      * copy of the seal it promoted as X.DATSEAL, and that copy,
      * the seal of the generation now being archived, goes into
      * the set.  A .DAT promoted before this utility existed has
      * no such copy and is archived unsealed; a rollback to it
      * restores it unsealed, which its consumers accept with the
      * no-seal notice as for any file from before sealing.
       155-ARCHIVE-LIVE-SEAL.

            MOVE 'N' TO GME-SEAL-ARCHIVED (GM-IDX)
            MOVE WS-LIVE-SEAL-NAME TO WS-FROM-NAME
            PERFORM 440-TEST-FILE
            IF FILE-PRESENT
               MOVE WS-ARCHIVE-SEAL-NAME TO WS-TO-NAME
               PERFORM 410-COPY-FILE
               IF WS-COMMAND-RC = 0
                  MOVE 'Y' TO GME-SEAL-ARCHIVED (GM-IDX)
               END-IF
            END-IF.

       160-BUILD-FILE-NAMES.

            MOVE WS-NAME-SET-NUMBER TO WS-SET-NUMBER-TEXT
            MOVE SPACES TO WS-DAT-FILE-NAME WS-NEW-FILE-NAME
                           WS-ARCHIVE-DAT-NAME WS-ARCHIVE-SEAL-NAME
                           WS-SEAL-FILE-NAME WS-LIVE-SEAL-NAME
            STRING WS-FILE-BASE DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-DAT-FILE-NAME
            STRING WS-FILE-BASE DELIMITED BY SPACE
                   ".NEW" DELIMITED BY SIZE
                   INTO WS-NEW-FILE-NAME
            STRING WS-FILE-BASE DELIMITED BY SPACE
                   ".SEAL" DELIMITED BY SIZE
                   INTO WS-SEAL-FILE-NAME
            STRING WS-FILE-BASE DELIMITED BY SPACE
                   ".DATSEAL" DELIMITED BY SIZE
                   INTO WS-LIVE-SEAL-NAME
            STRING WS-FILE-BASE DELIMITED BY SPACE
                   ".G" DELIMITED BY SIZE
                   WS-SET-NUMBER-TEXT DELIMITED BY SIZE
                   INTO WS-ARCHIVE-DAT-NAME
            STRING WS-FILE-BASE DELIMITED BY SPACE
                   ".S" DELIMITED BY SIZE
                   WS-SET-NUMBER-TEXT DELIMITED BY SIZE
                   INTO WS-ARCHIVE-SEAL-NAME.

       170-WRITE-FILE-DETAIL.

            IF WS-REPORT-FILE-STATUS = "00"
               MOVE GME-FILE-BASE (GM-IDX) TO PD-FILE-BASE
               MOVE GME-SEAL-MODE (GM-IDX) TO PD-SEAL-MODE
               MOVE GME-CHECK-RESULT (GM-IDX) TO PD-CHECK-RESULT
               WRITE PROMOTION-LINE FROM PROMOTION-DETAIL-LINE
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-IF.

      * Nothing was touched; the refusal goes on the generation log
      * under set zero so the history shows the attempt.
       190-REFUSE-PROMOTION.

            MOVE 1 TO WS-FINAL-RC
            PERFORM VARYING GM-IDX FROM 1 BY 1
                  UNTIL GM-IDX > WS-MAP-COUNT
               MOVE "NOT PROMOTED - SET REFUSED" TO PD-ACTION
               PERFORM 170-WRITE-FILE-DETAIL
            END-PERFORM

            MOVE 0 TO GN-SET-NUMBER
            MOVE "F" TO GN-ACTION
            MOVE WS-RUN-NAME TO GN-RUN-NAME
            MOVE SPACES TO GN-FILE-BASE
            MOVE 'N' TO GN-DAT-ARCHIVED GN-SEAL-ARCHIVED
            MOVE 0 TO GN-SOURCE-SET
            MOVE WS-REFUSE-REASON TO GN-DETAIL
            PERFORM 455-WRITE-LOG-LINE

            MOVE SPACES TO PO-OUTCOME
            STRING "REFUSED - " DELIMITED BY SIZE
               WS-REFUSE-REASON DELIMITED BY SIZE
               INTO PO-OUTCOME
            PERFORM 195-WRITE-OUTCOME
            MOVE "REFUSED       " TO WS-SET-MSG-ACTION
            MOVE 0 TO WS-SET-MSG-NUMBER
            MOVE WS-RUN-NAME TO WS-SET-MSG-RUN
            MOVE WS-SET-MSG-BUILD TO EL-MESSAGE
            MOVE "E" TO EL-SEVERITY
            PERFORM 960-LOG-TO-EXCEPTION-FILE
            DISPLAY "PROMOTION REFUSED FOR ", WS-RUN-NAME, " - ",
               WS-REFUSE-REASON.

       195-WRITE-OUTCOME.

            IF WS-REPORT-FILE-STATUS = "00"
               MOVE SPACES TO PROMOTION-LINE
               WRITE PROMOTION-LINE
               WRITE PROMOTION-LINE FROM PROMOTION-OUTCOME-LINE
            END-IF.

      ******************************************************************
      * ROLLBACK
      ******************************************************************
       200-ROLLBACK-SET.

            MOVE 0 TO WS-FOUND-SET-SUB
            PERFORM VARYING GS-IDX FROM 1 BY 1
                  UNTIL GS-IDX > WS-SET-COUNT
               IF GSE-SET-NUMBER (GS-IDX) = WS-ROLLBACK-SET
                  SET WS-FOUND-SET-SUB TO GS-IDX
                  EXIT PERFORM
               END-IF
            END-PERFORM

            EVALUATE TRUE
               WHEN WS-FOUND-SET-SUB = 0
                  MOVE "SET IS NOT ON GENLOG.DAT" TO WS-REFUSE-REASON
               WHEN GSE-EXPIRED (WS-FOUND-SET-SUB) = 'Y'
                  MOVE "SET HAS EXPIRED - ARCHIVES ARE GONE"
                     TO WS-REFUSE-REASON
               WHEN OTHER
                  MOVE GSE-RUN-NAME (WS-FOUND-SET-SUB) TO WS-RUN-NAME
            END-EVALUATE
            MOVE WS-RUN-NAME TO PH-RUN-NAME
            MOVE SPACES TO PH-RESULT
            MOVE WS-ROLLBACK-SET TO WS-SET-NUMBER-TEXT
            STRING "RESTORING SET " DELIMITED BY SIZE
               WS-SET-NUMBER-TEXT DELIMITED BY SIZE
               INTO PH-RESULT
            IF WS-REPORT-FILE-STATUS = "00"
               WRITE PROMOTION-LINE FROM PROMOTION-HEADING-2
               MOVE SPACES TO PROMOTION-LINE
               WRITE PROMOTION-LINE
               WRITE PROMOTION-LINE FROM PROMOTION-HEADING-3
            END-IF
            IF WS-REFUSE-REASON NOT = SPACES
               PERFORM 290-REFUSE-ROLLBACK
               EXIT PARAGRAPH
            END-IF

      * The set's files become the working list; every archive the
      * set claims must still be on disk before anything moves.
            MOVE 0 TO WS-MAP-COUNT
            PERFORM VARYING LF-IDX FROM 1 BY 1
                  UNTIL LF-IDX > WS-LOG-FILE-COUNT
               IF LFE-SET-NUMBER (LF-IDX) = WS-ROLLBACK-SET
                     AND WS-MAP-COUNT < WS-MAP-COUNT-MAX
                  ADD 1 TO WS-MAP-COUNT
                  SET GM-IDX TO WS-MAP-COUNT
                  MOVE LFE-FILE-BASE (LF-IDX) TO GME-FILE-BASE (GM-IDX)
                  MOVE "R" TO GME-SEAL-MODE (GM-IDX)
                  MOVE LFE-DAT-ARCHIVED (LF-IDX) TO
                     GME-DAT-ARCHIVED (GM-IDX)
                  MOVE LFE-SEAL-ARCHIVED (LF-IDX) TO
                     GME-SEAL-ARCHIVED (GM-IDX)
                  MOVE SPACES TO GME-CHECK-RESULT (GM-IDX)
               END-IF
            END-PERFORM
            PERFORM 210-CHECK-ARCHIVE
               VARYING GM-IDX FROM 1 BY 1
               UNTIL GM-IDX > WS-MAP-COUNT
            IF WS-REFUSE-REASON NOT = SPACES
               PERFORM 290-REFUSE-ROLLBACK
               EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-HIGH-SET-NUMBER
            MOVE WS-HIGH-SET-NUMBER TO WS-NEW-SET-NUMBER
            MOVE 'N' TO WS-OPERATION-SWITCH
            PERFORM 220-RESTORE-FILE
               VARYING GM-IDX FROM 1 BY 1
               UNTIL GM-IDX > WS-MAP-COUNT

            IF OPERATION-FAILED
               MOVE 1 TO WS-FINAL-RC
               MOVE "ROLLBACK FAILED PART WAY - SEE THE FILE LINES"
                  TO PO-OUTCOME
               MOVE "ROLLBACK FAILED" TO WS-SET-MSG-ACTION
               MOVE "E" TO EL-SEVERITY
            ELSE
               MOVE "RESTORED - REPLACED FILES ARCHIVED AS THIS SET"
                  TO PO-OUTCOME
               MOVE "RESTORED INTO " TO WS-SET-MSG-ACTION
               MOVE "I" TO EL-SEVERITY
            END-IF
            PERFORM 195-WRITE-OUTCOME
            MOVE WS-NEW-SET-NUMBER TO WS-SET-MSG-NUMBER
            MOVE WS-RUN-NAME TO WS-SET-MSG-RUN
            MOVE WS-SET-MSG-BUILD TO EL-MESSAGE
            PERFORM 960-LOG-TO-EXCEPTION-FILE
            DISPLAY "GENERATION SET ", WS-ROLLBACK-SET, " RESTORED ("
               WS-RESTORED-COUNT, " FILE(S)); REPLACED FILES "
               "ARCHIVED AS SET ", WS-NEW-SET-NUMBER

            PERFORM 300-EXPIRE-OLD-SETS.

       210-CHECK-ARCHIVE.

            MOVE GME-FILE-BASE (GM-IDX) TO WS-FILE-BASE
            MOVE WS-ROLLBACK-SET TO WS-NAME-SET-NUMBER
            PERFORM 160-BUILD-FILE-NAMES
            MOVE "ARCHIVE PRESENT" TO GME-CHECK-RESULT (GM-IDX)
            IF GME-DAT-ARCHIVED (GM-IDX) = 'Y'
               MOVE WS-ARCHIVE-DAT-NAME TO WS-FROM-NAME
               PERFORM 440-TEST-FILE
               IF NOT FILE-PRESENT
                  MOVE "ARCHIVED .DAT IS MISSING"
                     TO GME-CHECK-RESULT (GM-IDX)
               END-IF
            ELSE
               MOVE "SET HAD NO .DAT - CURRENT ONE WILL BE REMOVED"
                  TO GME-CHECK-RESULT (GM-IDX)
            END-IF
            IF GME-SEAL-ARCHIVED (GM-IDX) = 'Y'
               MOVE WS-ARCHIVE-SEAL-NAME TO WS-FROM-NAME
               PERFORM 440-TEST-FILE
               IF NOT FILE-PRESENT
                  MOVE "ARCHIVED SEAL IS MISSING"
                     TO GME-CHECK-RESULT (GM-IDX)
               END-IF
            END-IF
            IF GME-CHECK-RESULT (GM-IDX) (10:7) = "MISSING"
                  OR GME-CHECK-RESULT (GM-IDX) (15:7) = "MISSING"
               IF WS-REFUSE-REASON = SPACES
                  MOVE GME-CHECK-RESULT (GM-IDX) TO WS-REFUSE-REASON
               END-IF
               MOVE GME-FILE-BASE (GM-IDX) TO WS-REFUSE-MSG-FILE
               MOVE GME-CHECK-RESULT (GM-IDX) TO WS-REFUSE-MSG-REASON
               MOVE WS-REFUSE-MSG-BUILD TO EL-MESSAGE
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-LOG-TO-EXCEPTION-FILE
            END-IF.

      * Archive what is live under the new set, then put the old
      * generation back.  The archive is copied, not moved, so the
      * old set stays restorable until it expires.
       220-RESTORE-FILE.

            MOVE GME-FILE-BASE (GM-IDX) TO WS-FILE-BASE
            MOVE WS-NEW-SET-NUMBER TO WS-NAME-SET-NUMBER
            PERFORM 160-BUILD-FILE-NAMES
            MOVE 'N' TO WS-FILE-PRESENT-SWITCH
            MOVE WS-DAT-FILE-NAME TO WS-FROM-NAME
            PERFORM 440-TEST-FILE
            MOVE 'N' TO GN-DAT-ARCHIVED GN-SEAL-ARCHIVED
            IF FILE-PRESENT
               MOVE WS-ARCHIVE-DAT-NAME TO WS-TO-NAME
               PERFORM 410-COPY-FILE
               IF WS-COMMAND-RC NOT = 0
                  MOVE 'Y' TO WS-OPERATION-SWITCH
                  MOVE "ARCHIVE OF LIVE FILE FAILED - NOT RESTORED"
                     TO PD-ACTION
                  PERFORM 170-WRITE-FILE-DETAIL
                  EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO GN-DAT-ARCHIVED
            END-IF
            MOVE WS-LIVE-SEAL-NAME TO WS-FROM-NAME
            PERFORM 440-TEST-FILE
            IF FILE-PRESENT
               MOVE WS-ARCHIVE-SEAL-NAME TO WS-TO-NAME
               PERFORM 410-COPY-FILE
               IF WS-COMMAND-RC = 0
                  MOVE 'Y' TO GN-SEAL-ARCHIVED
               END-IF
            END-IF

            MOVE WS-ROLLBACK-SET TO WS-NAME-SET-NUMBER
            PERFORM 160-BUILD-FILE-NAMES
            IF GME-DAT-ARCHIVED (GM-IDX) = 'Y'
               MOVE WS-ARCHIVE-DAT-NAME TO WS-FROM-NAME
               MOVE WS-DAT-FILE-NAME TO WS-TO-NAME
               PERFORM 410-COPY-FILE
            ELSE
               MOVE WS-DAT-FILE-NAME TO WS-FROM-NAME
               PERFORM 430-REMOVE-FILE
            END-IF
            IF WS-COMMAND-RC NOT = 0
               MOVE 'Y' TO WS-OPERATION-SWITCH
               MOVE "RESTORE FAILED - LIVE FILE ARCHIVED ONLY"
                  TO PD-ACTION
               PERFORM 170-WRITE-FILE-DETAIL
               EXIT PARAGRAPH
            END-IF
      * The restored seal goes back as both the standing seal its
      * consumers verify and the live-seal copy the next promotion
      * archives.
            IF GME-SEAL-ARCHIVED (GM-IDX) = 'Y'
               MOVE WS-ARCHIVE-SEAL-NAME TO WS-FROM-NAME
               MOVE WS-SEAL-FILE-NAME TO WS-TO-NAME
               PERFORM 410-COPY-FILE
               MOVE WS-LIVE-SEAL-NAME TO WS-TO-NAME
               PERFORM 410-COPY-FILE
            ELSE
               MOVE WS-SEAL-FILE-NAME TO WS-FROM-NAME
               PERFORM 430-REMOVE-FILE
               MOVE WS-LIVE-SEAL-NAME TO WS-FROM-NAME
               PERFORM 430-REMOVE-FILE
            END-IF

            ADD 1 TO WS-RESTORED-COUNT
            MOVE SPACES TO PD-ACTION
            IF GME-DAT-ARCHIVED (GM-IDX) = 'Y'
               STRING "RESTORED FROM " DELIMITED BY SIZE
                  WS-ARCHIVE-DAT-NAME DELIMITED BY SPACE
                  INTO PD-ACTION
            ELSE
               MOVE "REMOVED - SET HAD NO .DAT" TO PD-ACTION
            END-IF
            PERFORM 170-WRITE-FILE-DETAIL

            MOVE WS-NEW-SET-NUMBER TO GN-SET-NUMBER
            MOVE "R" TO GN-ACTION
            MOVE WS-RUN-NAME TO GN-RUN-NAME
            MOVE GME-FILE-BASE (GM-IDX) TO GN-FILE-BASE
            MOVE WS-ROLLBACK-SET TO GN-SOURCE-SET
            MOVE PD-ACTION TO GN-DETAIL
            PERFORM 455-WRITE-LOG-LINE.

       290-REFUSE-ROLLBACK.

            MOVE 1 TO WS-FINAL-RC
            PERFORM VARYING GM-IDX FROM 1 BY 1
                  UNTIL GM-IDX > WS-MAP-COUNT
               MOVE "NOT RESTORED - ROLLBACK REFUSED" TO PD-ACTION
               PERFORM 170-WRITE-FILE-DETAIL
            END-PERFORM

            MOVE 0 TO GN-SET-NUMBER
            MOVE "F" TO GN-ACTION
            MOVE WS-RUN-NAME TO GN-RUN-NAME
            MOVE SPACES TO GN-FILE-BASE
            MOVE 'N' TO GN-DAT-ARCHIVED GN-SEAL-ARCHIVED
            MOVE WS-ROLLBACK-SET TO GN-SOURCE-SET
            MOVE WS-REFUSE-REASON TO GN-DETAIL
            PERFORM 455-WRITE-LOG-LINE

            MOVE SPACES TO PO-OUTCOME
            STRING "ROLLBACK REFUSED - " DELIMITED BY SIZE
               WS-REFUSE-REASON DELIMITED BY SIZE
               INTO PO-OUTCOME
            PERFORM 195-WRITE-OUTCOME
            MOVE "NOT RESTORED  " TO WS-SET-MSG-ACTION
            MOVE WS-ROLLBACK-SET TO WS-SET-MSG-NUMBER
            MOVE WS-RUN-NAME TO WS-SET-MSG-RUN
            MOVE WS-SET-MSG-BUILD TO EL-MESSAGE
            MOVE "E" TO EL-SEVERITY
            PERFORM 960-LOG-TO-EXCEPTION-FILE
            DISPLAY "ROLLBACK OF SET ", WS-ROLLBACK-SET, " REFUSED - ",
               WS-REFUSE-REASON.

      ******************************************************************
      * RETENTION
      ******************************************************************
      * Only the newest GENPROMO_KEEP live sets for the run keep
      * their archive files; the set just written counts as one.
       300-EXPIRE-OLD-SETS.

            IF WS-FINAL-RC NOT = 0
               EXIT PARAGRAPH
            END-IF
      * The set just written is on the log but not yet in the
      * table; count it here.
            MOVE 1 TO WS-LIVE-SET-COUNT
            PERFORM VARYING GS-IDX FROM 1 BY 1
                  UNTIL GS-IDX > WS-SET-COUNT
               IF GSE-RUN-NAME (GS-IDX) = WS-RUN-NAME
                     AND GSE-EXPIRED (GS-IDX) NOT = 'Y'
                  ADD 1 TO WS-LIVE-SET-COUNT
               END-IF
            END-PERFORM
            IF WS-LIVE-SET-COUNT <= WS-KEEP-COUNT
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-EXPIRE-COUNT =
               WS-LIVE-SET-COUNT - WS-KEEP-COUNT

      * The table is in log order, which is set-number order, so
      * the first live sets found are the oldest.
            PERFORM VARYING GS-IDX FROM 1 BY 1
                  UNTIL GS-IDX > WS-SET-COUNT
                     OR WS-EXPIRE-COUNT = 0
               IF GSE-RUN-NAME (GS-IDX) = WS-RUN-NAME
                     AND GSE-EXPIRED (GS-IDX) NOT = 'Y'
                  PERFORM 310-EXPIRE-SET
                  SUBTRACT 1 FROM WS-EXPIRE-COUNT
               END-IF
            END-PERFORM.

       310-EXPIRE-SET.

            MOVE GSE-SET-NUMBER (GS-IDX) TO WS-NAME-SET-NUMBER
            PERFORM VARYING LF-IDX FROM 1 BY 1
                  UNTIL LF-IDX > WS-LOG-FILE-COUNT
               IF LFE-SET-NUMBER (LF-IDX) = WS-NAME-SET-NUMBER
                  MOVE LFE-FILE-BASE (LF-IDX) TO WS-FILE-BASE
                  PERFORM 160-BUILD-FILE-NAMES
                  IF LFE-DAT-ARCHIVED (LF-IDX) = 'Y'
                     MOVE WS-ARCHIVE-DAT-NAME TO WS-FROM-NAME
                     PERFORM 430-REMOVE-FILE
                  END-IF
                  IF LFE-SEAL-ARCHIVED (LF-IDX) = 'Y'
                     MOVE WS-ARCHIVE-SEAL-NAME TO WS-FROM-NAME
                     PERFORM 430-REMOVE-FILE
                  END-IF
                  MOVE WS-NAME-SET-NUMBER TO GN-SET-NUMBER
                  MOVE "E" TO GN-ACTION
                  MOVE GSE-RUN-NAME (GS-IDX) TO GN-RUN-NAME
                  MOVE WS-FILE-BASE TO GN-FILE-BASE
                  MOVE 'N' TO GN-DAT-ARCHIVED GN-SEAL-ARCHIVED
                  MOVE 0 TO GN-SOURCE-SET
                  MOVE "ARCHIVES EXPIRED UNDER RETENTION"
                     TO GN-DETAIL
                  PERFORM 455-WRITE-LOG-LINE
               END-IF
            END-PERFORM
            MOVE 'Y' TO GSE-EXPIRED (GS-IDX)
            ADD 1 TO WS-EXPIRED-SET-COUNT
            DISPLAY "GENERATION SET ", WS-NAME-SET-NUMBER,
               " EXPIRED - ARCHIVES REMOVED".

      ******************************************************************
      * FILE OPERATIONS
      ******************************************************************
       400-RUN-COMMAND.

            CALL "SYSTEM" USING WS-COMMAND
            MOVE RETURN-CODE TO WS-COMMAND-RC
            MOVE 0 TO RETURN-CODE.

       410-COPY-FILE.

            MOVE SPACES TO WS-COMMAND
            STRING "cp -p " DELIMITED BY SIZE
                   WS-FROM-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-TO-NAME DELIMITED BY SPACE
                   INTO WS-COMMAND
            PERFORM 400-RUN-COMMAND.

       420-MOVE-FILE.

            MOVE SPACES TO WS-COMMAND
            STRING "mv -f " DELIMITED BY SIZE
                   WS-FROM-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-TO-NAME DELIMITED BY SPACE
                   INTO WS-COMMAND
            PERFORM 400-RUN-COMMAND.

       430-REMOVE-FILE.

            MOVE SPACES TO WS-COMMAND
            STRING "rm -f " DELIMITED BY SIZE
                   WS-FROM-NAME DELIMITED BY SPACE
                   INTO WS-COMMAND
            PERFORM 400-RUN-COMMAND.

       440-TEST-FILE.

            MOVE SPACES TO WS-COMMAND
            STRING "test -f " DELIMITED BY SIZE
                   WS-FROM-NAME DELIMITED BY SPACE
                   INTO WS-COMMAND
            PERFORM 400-RUN-COMMAND
            IF WS-COMMAND-RC = 0
               MOVE 'Y' TO WS-FILE-PRESENT-SWITCH
            ELSE
               MOVE 'N' TO WS-FILE-PRESENT-SWITCH
            END-IF.

       450-WRITE-LOG-RECORD.

            MOVE GME-FILE-BASE (GM-IDX) TO GN-FILE-BASE
            MOVE GME-DAT-ARCHIVED (GM-IDX) TO GN-DAT-ARCHIVED
            MOVE GME-SEAL-ARCHIVED (GM-IDX) TO GN-SEAL-ARCHIVED
            PERFORM 455-WRITE-LOG-LINE.

       455-WRITE-LOG-LINE.

            MOVE WS-TODAY TO GN-DATE
            MOVE WS-NOW-TIME TO GN-TIME
            IF GENERATION-LOG-OPEN
               WRITE GENERATION-LOG-RECORD
               IF WS-LOG-FILE-STATUS = "00"
                  ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               ELSE
                  DISPLAY "ERROR: GENERATION-LOG-FILE WRITE FAILED, "
                     "STATUS = ", WS-LOG-FILE-STATUS, " FOR SET ",
                     GN-SET-NUMBER, " ", GN-FILE-BASE
               END-IF
            END-IF.

       960-LOG-TO-EXCEPTION-FILE.

            MOVE "GENERATION-PROMOTE" TO EL-PROGRAM-ID
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

      ******************************************************************
      * REPORT AND CLOSE
      ******************************************************************
      * The run's generation sets as they stand after this run,
      * newest last, with the date each was made.
       800-WRITE-HISTORY.

            IF WS-REPORT-FILE-STATUS NOT = "00"
                  OR WS-RUN-NAME = SPACES
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO PROMOTION-LINE
            WRITE PROMOTION-LINE
            WRITE PROMOTION-LINE FROM HISTORY-HEADING
            PERFORM VARYING GS-IDX FROM 1 BY 1
                  UNTIL GS-IDX > WS-SET-COUNT
               IF GSE-RUN-NAME (GS-IDX) = WS-RUN-NAME
                  MOVE GSE-SET-NUMBER (GS-IDX) TO HD-SET-NUMBER
                  MOVE GSE-DATE (GS-IDX) TO HD-DATE
                  MOVE GSE-TIME (GS-IDX) TO HD-TIME
                  MOVE GSE-FILE-COUNT (GS-IDX) TO HD-FILE-COUNT
                  IF GSE-ACTION (GS-IDX) = "R"
                     MOVE SPACES TO HD-ACTION
                     MOVE "BEFORE ROLLBACK TO " TO HD-ACTION
                     MOVE GSE-SOURCE-SET (GS-IDX) TO
                        WS-SET-NUMBER-TEXT
                     MOVE WS-SET-NUMBER-TEXT TO HD-ACTION (19:6)
                  ELSE
                     MOVE "BEFORE PROMOTION" TO HD-ACTION
                  END-IF
                  IF GSE-EXPIRED (GS-IDX) = 'Y'
                     MOVE "EXPIRED" TO HD-STATE
                  ELSE
                     MOVE "RESTORABLE" TO HD-STATE
                  END-IF
                  WRITE PROMOTION-LINE FROM HISTORY-DETAIL-LINE
               END-IF
            END-PERFORM
            IF WS-FINAL-RC = 0 AND WS-NEW-SET-NUMBER > 0
               MOVE WS-NEW-SET-NUMBER TO HD-SET-NUMBER
               MOVE WS-TODAY TO HD-DATE
               MOVE WS-NOW-TIME TO HD-TIME
               MOVE WS-MAP-COUNT TO HD-FILE-COUNT
               IF ROLLBACK-MODE
                  MOVE SPACES TO HD-ACTION
                  MOVE "BEFORE ROLLBACK TO " TO HD-ACTION
                  MOVE WS-ROLLBACK-SET TO WS-SET-NUMBER-TEXT
                  MOVE WS-SET-NUMBER-TEXT TO HD-ACTION (19:6)
               ELSE
                  MOVE "BEFORE PROMOTION" TO HD-ACTION
               END-IF
               MOVE "RESTORABLE (NEW)" TO HD-STATE
               WRITE PROMOTION-LINE FROM HISTORY-DETAIL-LINE
            END-IF.

       900-CLOSE-FILES.

            IF GENERATION-LOG-OPEN
               CLOSE GENERATION-LOG-FILE
            END-IF
            CLOSE PROMOTION-REPORT-FILE.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY SEALTBL.
       END PROGRAM GENERATION-PROMOTE.
