      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Manual journal entry approval - the checker's half
      *           of the maker-checker workflow GL-JOURNAL-ENTRY
      *           starts. The approving operator keys a decision per
      *           entry into JEDECIS.DAT (JE ID, A approve or R
      *           reject, a note) and runs this under their own
      *           OPERATOR_ID; OPRUSERS.DAT must give them the GLAC
      *           role (or SUPV), and an entry's preparer can never
      *           decide their own entry. An approved entry is
      *           edited again - still for the open period, every
      *           account still active on GLCOA.DAT, still balanced -
      *           and released into GLTRANS.DAT as its own BH/detail/
      *           BT batch under its JE ID, source MANUALJE; one that
      *           no longer passes is rejected with the reason. Only
      *           approved entries ever reach GLTRANS.DAT. JELOG.RPT
      *           lists every entry on file - who prepared it and
      *           when, who approved or rejected it and when, its
      *           lines - so a run with no JEDECIS.DAT is the review
      *           listing an approver works from. JEPEND.DAT is
      *           rewritten, sealed, as JEPEND.NEW for promotion.
      *           A released batch carries the entry's company code
      *           on its header and every line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-APPROVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JE-PENDING-FILE ASSIGN TO "JEPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT JE-PENDING-NEW-FILE ASSIGN TO "JEPEND.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-NEW-STATUS.

           SELECT JE-DECISION-FILE ASSIGN TO "JEDECIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.

           SELECT GL-PERIOD-CONTROL-FILE ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

           SELECT JE-LOG-REPORT-FILE ASSIGN TO "JELOG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Role-based operator authorization - see copybooks/
      * AUTHCHK.cpy.
           COPY AUTHSEL.

      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

      * GLTRANS.DAT and GLCOA.DAT as the subledger feeds see them -
      * see copybooks/GLFFD.cpy. A manual entry names its accounts
      * directly, so GLPRULE.DAT is not consulted.
           COPY GLFSEL.

       DATA DIVISION.
       FILE SECTION.
      * An H record per entry followed by its L lines - the layout
      * GL-JOURNAL-ENTRY writes.
       FD  JE-PENDING-FILE.
       01  JE-PENDING-RECORD.
           05  JP-RECORD-TYPE      PIC X.
               88  JP-IS-HEADER        VALUE "H".
               88  JP-IS-LINE          VALUE "L".
           05  JP-JE-ID            PIC X(6).
           05  FILLER              PIC X(132).
       01  JE-PENDING-HEADER-VIEW REDEFINES JE-PENDING-RECORD.
           05  FILLER              PIC X(7).
           05  JP-PERIOD           PIC 9(6).
           05  JP-PREPARER-ID      PIC X(10).
           05  JP-PREPARED-DATE    PIC 9(8).
           05  JP-REASON           PIC X(30).
           05  JP-SUPPORT-REF      PIC X(15).
           05  JP-LINE-COUNT       PIC 9(3).
           05  JP-DEBIT-TOTAL      PIC 9(7)V9(2).
           05  JP-STATUS           PIC X.
               88  JP-IS-PENDING       VALUE "P".
               88  JP-IS-APPROVED      VALUE "A".
               88  JP-IS-REJECTED      VALUE "R".
           05  JP-APPROVER-ID      PIC X(10).
           05  JP-DECIDED-DATE     PIC 9(8).
           05  JP-DECISION-NOTE    PIC X(30).
      * The company the entry posts to - spaces on an entry keyed
      * before companies were carried is the parent company, 01.
           05  JP-COMPANY          PIC X(2).
       01  JE-PENDING-LINE-VIEW REDEFINES JE-PENDING-RECORD.
           05  FILLER              PIC X(7).
           05  JP-ACCOUNT          PIC X(6).
           05  JP-SIDE             PIC X.
           05  JP-AMOUNT           PIC 9(7)V9(2).
           05  JP-LINE-MEMO        PIC X(25).
           05  FILLER              PIC X(91).

       FD  JE-PENDING-NEW-FILE.
       01  JE-PENDING-NEW-RECORD   PIC X(139).

       FD  JE-DECISION-FILE.
       01  JE-DECISION-RECORD.
           05  JD-JE-ID            PIC X(6).
           05  JD-DECISION         PIC X.
           05  JD-NOTE             PIC X(30).

       FD  GL-PERIOD-CONTROL-FILE.
       01  GL-PERIOD-CONTROL-RECORD.
           05  GP-CURRENT-PERIOD   PIC 9(6).
           05  GP-PERIOD-STATUS    PIC X.
               88  GP-PERIOD-IS-OPEN   VALUE "O".

       FD  JE-LOG-REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

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

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.
       01  WS-PENDING-FILE-STATUS  PIC XX.
       01  WS-PENDING-NEW-STATUS   PIC XX.
       01  WS-DECISION-FILE-STATUS PIC XX.
       01  WS-PERIOD-CONTROL-STATUS PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.
           88  ENTRY-WAS-FOUND         VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH     PIC X VALUE 'N'.
           88  RUN-MUST-ABORT          VALUE 'Y'.
       01  WS-GL-OPEN-SWITCH       PIC X VALUE 'N'.
           88  GL-FEED-IS-OPEN         VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-OPEN-PERIOD          PIC 9(6) VALUE 0.
       01  WS-APPROVER-ID          PIC X(10).

       01  WS-COA-COUNT-MAX        PIC 9(3) VALUE 200.
       01  WS-COA-COUNT            PIC 9(3) VALUE 0.
       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 200 TIMES
                                   INDEXED BY COA-IDX.
               10  CHE-ACCOUNT         PIC X(6).
               10  CHE-ACTIVE-FLAG     PIC X.

      * This run's decisions, each marked once it finds its entry.
       01  WS-DECISION-COUNT-MAX   PIC 9(3) VALUE 200.
       01  WS-DECISION-COUNT       PIC 9(3) VALUE 0.
       01  DECISION-TABLE.
           05  DECISION-ENTRY OCCURS 200 TIMES
                                   INDEXED BY DC-IDX.
               10  DCE-JE-ID           PIC X(6).
               10  DCE-DECISION        PIC X.
               10  DCE-NOTE            PIC X(30).
               10  DCE-USED-FLAG       PIC X.

      * The entry in hand: its header, and its lines as they are
      * read behind it.
       01  WS-ENTRY-OPEN-SWITCH    PIC X VALUE 'N'.
           88  ENTRY-IS-OPEN           VALUE 'Y'.
       01  WS-ENTRY-HEADER         PIC X(139).
       01  WS-PENDING-READ-RECORD  PIC X(139).
       01  WS-PARENT-COMPANY       PIC X(2) VALUE "01".
       01  WS-RELEASE-COMPANY      PIC X(2).
       01  WS-ENTRY-LINE-MAX       PIC 9(3) VALUE 99.
       01  WS-ENTRY-LINE-COUNT     PIC 9(3) VALUE 0.
       01  ENTRY-LINE-TABLE.
           05  ENTRY-LINE OCCURS 99 TIMES
                                   INDEXED BY EL-IDX.
               10  ELE-RECORD          PIC X(139).
       01  WS-ENTRY-DEBIT-TOTAL    PIC 9(9)V9(2).
       01  WS-ENTRY-CREDIT-TOTAL   PIC 9(9)V9(2).
       01  WS-RECHECK-NOTE         PIC X(30).

       01  WS-ENTRIES-APPROVED     PIC 9(5) VALUE 0.
       01  WS-ENTRIES-REJECTED     PIC 9(5) VALUE 0.
       01  WS-ENTRIES-PENDING      PIC 9(5) VALUE 0.
       01  WS-ENTRIES-ON-FILE      PIC 9(5) VALUE 0.
       01  WS-APPROVED-AMOUNT      PIC 9(9)V9(2) VALUE 0.

       01  WS-REJECT-MSG-BUILD.
           05  WS-REJ-MSG-LITERAL-1    PIC X(3) VALUE "JE ".
           05  WS-REJ-MSG-JE-ID        PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-REJ-MSG-LITERAL-2    PIC X(50).

       01  REPORT-HEADING-1.
           05  FILLER          PIC X(29) VALUE
               "MANUAL JOURNAL ENTRY LOG -  ".
           05  FILLER          PIC X(7)  VALUE "RUN ON ".
           05  RH-DATE         PIC 9(8).
           05  FILLER          PIC X(4)  VALUE " BY ".
           05  RH-APPROVER     PIC X(10).
           05  FILLER          PIC X(15) VALUE "  OPEN PERIOD ".
           05  RH-PERIOD       PIC 9(6).
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(8)  VALUE "JE ID".
           05  FILLER          PIC X(8)  VALUE "PERIOD".
           05  FILLER          PIC X(11) VALUE "PREPARER".
           05  FILLER          PIC X(10) VALUE "PREPARED".
           05  FILLER          PIC X(11) VALUE "APPROVER".
           05  FILLER          PIC X(10) VALUE "DECIDED".
           05  FILLER          PIC X(10) VALUE "STATUS".
           05  FILLER          PIC X(15) VALUE "       AMOUNT".
           05  FILLER          PIC X(31) VALUE "REASON".
           05  FILLER          PIC X(15) VALUE "SUPPORT REF".
       01  REPORT-ENTRY-LINE.
           05  RE-JE-ID        PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RE-PERIOD       PIC 9(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RE-PREPARER     PIC X(10).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  RE-PREPARED     PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RE-APPROVER     PIC X(10).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  RE-DECIDED      PIC Z(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RE-STATUS       PIC X(9).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  RE-AMOUNT       PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  RE-REASON       PIC X(30).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  RE-SUPPORT-REF  PIC X(15).
       01  REPORT-JE-LINE.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  RL-ACCOUNT      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RL-SIDE         PIC X.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  RL-AMOUNT       PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RL-LINE-MEMO    PIC X(25).
       01  REPORT-NOTE-LINE.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "NOTE: ".
           05  RN-NOTE         PIC X(30).
       01  REPORT-TOTAL-LINE.
           05  RT-LABEL        PIC X(36).
           05  RT-COUNT        PIC ZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RT-AMOUNT       PIC $$$,$$$,$$9.99.
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "GL-JOURNAL-APPROVAL" TO WS-RUNSTAT-PROGRAM-ID

      * The operator running this is the checker: a GL accountant
      * or a supervisor, and per entry never its preparer.
            MOVE "GL-JOURNAL-APPROVAL" TO WS-AUTH-PROGRAM-ID
            MOVE "GLAC" TO WS-AUTH-REQUIRED-ROLE
            PERFORM 920-CHECK-OPERATOR-ROLE
            IF NOT AUTH-ROLE-GRANTED
               MOVE "OPERATOR REFUSED - ROLE GLAC REQUIRED" TO
                  EL-MESSAGE
               MOVE "GL-JOURNAL-APPROVAL" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            MOVE WS-AUTH-OPERATOR-ID TO WS-APPROVER-ID
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

            PERFORM 040-READ-OPEN-PERIOD
            IF NOT RUN-MUST-ABORT
               PERFORM 045-LOAD-CHART-TABLE
            END-IF
            IF NOT RUN-MUST-ABORT
               PERFORM 050-VERIFY-PENDING-SEAL
            END-IF
            IF NOT RUN-MUST-ABORT
               PERFORM 060-LOAD-DECISIONS
               PERFORM 070-OPEN-FILES
            END-IF
            IF RUN-MUST-ABORT
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 930-RESET-SEAL
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ JE-PENDING-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 100-TAKE-PENDING-RECORD
               END-READ
            END-PERFORM
            IF ENTRY-IS-OPEN
               PERFORM 200-FINISH-ENTRY
            END-IF

            PERFORM 600-REPORT-UNMATCHED-DECISIONS
            PERFORM 650-WRITE-REPORT-TOTALS
            PERFORM 900-CLOSE-FILES

            DISPLAY "JOURNAL ENTRY APPROVAL COMPLETE.  APPROVED AND "
               "RELEASED ", WS-ENTRIES-APPROVED, ", REJECTED ",
               WS-ENTRIES-REJECTED, ", STILL PENDING ",
               WS-ENTRIES-PENDING, "."
            DISPLAY "PROMOTE JEPEND.NEW OVER JEPEND.DAT."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * Approved entries post into the open period; an entry keyed
      * for any other period can no longer be released.
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
                  "NO JOURNAL ENTRIES DECIDED"
               MOVE "NO OPEN GL PERIOD - JE APPROVAL REFUSED"
                  TO EL-MESSAGE
               MOVE "GL-JOURNAL-APPROVAL" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
            END-IF.

       045-LOAD-CHART-TABLE.

            OPEN INPUT GL-FEED-COA-FILE
            IF WS-GL-COA-STATUS NOT = "00"
               DISPLAY "ERROR: GLCOA.DAT OPEN FAILED, STATUS = ",
                  WS-GL-COA-STATUS
               MOVE "GLCOA.DAT OPEN FAILED - JE APPROVAL REFUSED"
                  TO EL-MESSAGE
               MOVE "GL-JOURNAL-APPROVAL" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ GL-FEED-COA-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-COA-COUNT < WS-COA-COUNT-MAX
                        ADD 1 TO WS-COA-COUNT
                        MOVE GC-ACCOUNT-NUMBER TO
                           CHE-ACCOUNT (WS-COA-COUNT)
                        MOVE GC-ACTIVE-FLAG TO
                           CHE-ACTIVE-FLAG (WS-COA-COUNT)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE GL-FEED-COA-FILE.

      * The whole pending file is proven before one entry is
      * released - an amount or preparer edited by hand after the
      * entry was prepared is exactly what the checker must not
      * approve unseen.
       050-VERIFY-PENDING-SEAL.

            OPEN INPUT JE-PENDING-FILE
            IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: JEPEND.DAT OPEN FAILED, STATUS = ",
                  WS-PENDING-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               EXIT PARAGRAPH
            END-IF
            PERFORM 930-RESET-SEAL
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ JE-PENDING-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     PERFORM 055-SEAL-COUNT-PENDING
               END-READ
            END-PERFORM
            CLOSE JE-PENDING-FILE

            MOVE "JEPEND.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: JEPEND.DAT FAILS ITS SEAL - "
                  "NO JOURNAL ENTRIES DECIDED"
               MOVE "JEPEND.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "GL-JOURNAL-APPROVAL" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
            END-IF.

      * Same key and amount GL-JOURNAL-ENTRY seals with; a record
      * moving to JEPEND.NEW is counted from the pending-record
      * area, so it is moved back there first.
       055-SEAL-COUNT-PENDING.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE JP-RECORD-TYPE TO WS-SEAL-KEY-STRING (1:1)
            MOVE JP-JE-ID TO WS-SEAL-KEY-STRING (2:6)
            IF JP-IS-HEADER
               MOVE JP-PREPARER-ID TO WS-SEAL-KEY-STRING (8:10)
               MOVE JP-DEBIT-TOTAL TO WS-SEAL-AMOUNT-VALUE
            ELSE
               MOVE JP-ACCOUNT TO WS-SEAL-KEY-STRING (8:6)
               MOVE JP-SIDE TO WS-SEAL-KEY-STRING (14:1)
               MOVE JP-AMOUNT TO WS-SEAL-AMOUNT-VALUE
            END-IF
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

      * No JEDECIS.DAT is a review run: nothing is decided and
      * JELOG.RPT lists what is waiting.
       060-LOAD-DECISIONS.

            OPEN INPUT JE-DECISION-FILE
            IF WS-DECISION-FILE-STATUS NOT = "00"
               DISPLAY "NOTICE: NO JEDECIS.DAT - REVIEW LISTING ONLY"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ JE-DECISION-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-DECISION-COUNT < WS-DECISION-COUNT-MAX
                        ADD 1 TO WS-DECISION-COUNT
                        MOVE JD-JE-ID TO DCE-JE-ID (WS-DECISION-COUNT)
                        MOVE JD-DECISION TO
                           DCE-DECISION (WS-DECISION-COUNT)
                        MOVE JD-NOTE TO DCE-NOTE (WS-DECISION-COUNT)
                        MOVE 'N' TO DCE-USED-FLAG (WS-DECISION-COUNT)
                     ELSE
                        MOVE JD-JE-ID TO WS-REJ-MSG-JE-ID
                        MOVE "DECISION TABLE FULL - DECISION IGNORED"
                           TO WS-REJ-MSG-LITERAL-2
                        PERFORM 090-LOG-DECISION-REJECT
                     END-IF
               END-READ
            END-PERFORM
            CLOSE JE-DECISION-FILE.

       070-OPEN-FILES.

            OPEN INPUT JE-PENDING-FILE
            IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: JEPEND.DAT OPEN FAILED, STATUS = ",
                  WS-PENDING-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
            END-IF
            OPEN OUTPUT JE-PENDING-NEW-FILE
            IF WS-PENDING-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: JEPEND.NEW OPEN FAILED, STATUS = ",
                  WS-PENDING-NEW-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
            END-IF
            OPEN OUTPUT JE-LOG-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: JELOG.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
            END-IF
            IF RUN-MUST-ABORT
               MOVE "JE FILES FAILED TO OPEN - NOTHING DECIDED"
                  TO EL-MESSAGE
               MOVE "GL-JOURNAL-APPROVAL" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               EXIT PARAGRAPH
            END-IF
            MOVE WS-TODAY-DATE TO RH-DATE
            MOVE WS-APPROVER-ID TO RH-APPROVER
            MOVE WS-OPEN-PERIOD TO RH-PERIOD
            WRITE REPORT-LINE FROM REPORT-HEADING-1
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            WRITE REPORT-LINE FROM REPORT-HEADING-2.

      * A decision that cannot be acted on is a warning; the entry
      * it named stays as it was.
       090-LOG-DECISION-REJECT.

            DISPLAY "NOT DECIDED: ", WS-REJECT-MSG-BUILD
            MOVE WS-REJECT-MSG-BUILD TO EL-MESSAGE
            MOVE "GL-JOURNAL-APPROVAL" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

      * Lines are held behind their header until the next header
      * (or end of file) shows the entry is complete. Finishing the
      * entry before works through the record area, so a new header
      * is held aside meanwhile.
       100-TAKE-PENDING-RECORD.

            IF JP-IS-HEADER
               IF ENTRY-IS-OPEN
                  MOVE JE-PENDING-RECORD TO WS-PENDING-READ-RECORD
                  PERFORM 200-FINISH-ENTRY
                  MOVE WS-PENDING-READ-RECORD TO JE-PENDING-RECORD
               END-IF
               MOVE 'Y' TO WS-ENTRY-OPEN-SWITCH
               MOVE JE-PENDING-RECORD TO WS-ENTRY-HEADER
               MOVE 0 TO WS-ENTRY-LINE-COUNT
               EXIT PARAGRAPH
            END-IF
            IF ENTRY-IS-OPEN
                  AND WS-ENTRY-LINE-COUNT < WS-ENTRY-LINE-MAX
               ADD 1 TO WS-ENTRY-LINE-COUNT
               MOVE JE-PENDING-RECORD TO
                  ELE-RECORD (WS-ENTRY-LINE-COUNT)
            ELSE
      * A line with no header, carried through so the file still
      * matches its seal.
               MOVE JE-PENDING-RECORD TO JE-PENDING-NEW-RECORD
               WRITE JE-PENDING-NEW-RECORD
               PERFORM 055-SEAL-COUNT-PENDING
            END-IF.

       200-FINISH-ENTRY.

            MOVE 'N' TO WS-ENTRY-OPEN-SWITCH
            MOVE WS-ENTRY-HEADER TO JE-PENDING-RECORD
            ADD 1 TO WS-ENTRIES-ON-FILE
            IF JP-IS-PENDING
               PERFORM 210-FIND-DECISION
               IF ENTRY-WAS-FOUND
                  PERFORM 220-APPLY-DECISION
               END-IF
            END-IF
            MOVE WS-ENTRY-HEADER TO JE-PENDING-RECORD
            IF JP-IS-PENDING
               ADD 1 TO WS-ENTRIES-PENDING
            END-IF
            PERFORM 400-WRITE-ENTRY-TO-NEW-FILE
            PERFORM 500-WRITE-REPORT-ENTRY.

       210-FIND-DECISION.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING DC-IDX FROM 1 BY 1
                  UNTIL DC-IDX > WS-DECISION-COUNT
               IF DCE-JE-ID (DC-IDX) = JP-JE-ID
                     AND DCE-USED-FLAG (DC-IDX) = 'N'
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  MOVE 'Y' TO DCE-USED-FLAG (DC-IDX)
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * Maker-checker: whoever prepared an entry cannot decide it,
      * however senior. An approval is edited again before release;
      * an entry that no longer passes is rejected with the reason
      * instead.
       220-APPLY-DECISION.

            MOVE JP-JE-ID TO WS-REJ-MSG-JE-ID
            IF JP-PREPARER-ID = WS-APPROVER-ID
               MOVE "PREPARER CANNOT APPROVE OWN ENTRY - LEFT PENDING"
                  TO WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-DECISION-REJECT
               EXIT PARAGRAPH
            END-IF

            EVALUATE DCE-DECISION (DC-IDX)
               WHEN "A"
                  PERFORM 230-RECHECK-ENTRY
                  IF WS-RECHECK-NOTE = SPACES
                     PERFORM 300-RELEASE-ENTRY
                     MOVE "A" TO JP-STATUS
                     MOVE DCE-NOTE (DC-IDX) TO JP-DECISION-NOTE
                     ADD 1 TO WS-ENTRIES-APPROVED
                     ADD JP-DEBIT-TOTAL TO WS-APPROVED-AMOUNT
                  ELSE
                     MOVE "R" TO JP-STATUS
                     MOVE WS-RECHECK-NOTE TO JP-DECISION-NOTE
                     ADD 1 TO WS-ENTRIES-REJECTED
                     MOVE SPACES TO WS-REJ-MSG-LITERAL-2
                     MOVE "REJECTED AT RELEASE - " TO
                        WS-REJ-MSG-LITERAL-2
                     MOVE WS-RECHECK-NOTE TO
                        WS-REJ-MSG-LITERAL-2 (23:28)
                     PERFORM 090-LOG-DECISION-REJECT
                  END-IF
               WHEN "R"
                  MOVE "R" TO JP-STATUS
                  MOVE DCE-NOTE (DC-IDX) TO JP-DECISION-NOTE
                  ADD 1 TO WS-ENTRIES-REJECTED
               WHEN OTHER
                  MOVE "DECISION NOT A OR R - LEFT PENDING" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 090-LOG-DECISION-REJECT
                  EXIT PARAGRAPH
            END-EVALUATE
            MOVE WS-APPROVER-ID TO JP-APPROVER-ID
            MOVE WS-TODAY-DATE TO JP-DECIDED-DATE
            MOVE JE-PENDING-RECORD TO WS-ENTRY-HEADER
            DISPLAY "JE ", JP-JE-ID, " ", JP-STATUS, " BY ",
               WS-APPROVER-ID.

      * The period may have closed and an account may have been
      * deactivated since the entry was prepared. The header is
      * saved and put back, since the lines pass through the same
      * record area.
       230-RECHECK-ENTRY.

            MOVE SPACES TO WS-RECHECK-NOTE
            IF JP-PERIOD NOT = WS-OPEN-PERIOD
               MOVE "PERIOD NO LONGER OPEN" TO WS-RECHECK-NOTE
               EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-ENTRY-DEBIT-TOTAL
            MOVE 0 TO WS-ENTRY-CREDIT-TOTAL
            PERFORM VARYING EL-IDX FROM 1 BY 1
                  UNTIL EL-IDX > WS-ENTRY-LINE-COUNT
               MOVE ELE-RECORD (EL-IDX) TO JE-PENDING-RECORD
               PERFORM 235-RECHECK-ACCOUNT
               IF JP-SIDE = "D"
                  ADD JP-AMOUNT TO WS-ENTRY-DEBIT-TOTAL
               ELSE
                  ADD JP-AMOUNT TO WS-ENTRY-CREDIT-TOTAL
               END-IF
            END-PERFORM
            MOVE WS-ENTRY-HEADER TO JE-PENDING-RECORD
            IF WS-RECHECK-NOTE NOT = SPACES
               EXIT PARAGRAPH
            END-IF
            IF WS-ENTRY-DEBIT-TOTAL NOT = WS-ENTRY-CREDIT-TOTAL
                  OR WS-ENTRY-DEBIT-TOTAL NOT = JP-DEBIT-TOTAL
                  OR WS-ENTRY-LINE-COUNT NOT = JP-LINE-COUNT
               MOVE "LINES NO LONGER BALANCE" TO WS-RECHECK-NOTE
            END-IF.

       235-RECHECK-ACCOUNT.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING COA-IDX FROM 1 BY 1
                  UNTIL COA-IDX > WS-COA-COUNT
               IF CHE-ACCOUNT (COA-IDX) = JP-ACCOUNT
                  IF CHE-ACTIVE-FLAG (COA-IDX) = "A"
                     MOVE 'Y' TO WS-FOUND-SWITCH
                  END-IF
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF NOT ENTRY-WAS-FOUND AND WS-RECHECK-NOTE = SPACES
               MOVE "ACCOUNT INACTIVE: " TO WS-RECHECK-NOTE
               MOVE JP-ACCOUNT TO WS-RECHECK-NOTE (19:6)
            END-IF.

      * One batch per entry, under its JE ID, so GL-RECONCILIATION
      * proves each entry on its own and a rejected batch points
      * straight at the entry.
       300-RELEASE-ENTRY.

            IF NOT GL-FEED-IS-OPEN
               OPEN EXTEND GL-FEED-FILE
               IF WS-GL-FEED-STATUS NOT = "00"
                  OPEN OUTPUT GL-FEED-FILE
               END-IF
               IF WS-GL-FEED-STATUS NOT = "00"
                  DISPLAY "ERROR: GLTRANS.DAT OPEN FAILED, STATUS = ",
                     WS-GL-FEED-STATUS
                  MOVE "GLTRANS.DAT OPEN FAILED - RUN STOPPED"
                     TO EL-MESSAGE
                  MOVE "GL-JOURNAL-APPROVAL" TO EL-PROGRAM-ID
                  MOVE "E" TO EL-SEVERITY
                  PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                  MOVE 1 TO RETURN-CODE
                  PERFORM 970-DISPLAY-RUN-STATISTICS
                  STOP RUN
               END-IF
               MOVE 'Y' TO WS-GL-OPEN-SWITCH
            END-IF

            MOVE SPACES TO GL-FEED-RECORD
            MOVE "BH" TO GF-BH-RECORD-TYPE
            MOVE JP-JE-ID TO GF-BH-BATCH-ID
            MOVE "MANUALJE" TO GF-BH-SOURCE
            MOVE WS-TODAY-DATE TO GF-BH-BATCH-DATE
            MOVE JP-COMPANY TO WS-RELEASE-COMPANY
            IF WS-RELEASE-COMPANY = SPACES
               MOVE WS-PARENT-COMPANY TO WS-RELEASE-COMPANY
            END-IF
            MOVE WS-RELEASE-COMPANY TO GF-BH-COMPANY
            WRITE GL-FEED-RECORD
            PERFORM VARYING EL-IDX FROM 1 BY 1
                  UNTIL EL-IDX > WS-ENTRY-LINE-COUNT
               MOVE ELE-RECORD (EL-IDX) TO JE-PENDING-RECORD
               MOVE SPACES TO GL-FEED-RECORD
               MOVE JP-ACCOUNT TO GF-ACCOUNT
               MOVE JP-SIDE TO GF-TYPE
               MOVE JP-AMOUNT TO GF-AMOUNT
               MOVE "MANUALJE" TO GF-SOURCE
               MOVE JP-JE-ID TO GF-BATCH-REF
               MOVE WS-RELEASE-COMPANY TO GF-COMPANY
               WRITE GL-FEED-RECORD
            END-PERFORM
            MOVE WS-ENTRY-HEADER TO JE-PENDING-RECORD
            MOVE SPACES TO GL-FEED-RECORD
            MOVE "BT" TO GF-BT-RECORD-TYPE
            MOVE JP-JE-ID TO GF-BT-BATCH-ID
            MOVE WS-ENTRY-LINE-COUNT TO GF-BT-RECORD-COUNT
            MOVE JP-DEBIT-TOTAL TO GF-BT-DEBIT-TOTAL
            MOVE JP-DEBIT-TOTAL TO GF-BT-CREDIT-TOTAL
            WRITE GL-FEED-RECORD.

       400-WRITE-ENTRY-TO-NEW-FILE.

            MOVE WS-ENTRY-HEADER TO JE-PENDING-RECORD
            MOVE JE-PENDING-RECORD TO JE-PENDING-NEW-RECORD
            WRITE JE-PENDING-NEW-RECORD
            PERFORM 055-SEAL-COUNT-PENDING
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            PERFORM VARYING EL-IDX FROM 1 BY 1
                  UNTIL EL-IDX > WS-ENTRY-LINE-COUNT
               MOVE ELE-RECORD (EL-IDX) TO JE-PENDING-RECORD
               MOVE JE-PENDING-RECORD TO JE-PENDING-NEW-RECORD
               WRITE JE-PENDING-NEW-RECORD
               PERFORM 055-SEAL-COUNT-PENDING
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-PERFORM.

      * Who prepared it, who decided it, and the lines they saw.
       500-WRITE-REPORT-ENTRY.

            MOVE WS-ENTRY-HEADER TO JE-PENDING-RECORD
            MOVE JP-JE-ID TO RE-JE-ID
            MOVE JP-PERIOD TO RE-PERIOD
            MOVE JP-PREPARER-ID TO RE-PREPARER
            MOVE JP-PREPARED-DATE TO RE-PREPARED
            MOVE JP-APPROVER-ID TO RE-APPROVER
            MOVE JP-DECIDED-DATE TO RE-DECIDED
            EVALUATE TRUE
               WHEN JP-IS-APPROVED
                  MOVE "RELEASED" TO RE-STATUS
               WHEN JP-IS-REJECTED
                  MOVE "REJECTED" TO RE-STATUS
               WHEN OTHER
                  MOVE "PENDING" TO RE-STATUS
            END-EVALUATE
            MOVE JP-DEBIT-TOTAL TO RE-AMOUNT
            MOVE JP-REASON TO RE-REASON
            MOVE JP-SUPPORT-REF TO RE-SUPPORT-REF
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            WRITE REPORT-LINE FROM REPORT-ENTRY-LINE
            IF JP-DECISION-NOTE NOT = SPACES
               MOVE JP-DECISION-NOTE TO RN-NOTE
               WRITE REPORT-LINE FROM REPORT-NOTE-LINE
            END-IF
            PERFORM VARYING EL-IDX FROM 1 BY 1
                  UNTIL EL-IDX > WS-ENTRY-LINE-COUNT
               MOVE ELE-RECORD (EL-IDX) TO JE-PENDING-RECORD
               MOVE JP-ACCOUNT TO RL-ACCOUNT
               MOVE JP-SIDE TO RL-SIDE
               MOVE JP-AMOUNT TO RL-AMOUNT
               MOVE JP-LINE-MEMO TO RL-LINE-MEMO
               WRITE REPORT-LINE FROM REPORT-JE-LINE
            END-PERFORM.

      * A decision naming no pending entry - a typo, or an entry
      * already decided - is reported, never guessed at.
       600-REPORT-UNMATCHED-DECISIONS.

            PERFORM VARYING DC-IDX FROM 1 BY 1
                  UNTIL DC-IDX > WS-DECISION-COUNT
               IF DCE-USED-FLAG (DC-IDX) = 'N'
                  MOVE DCE-JE-ID (DC-IDX) TO WS-REJ-MSG-JE-ID
                  MOVE "NO PENDING ENTRY FOR THIS DECISION" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 090-LOG-DECISION-REJECT
               END-IF
            END-PERFORM.

       650-WRITE-REPORT-TOTALS.

            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            MOVE "ENTRIES ON FILE" TO RT-LABEL
            MOVE WS-ENTRIES-ON-FILE TO RT-COUNT
            MOVE 0 TO RT-AMOUNT
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
            MOVE "APPROVED AND RELEASED THIS RUN" TO RT-LABEL
            MOVE WS-ENTRIES-APPROVED TO RT-COUNT
            MOVE WS-APPROVED-AMOUNT TO RT-AMOUNT
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
            MOVE "REJECTED THIS RUN" TO RT-LABEL
            MOVE WS-ENTRIES-REJECTED TO RT-COUNT
            MOVE 0 TO RT-AMOUNT
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
            MOVE "AWAITING APPROVAL" TO RT-LABEL
            MOVE WS-ENTRIES-PENDING TO RT-COUNT
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.

       900-CLOSE-FILES.

            CLOSE JE-PENDING-FILE
            CLOSE JE-PENDING-NEW-FILE
            CLOSE JE-LOG-REPORT-FILE
            IF GL-FEED-IS-OPEN
               CLOSE GL-FEED-FILE
            END-IF
            MOVE "JEPEND.SEAL" TO WS-SEAL-FILE-NAME
            MOVE "GL-JOURNAL-APPROVAL" TO WS-SEAL-PROGRAM-ID
            PERFORM 934-WRITE-FILE-SEAL.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY AUTHCHK.
           COPY SEALTBL.
       END PROGRAM GL-JOURNAL-APPROVAL.
