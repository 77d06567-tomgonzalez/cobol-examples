      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Manual journal entry - the preparer's half of the
      *           maker-checker workflow. Anything that is not a
      *           system feed used to be typed straight into
      *           GLTRANS.DAT, where GL-RECONCILIATION caught the
      *           typos after the fact and nobody but the preparer
      *           ever looked at the entry. Now the GL accountant
      *           keys entries into JEENTRY.DAT - an H record (JE ID,
      *           reason, supporting reference) followed by its L
      *           lines (account, D/C, amount, memo) - and this run
      *           edits each one whole: every account must be active
      *           on GLCOA.DAT, every amount positive, debits must
      *           equal credits, and the JE ID must be new. An entry
      *           that passes is stamped with the preparer's operator
      *           ID and the open GLPERIOD.DAT period and appended to
      *           JEPEND.DAT, pending; one that fails is rejected
      *           whole to the exception log. Nothing here touches
      *           GLTRANS.DAT - GL-JOURNAL-APPROVAL releases an entry
      *           only after a second operator approves it.  The H
      *           record may name the company the entry posts to;
      *           it must be on PAYCOMP.DAT, and left blank the
      *           entry belongs to the parent company, 01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JE-INPUT-FILE ASSIGN TO "JEENTRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.

      * Every entry ever prepared, with its decision - appended to
      * in place under its seal, rolled by GL-JOURNAL-APPROVAL.
           SELECT JE-PENDING-FILE ASSIGN TO "JEPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FILE-STATUS.

           SELECT GL-PERIOD-CONTROL-FILE ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

           SELECT PAY-COMPANY-FILE ASSIGN TO "PAYCOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Role-based operator authorization - see copybooks/
      * AUTHCHK.cpy.
           COPY AUTHSEL.

      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  JE-INPUT-FILE.
       01  JE-INPUT-RECORD.
           05  JI-RECORD-TYPE      PIC X.
               88  JI-IS-HEADER        VALUE "H".
               88  JI-IS-LINE          VALUE "L".
           05  JI-JE-ID            PIC X(6).
           05  FILLER              PIC X(73).
       01  JE-INPUT-HEADER-VIEW REDEFINES JE-INPUT-RECORD.
           05  FILLER              PIC X(7).
           05  JI-REASON           PIC X(30).
           05  JI-SUPPORT-REF      PIC X(15).
           05  JI-COMPANY          PIC X(2).
           05  FILLER              PIC X(26).
       01  JE-INPUT-LINE-VIEW REDEFINES JE-INPUT-RECORD.
           05  FILLER              PIC X(7).
           05  JI-ACCOUNT          PIC X(6).
           05  JI-SIDE             PIC X.
           05  JI-AMOUNT           PIC 9(7)V9(2).
           05  JI-LINE-MEMO        PIC X(25).
           05  FILLER              PIC X(32).

      * An H record per entry followed by its L lines. The header
      * carries the maker and, once decided, the checker.
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
      * "P" pending, "A" approved and released to GLTRANS.DAT,
      * "R" rejected.
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

       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.
           05  CA-ACCOUNT-NUMBER   PIC X(6).
           05  CA-DESCRIPTION      PIC X(25).
           05  CA-ACCOUNT-TYPE     PIC X.
           05  CA-ACTIVE-FLAG      PIC X.
               88  CA-IS-ACTIVE        VALUE "A".
           05  CA-ROLLUP-CODE      PIC X(4).

       FD  GL-PERIOD-CONTROL-FILE.
       01  GL-PERIOD-CONTROL-RECORD.
           05  GP-CURRENT-PERIOD   PIC 9(6).
           05  GP-PERIOD-STATUS    PIC X.
               88  GP-PERIOD-IS-OPEN   VALUE "O".

       FD  PAY-COMPANY-FILE.
       01  PAY-COMPANY-RECORD.
           05  CO-COMPANY-CODE     PIC X(2).
           05  CO-FEIN             PIC 9(9).
           05  CO-NAME             PIC X(35).
           05  CO-ADDRESS          PIC X(35).
           05  CO-CITY             PIC X(20).
           05  CO-STATE            PIC X(2).
           05  CO-ZIP              PIC X(9).

           COPY EXCPFD.
           COPY AUTHFD.
           COPY SEALFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-OPERATOR-ROLE-STATUS PIC XX.
       01  WS-ACCESS-LOG-STATUS    PIC XX.
           COPY AUTHWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.
       01  WS-INPUT-FILE-STATUS    PIC XX.
       01  WS-PENDING-FILE-STATUS  PIC XX.
       01  WS-COA-FILE-STATUS      PIC XX.
       01  WS-PERIOD-CONTROL-STATUS PIC XX.
       01  WS-COMPANY-FILE-STATUS  PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.
           88  ENTRY-WAS-FOUND         VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH     PIC X VALUE 'N'.
           88  RUN-MUST-ABORT          VALUE 'Y'.
      * Set when JEPEND.DAT exists but predates its seal - appends
      * then leave it unsealed rather than seal a fragment.
       01  WS-RESEAL-SWITCH        PIC X VALUE 'Y'.
           88  PENDING-FILE-RESEALS    VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-OPEN-PERIOD          PIC 9(6) VALUE 0.

       01  WS-COA-COUNT-MAX        PIC 9(3) VALUE 200.
       01  WS-COA-COUNT            PIC 9(3) VALUE 0.
       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 200 TIMES
                                   INDEXED BY COA-IDX.
               10  CHE-ACCOUNT         PIC X(6).
               10  CHE-ACTIVE-FLAG     PIC X.

      * The companies an entry may post to. PAYCOMP.DAT missing
      * altogether is the one-company shop - only the parent.
       01  WS-PARENT-COMPANY       PIC X(2) VALUE "01".
       01  WS-CO-COUNT-MAX         PIC 9(2) VALUE 20.
       01  WS-CO-COUNT             PIC 9(2) VALUE 0.
       01  COMPANY-TABLE.
           05  COMPANY-ENTRY OCCURS 20 TIMES
                                   INDEXED BY CO-IDX.
               10  COE-COMPANY-CODE    PIC X(2).

      * Every JE ID already on JEPEND.DAT or accepted this run - an
      * ID is never reused.
       01  WS-JE-ID-COUNT-MAX      PIC 9(4) VALUE 2000.
       01  WS-JE-ID-COUNT          PIC 9(4) VALUE 0.
       01  JE-ID-TABLE.
           05  JE-ID-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY JID-IDX.
               10  JIE-JE-ID           PIC X(6).

      * The entry being keyed, held until its next H record (or
      * end of file) shows it is complete.
       01  WS-ENTRY-OPEN-SWITCH    PIC X VALUE 'N'.
           88  ENTRY-IS-OPEN           VALUE 'Y'.
       01  WS-ENTRY-BAD-SWITCH     PIC X VALUE 'N'.
           88  ENTRY-IS-BAD            VALUE 'Y'.
       01  WS-ENTRY-JE-ID          PIC X(6).
       01  WS-ENTRY-REASON         PIC X(30).
       01  WS-ENTRY-SUPPORT-REF    PIC X(15).
       01  WS-ENTRY-COMPANY        PIC X(2).
       01  WS-ENTRY-LINE-MAX       PIC 9(3) VALUE 99.
       01  WS-ENTRY-LINE-COUNT     PIC 9(3) VALUE 0.
       01  ENTRY-LINE-TABLE.
           05  ENTRY-LINE OCCURS 99 TIMES
                                   INDEXED BY EL-IDX.
               10  ELE-ACCOUNT         PIC X(6).
               10  ELE-SIDE            PIC X.
               10  ELE-AMOUNT          PIC 9(7)V9(2).
               10  ELE-LINE-MEMO       PIC X(25).
       01  WS-ENTRY-DEBIT-TOTAL    PIC 9(9)V9(2).
       01  WS-ENTRY-CREDIT-TOTAL   PIC 9(9)V9(2).

       01  WS-ENTRIES-ACCEPTED     PIC 9(5) VALUE 0.
       01  WS-ENTRIES-REJECTED     PIC 9(5) VALUE 0.

      * Rejected-entry message for the shared exception log, built
      * with MOVE rather than STRING.
       01  WS-REJECT-MSG-BUILD.
           05  WS-REJ-MSG-LITERAL-1    PIC X(3) VALUE "JE ".
           05  WS-REJ-MSG-JE-ID        PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-REJ-MSG-LITERAL-2    PIC X(50).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "GL-JOURNAL-ENTRY" TO WS-RUNSTAT-PROGRAM-ID

      * Only a GL accountant (or a supervisor) prepares entries.
            MOVE "GL-JOURNAL-ENTRY" TO WS-AUTH-PROGRAM-ID
            MOVE "GLAC" TO WS-AUTH-REQUIRED-ROLE
            PERFORM 920-CHECK-OPERATOR-ROLE
            IF NOT AUTH-ROLE-GRANTED
               MOVE "OPERATOR REFUSED - ROLE GLAC REQUIRED" TO
                  EL-MESSAGE
               MOVE "GL-JOURNAL-ENTRY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

            PERFORM 040-READ-OPEN-PERIOD
            IF NOT RUN-MUST-ABORT
               PERFORM 045-LOAD-CHART-TABLE
            END-IF
            IF NOT RUN-MUST-ABORT
               PERFORM 047-LOAD-COMPANY-TABLE
            END-IF
            IF NOT RUN-MUST-ABORT
               PERFORM 050-LOAD-PENDING-ENTRIES
            END-IF
            IF NOT RUN-MUST-ABORT
               PERFORM 060-OPEN-FILES
            END-IF
            IF RUN-MUST-ABORT
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ JE-INPUT-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 100-TAKE-INPUT-RECORD
               END-READ
            END-PERFORM
            IF ENTRY-IS-OPEN
               PERFORM 200-FINISH-ENTRY
            END-IF

            PERFORM 900-CLOSE-FILES

            DISPLAY "MANUAL JOURNAL ENTRY COMPLETE FOR PERIOD ",
               WS-OPEN-PERIOD, ".  ACCEPTED ", WS-ENTRIES-ACCEPTED,
               " FOR APPROVAL, REJECTED ", WS-ENTRIES-REJECTED, "."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * An entry belongs to the period GL-BALANCE-POSTING will post
      * it into; with no open period there is nowhere for it to go.
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
                  "NO JOURNAL ENTRIES TAKEN"
               MOVE "NO OPEN GL PERIOD - JOURNAL ENTRY REFUSED"
                  TO EL-MESSAGE
               MOVE "GL-JOURNAL-ENTRY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
            END-IF.

      * Without the chart no account can be proven, and an entry
      * to an unproven account is exactly the typo this replaces.
       045-LOAD-CHART-TABLE.

            OPEN INPUT CHART-OF-ACCOUNTS-FILE
            IF WS-COA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: GLCOA.DAT OPEN FAILED, STATUS = ",
                  WS-COA-FILE-STATUS
               MOVE "GLCOA.DAT OPEN FAILED - JOURNAL ENTRY REFUSED"
                  TO EL-MESSAGE
               MOVE "GL-JOURNAL-ENTRY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ CHART-OF-ACCOUNTS-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-COA-COUNT < WS-COA-COUNT-MAX
                        ADD 1 TO WS-COA-COUNT
                        MOVE CA-ACCOUNT-NUMBER TO
                           CHE-ACCOUNT (WS-COA-COUNT)
                        MOVE CA-ACTIVE-FLAG TO
                           CHE-ACTIVE-FLAG (WS-COA-COUNT)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CHART-OF-ACCOUNTS-FILE.

       047-LOAD-COMPANY-TABLE.

            OPEN INPUT PAY-COMPANY-FILE
            IF WS-COMPANY-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-CO-COUNT
               MOVE WS-PARENT-COMPANY TO COE-COMPANY-CODE (1)
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ PAY-COMPANY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-CO-COUNT < WS-CO-COUNT-MAX
                        ADD 1 TO WS-CO-COUNT
                        MOVE CO-COMPANY-CODE TO
                           COE-COMPANY-CODE (WS-CO-COUNT)
                     ELSE
                        DISPLAY "WARNING: COMPANY TABLE FULL, "
                           "IGNORING COMPANY ", CO-COMPANY-CODE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE PAY-COMPANY-FILE.

      * The JE IDs already used, and the seal over the file as it
      * stands - the appends below extend it. A pending file that
      * fails its seal has been edited since it was written, and
      * adding to it would bury the edit under a fresh seal.
       050-LOAD-PENDING-ENTRIES.

            PERFORM 930-RESET-SEAL
            OPEN INPUT JE-PENDING-FILE
            IF WS-PENDING-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ JE-PENDING-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 055-SEAL-COUNT-PENDING
                     IF JP-IS-HEADER
                        PERFORM 057-NOTE-JE-ID
                     END-IF
               END-READ
            END-PERFORM
            CLOSE JE-PENDING-FILE

            MOVE "JEPEND.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL
            IF SEAL-IS-MISSING
               MOVE 'N' TO WS-RESEAL-SWITCH
            END-IF
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: JEPEND.DAT FAILS ITS SEAL - "
                  "NO JOURNAL ENTRIES TAKEN"
               MOVE "JEPEND.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "GL-JOURNAL-ENTRY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
            END-IF.

      * A header seals on its JE ID and preparer, so nobody can
      * hand the entry to another preparer and then approve it
      * themselves; a line seals on its account and side. Both
      * carry their amount.
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

       057-NOTE-JE-ID.

            IF WS-JE-ID-COUNT < WS-JE-ID-COUNT-MAX
               ADD 1 TO WS-JE-ID-COUNT
               MOVE JP-JE-ID TO JIE-JE-ID (WS-JE-ID-COUNT)
            ELSE
               DISPLAY "ERROR: JE ID TABLE FULL - NO JOURNAL "
                  "ENTRIES TAKEN"
               MOVE "JE ID TABLE FULL - JOURNAL ENTRY REFUSED"
                  TO EL-MESSAGE
               MOVE "GL-JOURNAL-ENTRY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF.

       060-OPEN-FILES.

            OPEN INPUT JE-INPUT-FILE
            IF WS-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: JEENTRY.DAT OPEN FAILED, STATUS = ",
                  WS-INPUT-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               EXIT PARAGRAPH
            END-IF
            OPEN EXTEND JE-PENDING-FILE
            IF WS-PENDING-FILE-STATUS NOT = "00"
               OPEN OUTPUT JE-PENDING-FILE
            END-IF
            IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: JEPEND.DAT OPEN FAILED, STATUS = ",
                  WS-PENDING-FILE-STATUS
               MOVE "JEPEND.DAT OPEN FAILED - NO ENTRIES TAKEN"
                  TO EL-MESSAGE
               MOVE "GL-JOURNAL-ENTRY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               CLOSE JE-INPUT-FILE
            END-IF.

      * An H record closes out the entry before it and opens the
      * next; an L record joins whichever entry is open.
       100-TAKE-INPUT-RECORD.

            EVALUATE TRUE
               WHEN JI-IS-HEADER
                  IF ENTRY-IS-OPEN
                     PERFORM 200-FINISH-ENTRY
                  END-IF
                  PERFORM 110-START-ENTRY
               WHEN JI-IS-LINE
                  PERFORM 120-ADD-ENTRY-LINE
               WHEN OTHER
                  MOVE JI-JE-ID TO WS-REJ-MSG-JE-ID
                  MOVE "RECORD TYPE NOT H OR L - RECORD IGNORED" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 090-LOG-ENTRY-REJECT
            END-EVALUATE.

       110-START-ENTRY.

            MOVE 'Y' TO WS-ENTRY-OPEN-SWITCH
            MOVE 'N' TO WS-ENTRY-BAD-SWITCH
            MOVE JI-JE-ID TO WS-ENTRY-JE-ID
            MOVE JI-REASON TO WS-ENTRY-REASON
            MOVE JI-SUPPORT-REF TO WS-ENTRY-SUPPORT-REF
            IF JI-COMPANY = SPACES
               MOVE WS-PARENT-COMPANY TO WS-ENTRY-COMPANY
            ELSE
               MOVE JI-COMPANY TO WS-ENTRY-COMPANY
            END-IF
            MOVE 0 TO WS-ENTRY-LINE-COUNT
            MOVE 0 TO WS-ENTRY-DEBIT-TOTAL
            MOVE 0 TO WS-ENTRY-CREDIT-TOTAL.

      * A line that cannot be taken spoils its whole entry - half
      * an entry never goes for approval.
       120-ADD-ENTRY-LINE.

            IF NOT ENTRY-IS-OPEN OR JI-JE-ID NOT = WS-ENTRY-JE-ID
               MOVE JI-JE-ID TO WS-REJ-MSG-JE-ID
               MOVE "LINE HAS NO MATCHING HEADER - LINE IGNORED" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 090-LOG-ENTRY-REJECT
               IF ENTRY-IS-OPEN
                  MOVE 'Y' TO WS-ENTRY-BAD-SWITCH
               END-IF
               EXIT PARAGRAPH
            END-IF
            IF WS-ENTRY-LINE-COUNT NOT < WS-ENTRY-LINE-MAX
               MOVE 'Y' TO WS-ENTRY-BAD-SWITCH
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ENTRY-LINE-COUNT
            SET EL-IDX TO WS-ENTRY-LINE-COUNT
            MOVE JI-ACCOUNT TO ELE-ACCOUNT (EL-IDX)
            MOVE JI-SIDE TO ELE-SIDE (EL-IDX)
            MOVE JI-LINE-MEMO TO ELE-LINE-MEMO (EL-IDX)
            IF JI-AMOUNT IS NUMERIC
               MOVE JI-AMOUNT TO ELE-AMOUNT (EL-IDX)
            ELSE
               MOVE 0 TO ELE-AMOUNT (EL-IDX)
            END-IF.

      * The whole entry is edited before any of it is written:
      * header fields, each line, then the balance.
       200-FINISH-ENTRY.

            MOVE 'N' TO WS-ENTRY-OPEN-SWITCH
            MOVE WS-ENTRY-JE-ID TO WS-REJ-MSG-JE-ID
            IF ENTRY-IS-BAD
               MOVE "HAS LINES THAT COULD NOT BE TAKEN" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 095-REJECT-ENTRY
               EXIT PARAGRAPH
            END-IF
            IF WS-ENTRY-JE-ID = SPACES
               MOVE "HAS NO JE ID" TO WS-REJ-MSG-LITERAL-2
               PERFORM 095-REJECT-ENTRY
               EXIT PARAGRAPH
            END-IF
            PERFORM 210-FIND-JE-ID
            IF ENTRY-WAS-FOUND
               MOVE "JE ID IS ALREADY ON JEPEND.DAT" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 095-REJECT-ENTRY
               EXIT PARAGRAPH
            END-IF
            IF WS-ENTRY-REASON = SPACES
               MOVE "HAS NO REASON" TO WS-REJ-MSG-LITERAL-2
               PERFORM 095-REJECT-ENTRY
               EXIT PARAGRAPH
            END-IF
            IF WS-ENTRY-SUPPORT-REF = SPACES
               MOVE "HAS NO SUPPORTING REFERENCE" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 095-REJECT-ENTRY
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING CO-IDX FROM 1 BY 1
                  UNTIL CO-IDX > WS-CO-COUNT
               IF COE-COMPANY-CODE (CO-IDX) = WS-ENTRY-COMPANY
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF NOT ENTRY-WAS-FOUND
               MOVE SPACES TO WS-REJ-MSG-LITERAL-2
               MOVE "COMPANY NOT ON PAYCOMP.DAT: " TO
                  WS-REJ-MSG-LITERAL-2
               MOVE WS-ENTRY-COMPANY TO WS-REJ-MSG-LITERAL-2 (29:2)
               PERFORM 095-REJECT-ENTRY
               EXIT PARAGRAPH
            END-IF
            IF WS-ENTRY-LINE-COUNT < 2
               MOVE "NEEDS AT LEAST ONE DEBIT AND ONE CREDIT LINE" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 095-REJECT-ENTRY
               EXIT PARAGRAPH
            END-IF

            PERFORM VARYING EL-IDX FROM 1 BY 1
                  UNTIL EL-IDX > WS-ENTRY-LINE-COUNT
                     OR ENTRY-IS-BAD
               PERFORM 220-EDIT-ENTRY-LINE
            END-PERFORM
            IF ENTRY-IS-BAD
               PERFORM 095-REJECT-ENTRY
               EXIT PARAGRAPH
            END-IF

            IF WS-ENTRY-DEBIT-TOTAL NOT = WS-ENTRY-CREDIT-TOTAL
               MOVE "DOES NOT BALANCE - DEBITS NOT EQUAL CREDITS" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 095-REJECT-ENTRY
               EXIT PARAGRAPH
            END-IF
      * The released batch's trailer controls are 9(7)V99.
            IF WS-ENTRY-DEBIT-TOTAL > 9999999.99
               MOVE "EXCEEDS THE GL BATCH CONTROL LIMIT" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 095-REJECT-ENTRY
               EXIT PARAGRAPH
            END-IF

            PERFORM 300-WRITE-PENDING-ENTRY.

       210-FIND-JE-ID.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING JID-IDX FROM 1 BY 1
                  UNTIL JID-IDX > WS-JE-ID-COUNT
               IF JIE-JE-ID (JID-IDX) = WS-ENTRY-JE-ID
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       220-EDIT-ENTRY-LINE.

            IF ELE-SIDE (EL-IDX) NOT = "D"
                  AND ELE-SIDE (EL-IDX) NOT = "C"
               MOVE "HAS A LINE THAT IS NEITHER D NOR C" TO
                  WS-REJ-MSG-LITERAL-2
               MOVE 'Y' TO WS-ENTRY-BAD-SWITCH
               EXIT PARAGRAPH
            END-IF
            IF ELE-AMOUNT (EL-IDX) = 0
               MOVE "HAS A LINE WITH NO AMOUNT" TO
                  WS-REJ-MSG-LITERAL-2
               MOVE 'Y' TO WS-ENTRY-BAD-SWITCH
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING COA-IDX FROM 1 BY 1
                  UNTIL COA-IDX > WS-COA-COUNT
               IF CHE-ACCOUNT (COA-IDX) = ELE-ACCOUNT (EL-IDX)
                  IF CHE-ACTIVE-FLAG (COA-IDX) = "A"
                     MOVE 'Y' TO WS-FOUND-SWITCH
                  END-IF
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF NOT ENTRY-WAS-FOUND
               MOVE SPACES TO WS-REJ-MSG-LITERAL-2
               MOVE "ACCOUNT NOT ACTIVE ON GLCOA.DAT: " TO
                  WS-REJ-MSG-LITERAL-2
               MOVE ELE-ACCOUNT (EL-IDX) TO
                  WS-REJ-MSG-LITERAL-2 (34:6)
               MOVE 'Y' TO WS-ENTRY-BAD-SWITCH
               EXIT PARAGRAPH
            END-IF
            IF ELE-SIDE (EL-IDX) = "D"
               ADD ELE-AMOUNT (EL-IDX) TO WS-ENTRY-DEBIT-TOTAL
            ELSE
               ADD ELE-AMOUNT (EL-IDX) TO WS-ENTRY-CREDIT-TOTAL
            END-IF.

      * Stamped with who prepared it and for which period, and
      * left pending for a second operator.
       300-WRITE-PENDING-ENTRY.

            MOVE SPACES TO JE-PENDING-RECORD
            MOVE "H" TO JP-RECORD-TYPE
            MOVE WS-ENTRY-JE-ID TO JP-JE-ID
            MOVE WS-OPEN-PERIOD TO JP-PERIOD
            MOVE WS-AUTH-OPERATOR-ID TO JP-PREPARER-ID
            MOVE WS-TODAY-DATE TO JP-PREPARED-DATE
            MOVE WS-ENTRY-REASON TO JP-REASON
            MOVE WS-ENTRY-SUPPORT-REF TO JP-SUPPORT-REF
            MOVE WS-ENTRY-LINE-COUNT TO JP-LINE-COUNT
            MOVE WS-ENTRY-DEBIT-TOTAL TO JP-DEBIT-TOTAL
            MOVE "P" TO JP-STATUS
            MOVE SPACES TO JP-APPROVER-ID
            MOVE 0 TO JP-DECIDED-DATE
            MOVE SPACES TO JP-DECISION-NOTE
            MOVE WS-ENTRY-COMPANY TO JP-COMPANY
            WRITE JE-PENDING-RECORD
            PERFORM 055-SEAL-COUNT-PENDING
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN

            PERFORM VARYING EL-IDX FROM 1 BY 1
                  UNTIL EL-IDX > WS-ENTRY-LINE-COUNT
               MOVE SPACES TO JE-PENDING-RECORD
               MOVE "L" TO JP-RECORD-TYPE
               MOVE WS-ENTRY-JE-ID TO JP-JE-ID
               MOVE ELE-ACCOUNT (EL-IDX) TO JP-ACCOUNT
               MOVE ELE-SIDE (EL-IDX) TO JP-SIDE
               MOVE ELE-AMOUNT (EL-IDX) TO JP-AMOUNT
               MOVE ELE-LINE-MEMO (EL-IDX) TO JP-LINE-MEMO
               WRITE JE-PENDING-RECORD
               PERFORM 055-SEAL-COUNT-PENDING
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-PERFORM

            IF WS-JE-ID-COUNT < WS-JE-ID-COUNT-MAX
               ADD 1 TO WS-JE-ID-COUNT
               MOVE WS-ENTRY-JE-ID TO JIE-JE-ID (WS-JE-ID-COUNT)
            END-IF
            DISPLAY "JE ", WS-ENTRY-JE-ID, " PENDING APPROVAL - ",
               WS-ENTRY-LINE-COUNT, " LINES, ", WS-ENTRY-DEBIT-TOTAL
            ADD 1 TO WS-ENTRIES-ACCEPTED.

      * A rejected record or entry is a data-quality warning, the
      * maintenance programs' severity choice.
       090-LOG-ENTRY-REJECT.

            DISPLAY "REJECTED: ", WS-REJECT-MSG-BUILD
            MOVE WS-REJECT-MSG-BUILD TO EL-MESSAGE
            MOVE "GL-JOURNAL-ENTRY" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

       095-REJECT-ENTRY.

            PERFORM 090-LOG-ENTRY-REJECT
            ADD 1 TO WS-ENTRIES-REJECTED.

       900-CLOSE-FILES.

            CLOSE JE-INPUT-FILE
            CLOSE JE-PENDING-FILE
            IF PENDING-FILE-RESEALS
               MOVE "JEPEND.SEAL" TO WS-SEAL-FILE-NAME
               MOVE "GL-JOURNAL-ENTRY" TO WS-SEAL-PROGRAM-ID
               PERFORM 934-WRITE-FILE-SEAL
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY AUTHCHK.
           COPY SEALTBL.
       END PROGRAM GL-JOURNAL-ENTRY.
