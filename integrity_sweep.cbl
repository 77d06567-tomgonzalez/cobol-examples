      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Nightly cross-system referential integrity sweep.
      *           STUDENT-MASTER-CHECK proved the idea for one master;
      *           the same damage happens everywhere else - a YTD or
      *           bank row for an employee gone from EMPMAST.DAT, an
      *           AR open item for a customer missing from
      *           CUSTMAST.DAT, a balance or PO line for an item not
      *           on ITEMMAST.DAT, an allocation aimed at an account
      *           not on GLCOA.DAT - and each owning program only
      *           notices when it trips over the row.  This sweep is
      *           driven entirely by a table of parent/child
      *           relationships (INTGREL.DAT): for each row it loads
      *           the parent file's keys (and status byte, when one
      *           is named), then reads the child file and reports
      *           every child whose key is not on the parent and
      *           every child whose parent carries a status that
      *           forbids children (an inactive customer still
      *           carrying open items, an inactive account still
      *           receiving allocations).  Every finding lands on
      *           INTEGRITY.RPT and in the shared exception log, and
      *           the job ends with RETURN-CODE 1 so the batch driver
      *           holds anything scheduled behind it.  A child file
      *           that does not exist yet (a roll not run this cycle)
      *           is noted and passed over; a missing parent is an
      *           error, since nothing under it can be proven.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One row per parent/child relationship - see the FD below.
           SELECT RELATIONSHIP-FILE ASSIGN TO "INTGREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATIONSHIP-STATUS.

      * The parent and child files are whichever the relationship
      * row names, so both are assigned dynamically - the same
      * technique SEALSEL uses for the seal files.
           SELECT PARENT-FILE ASSIGN TO
                  DYNAMIC WS-PARENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARENT-FILE-STATUS.

           SELECT CHILD-FILE ASSIGN TO
                  DYNAMIC WS-CHILD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHILD-FILE-STATUS.

      * Two of the payroll files are keyed, not line sequential, so
      * a dynamic LINE SEQUENTIAL open cannot read them.  They get
      * SELECTs of their own with the same record keys the payroll
      * programs use and are swept in key order; each record is
      * moved into PARENT-RECORD/CHILD-RECORD so the rest of the
      * sweep never knows the difference.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-PARENT-FILE-STATUS.

           SELECT PAYROLL-YTD-FILE ASSIGN TO "PAYYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-CHILD-FILE-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRITY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
      * Key and status positions are 1-based byte offsets into the
      * record.  A parent status position of zero means the parent
      * has no status that matters to this child; otherwise any
      * status byte listed in RL-FORBIDDEN-STATUS is a finding.
       FD  RELATIONSHIP-FILE.
       01  RELATIONSHIP-RECORD.
           05  RL-CHILD-FILE       PIC X(12).
           05  RL-CHILD-KEY-POS    PIC 9(3).
           05  RL-KEY-LENGTH       PIC 9(2).
           05  RL-PARENT-FILE      PIC X(12).
           05  RL-PARENT-KEY-POS   PIC 9(3).
           05  RL-PARENT-STATUS-POS PIC 9(3).
           05  RL-FORBIDDEN-STATUS PIC X(5).
           05  RL-KEY-DESCRIPTION  PIC X(12).

       FD  PARENT-FILE.
       01  PARENT-RECORD           PIC X(400).

       FD  CHILD-FILE.
       01  CHILD-RECORD            PIC X(400).

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-RECORD.
           05  EMP-ID              PIC X(6).
           05  FILLER              PIC X(98).

       FD  PAYROLL-YTD-FILE.
       01  YTD-RECORD.
           05  YTD-EMP-ID          PIC X(6).
           05  FILLER              PIC X(93).

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-LINE          PIC X(96).

           COPY EXCPFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.
       01  WS-RELATIONSHIP-STATUS  PIC XX.
       01  WS-PARENT-FILE-STATUS   PIC XX.
       01  WS-CHILD-FILE-STATUS    PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.

       01  WS-PARENT-FILE-NAME     PIC X(12).
       01  WS-CHILD-FILE-NAME      PIC X(12).
       01  WS-KEYED-PARENT-SWITCH  PIC X VALUE 'N'.
           88  PARENT-IS-KEYED         VALUE 'Y'.
       01  WS-KEYED-CHILD-SWITCH   PIC X VALUE 'N'.
           88  CHILD-IS-KEYED          VALUE 'Y'.

       01  WS-RELATIONSHIP-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-RELATIONSHIPS    VALUE 'Y'.
       01  WS-PARENT-EOF-SWITCH    PIC X VALUE 'N'.
           88  END-OF-PARENT           VALUE 'Y'.
       01  WS-CHILD-EOF-SWITCH     PIC X VALUE 'N'.
           88  END-OF-CHILD            VALUE 'Y'.

       01  WS-RELATION-COUNT-MAX   PIC 9(3) VALUE 50.
       01  WS-RELATION-COUNT       PIC 9(3) VALUE 0.
       01  RELATIONSHIP-TABLE.
           05  RELATIONSHIP-ENTRY OCCURS 50 TIMES
                                   INDEXED BY RL-IDX.
               10  RLE-CHILD-FILE      PIC X(12).
               10  RLE-CHILD-KEY-POS   PIC 9(3).
               10  RLE-KEY-LENGTH      PIC 9(2).
               10  RLE-PARENT-SPEC.
                   15  RLE-PARENT-FILE     PIC X(12).
                   15  RLE-PARENT-KEY-POS  PIC 9(3).
                   15  RLE-PARENT-KEY-LENGTH PIC 9(2).
                   15  RLE-PARENT-STATUS-POS PIC 9(3).
               10  RLE-FORBIDDEN-STATUS PIC X(5).
               10  RLE-KEY-DESCRIPTION PIC X(12).

      * The parent table holds whichever parent the current
      * relationship names; consecutive rows naming the same parent
      * the same way (the usual case - the table is kept grouped by
      * parent) reuse it instead of rereading the file.
       01  WS-LOADED-PARENT-SPEC.
           05  WS-LOADED-PARENT-FILE   PIC X(12) VALUE SPACES.
           05  WS-LOADED-KEY-POS       PIC 9(3) VALUE 0.
           05  WS-LOADED-KEY-LENGTH    PIC 9(2) VALUE 0.
           05  WS-LOADED-STATUS-POS    PIC 9(3) VALUE 0.
       01  WS-PARENT-LOAD-SWITCH   PIC X VALUE 'N'.
           88  PARENT-LOADED           VALUE 'Y'.
       01  WS-PARENT-COUNT-MAX     PIC 9(5) VALUE 5000.
       01  WS-PARENT-COUNT         PIC 9(5) VALUE 0.
       01  PARENT-KEY-TABLE.
           05  PARENT-KEY-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY PK-IDX.
               10  PKE-KEY             PIC X(10).
               10  PKE-STATUS          PIC X.

       01  WS-LOOKUP-KEY           PIC X(10).
       01  WS-PARENT-FOUND-SWITCH  PIC X.
           88  PARENT-ON-FILE          VALUE 'Y'.
       01  WS-FOUND-STATUS         PIC X.
       01  WS-FORBIDDEN-TALLY      PIC 9(2).

       01  WS-RELATION-CHILD-COUNT PIC 9(7).
       01  WS-RELATION-FINDINGS    PIC 9(5).
       01  WS-ORPHAN-COUNT         PIC 9(5) VALUE 0.
       01  WS-FORBIDDEN-COUNT      PIC 9(5) VALUE 0.
       01  WS-ERROR-COUNT          PIC 9(3) VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(3) VALUE 0.

      * Finding messages for the shared exception log. Built with
      * MOVE, not STRING - see copybooks/EXCPLOG.cpy.
       01  WS-ORPHAN-MSG-BUILD.
           05  WS-ORPHAN-MSG-CHILD PIC X(12).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-ORPHAN-MSG-KEY   PIC X(10).
           05  FILLER              PIC X(18)
                   VALUE " HAS NO PARENT ON ".
           05  WS-ORPHAN-MSG-PARENT PIC X(12).
       01  WS-FORBID-MSG-BUILD.
           05  WS-FORBID-MSG-CHILD PIC X(12).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-FORBID-MSG-KEY   PIC X(10).
           05  FILLER              PIC X(15)
                   VALUE " PARENT STATUS ".
           05  WS-FORBID-MSG-STATUS PIC X(1).
           05  FILLER              PIC X(19)
                   VALUE " FORBIDS THIS CHILD".
       01  WS-RELATION-MSG-BUILD.
           05  WS-RELATION-MSG-TEXT PIC X(34).
           05  WS-RELATION-MSG-FILE PIC X(12).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  INTEGRITY-HEADING-1.
           05  FILLER          PIC X(52) VALUE
               "REFERENTIAL INTEGRITY SWEEP - ORPHANS AND FORBIDDEN ".
           05  FILLER          PIC X(8)  VALUE "CHILDREN".
       01  INTEGRITY-HEADING-2.
           05  FILLER          PIC X(14) VALUE "CHILD FILE".
           05  FILLER          PIC X(12) VALUE "KEY".
           05  FILLER          PIC X(14) VALUE "PARENT FILE".
           05  FILLER          PIC X(14) VALUE "KEY IS".
           05  FILLER          PIC X(7)  VALUE "FINDING".
       01  INTEGRITY-RELATION-LINE.
           05  FILLER          PIC X(9)  VALUE "CHECKING ".
           05  IR-CHILD-FILE   PIC X(12).
           05  FILLER          PIC X(4)  VALUE " ON ".
           05  IR-PARENT-FILE  PIC X(12).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  IR-RESULT       PIC X(50).
       01  INTEGRITY-DETAIL-LINE.
           05  ID-CHILD-FILE   PIC X(12).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ID-KEY          PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ID-PARENT-FILE  PIC X(12).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ID-KEY-DESCRIPTION PIC X(12).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ID-FINDING      PIC X(40).
       01  INTEGRITY-RESULT-LINE.
           05  FILLER          PIC X(9)  VALUE "  READ   ".
           05  IRB-CHILD-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(11) VALUE " RECORD(S),".
           05  IRB-FINDINGS    PIC ZZ,ZZ9.
           05  FILLER          PIC X(11) VALUE " FINDING(S)".
       01  INTEGRITY-SUMMARY-LINE-1.
           05  FILLER          PIC X(24) VALUE
               "ORPHANS FOUND:          ".
           05  IS-ORPHAN-COUNT PIC ZZ,ZZ9.
       01  INTEGRITY-SUMMARY-LINE-2.
           05  FILLER          PIC X(24) VALUE
               "FORBIDDEN-STATUS CHILD: ".
           05  IS-FORBIDDEN-COUNT PIC ZZ,ZZ9.
       01  INTEGRITY-SUMMARY-LINE-3.
           05  FILLER          PIC X(24) VALUE
               "RELATIONSHIP ERRORS:    ".
           05  IS-ERROR-COUNT  PIC ZZ,ZZ9.
       01  INTEGRITY-SUMMARY-LINE-4.
           05  FILLER          PIC X(24) VALUE
               "CHILD FILES NOT PRESENT:".
           05  IS-SKIPPED-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "INTEGRITY-SWEEP" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 050-OPEN-FILES
            PERFORM 060-LOAD-RELATIONSHIPS

            PERFORM 100-CHECK-RELATIONSHIP
               VARYING RL-IDX FROM 1 BY 1
               UNTIL RL-IDX > WS-RELATION-COUNT

            PERFORM 800-WRITE-SUMMARY
            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            STOP RUN.

      * Without the relationship table there is nothing to sweep -
      * that is an error, not a clean night.
       050-OPEN-FILES.

            OPEN INPUT RELATIONSHIP-FILE
            IF WS-RELATIONSHIP-STATUS NOT = "00"
               DISPLAY "ERROR: RELATIONSHIP-FILE OPEN FAILED, "
                  "STATUS = ", WS-RELATIONSHIP-STATUS
               MOVE 'Y' TO WS-RELATIONSHIP-EOF-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               MOVE "INTGREL.DAT OPEN FAILED - NO RELATIONSHIPS SWEPT"
                  TO EL-MESSAGE
               MOVE "INTEGRITY-SWEEP" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            OPEN OUTPUT INTEGRITY-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: INTEGRITY-REPORT-FILE OPEN FAILED, "
                  "STATUS = ", WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            ELSE
               WRITE INTEGRITY-LINE FROM INTEGRITY-HEADING-1
               MOVE SPACES TO INTEGRITY-LINE
               WRITE INTEGRITY-LINE
            END-IF.

      * A row whose key would run off the end of the record, or
      * whose parent and child key lengths could never match, is
      * rejected here rather than producing a night of false
      * orphans.
       060-LOAD-RELATIONSHIPS.

            PERFORM UNTIL END-OF-RELATIONSHIPS
               READ RELATIONSHIP-FILE
                  AT END
                     MOVE 'Y' TO WS-RELATIONSHIP-EOF-SWITCH
                  NOT AT END
                     IF RELATIONSHIP-RECORD = SPACES
                        CONTINUE
                     ELSE
                        PERFORM 065-EDIT-RELATIONSHIP
                     END-IF
               END-READ
            END-PERFORM
            IF WS-RELATIONSHIP-STATUS = "10"
               CLOSE RELATIONSHIP-FILE
            END-IF.

       065-EDIT-RELATIONSHIP.

            IF RL-CHILD-FILE = SPACES
                  OR RL-PARENT-FILE = SPACES
                  OR RL-CHILD-KEY-POS NOT NUMERIC
                  OR RL-KEY-LENGTH NOT NUMERIC
                  OR RL-PARENT-KEY-POS NOT NUMERIC
                  OR RL-PARENT-STATUS-POS NOT NUMERIC
                  OR RL-CHILD-KEY-POS = 0
                  OR RL-PARENT-KEY-POS = 0
                  OR RL-KEY-LENGTH = 0
                  OR RL-KEY-LENGTH > 10
                  OR RL-CHILD-KEY-POS + RL-KEY-LENGTH > 401
                  OR RL-PARENT-KEY-POS + RL-KEY-LENGTH > 401
                  OR RL-PARENT-STATUS-POS > 400
               DISPLAY "ERROR: INTGREL.DAT ROW FOR ", RL-CHILD-FILE,
                  " IS NOT USABLE - SKIPPED"
               ADD 1 TO WS-ERROR-COUNT
               MOVE "UNUSABLE INTGREL.DAT ROW FOR CHILD FILE "
                  TO WS-RELATION-MSG-TEXT
               MOVE RL-CHILD-FILE TO WS-RELATION-MSG-FILE
               MOVE WS-RELATION-MSG-BUILD TO EL-MESSAGE
               MOVE "INTEGRITY-SWEEP" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               EXIT PARAGRAPH
            END-IF

            IF WS-RELATION-COUNT >= WS-RELATION-COUNT-MAX
               DISPLAY "WARNING: RELATIONSHIP TABLE FULL, IGNORING "
                  "ROW FOR ", RL-CHILD-FILE
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-RELATION-COUNT
            MOVE RL-CHILD-FILE TO RLE-CHILD-FILE (WS-RELATION-COUNT)
            MOVE RL-CHILD-KEY-POS TO
               RLE-CHILD-KEY-POS (WS-RELATION-COUNT)
            MOVE RL-KEY-LENGTH TO RLE-KEY-LENGTH (WS-RELATION-COUNT)
            MOVE RL-PARENT-FILE TO
               RLE-PARENT-FILE (WS-RELATION-COUNT)
            MOVE RL-PARENT-KEY-POS TO
               RLE-PARENT-KEY-POS (WS-RELATION-COUNT)
            MOVE RL-KEY-LENGTH TO
               RLE-PARENT-KEY-LENGTH (WS-RELATION-COUNT)
            MOVE RL-PARENT-STATUS-POS TO
               RLE-PARENT-STATUS-POS (WS-RELATION-COUNT)
            MOVE RL-FORBIDDEN-STATUS TO
               RLE-FORBIDDEN-STATUS (WS-RELATION-COUNT)
            MOVE RL-KEY-DESCRIPTION TO
               RLE-KEY-DESCRIPTION (WS-RELATION-COUNT).

       100-CHECK-RELATIONSHIP.

            MOVE RLE-CHILD-FILE (RL-IDX) TO IR-CHILD-FILE
            MOVE RLE-PARENT-FILE (RL-IDX) TO IR-PARENT-FILE

            IF RLE-PARENT-SPEC (RL-IDX) NOT = WS-LOADED-PARENT-SPEC
               PERFORM 110-LOAD-PARENT-FILE
            END-IF
            IF NOT PARENT-LOADED
               MOVE "NOT CHECKED - PARENT FILE COULD NOT BE LOADED"
                  TO IR-RESULT
               PERFORM 190-WRITE-RELATION-LINE
               EXIT PARAGRAPH
            END-IF

            MOVE RLE-CHILD-FILE (RL-IDX) TO WS-CHILD-FILE-NAME
            IF WS-CHILD-FILE-NAME = "PAYYTD.DAT"
               MOVE 'Y' TO WS-KEYED-CHILD-SWITCH
               OPEN INPUT PAYROLL-YTD-FILE
            ELSE
               MOVE 'N' TO WS-KEYED-CHILD-SWITCH
               OPEN INPUT CHILD-FILE
            END-IF
            IF WS-CHILD-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: CHILD FILE ", WS-CHILD-FILE-NAME,
                  " NOT PRESENT, STATUS = ", WS-CHILD-FILE-STATUS,
                  " - NOT CHECKED"
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "NOT CHECKED - CHILD FILE NOT PRESENT"
                  TO IR-RESULT
               PERFORM 190-WRITE-RELATION-LINE
               EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO IR-RESULT
            PERFORM 190-WRITE-RELATION-LINE
            MOVE 0 TO WS-RELATION-CHILD-COUNT
            MOVE 0 TO WS-RELATION-FINDINGS
            MOVE 'N' TO WS-CHILD-EOF-SWITCH
            PERFORM UNTIL END-OF-CHILD
               PERFORM 140-READ-CHILD-FILE
               IF NOT END-OF-CHILD
                  AND CHILD-RECORD NOT = SPACES
                  ADD 1 TO WS-RUNSTAT-RECORDS-READ
                  ADD 1 TO WS-RELATION-CHILD-COUNT
                  PERFORM 150-CHECK-CHILD-RECORD
               END-IF
            END-PERFORM
            IF CHILD-IS-KEYED
               CLOSE PAYROLL-YTD-FILE
            ELSE
               CLOSE CHILD-FILE
            END-IF

            MOVE WS-RELATION-CHILD-COUNT TO IRB-CHILD-COUNT
            MOVE WS-RELATION-FINDINGS TO IRB-FINDINGS
            IF WS-REPORT-FILE-STATUS = "00"
               WRITE INTEGRITY-LINE FROM INTEGRITY-RESULT-LINE
            END-IF.

      * A parent that cannot be opened, or that overflows the key
      * table, leaves its children unprovable - an error for the
      * night, and every relationship on it is passed over.
       110-LOAD-PARENT-FILE.

            MOVE RLE-PARENT-SPEC (RL-IDX) TO WS-LOADED-PARENT-SPEC
            MOVE 'N' TO WS-PARENT-LOAD-SWITCH
            MOVE 0 TO WS-PARENT-COUNT
            MOVE WS-LOADED-PARENT-FILE TO WS-PARENT-FILE-NAME

            IF WS-PARENT-FILE-NAME = "EMPMAST.DAT"
               MOVE 'Y' TO WS-KEYED-PARENT-SWITCH
               OPEN INPUT EMPLOYEE-MASTER-FILE
            ELSE
               MOVE 'N' TO WS-KEYED-PARENT-SWITCH
               OPEN INPUT PARENT-FILE
            END-IF
            IF WS-PARENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: PARENT FILE ", WS-PARENT-FILE-NAME,
                  " OPEN FAILED, STATUS = ", WS-PARENT-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               MOVE "PARENT FILE COULD NOT BE OPENED - "
                  TO WS-RELATION-MSG-TEXT
               MOVE WS-PARENT-FILE-NAME TO WS-RELATION-MSG-FILE
               MOVE WS-RELATION-MSG-BUILD TO EL-MESSAGE
               MOVE "INTEGRITY-SWEEP" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               EXIT PARAGRAPH
            END-IF

            MOVE 'Y' TO WS-PARENT-LOAD-SWITCH
            MOVE 'N' TO WS-PARENT-EOF-SWITCH
            PERFORM UNTIL END-OF-PARENT
               PERFORM 120-READ-PARENT-FILE
               IF END-OF-PARENT OR PARENT-RECORD = SPACES
                  CONTINUE
               ELSE
                  IF WS-PARENT-COUNT < WS-PARENT-COUNT-MAX
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     ADD 1 TO WS-PARENT-COUNT
                     SET PK-IDX TO WS-PARENT-COUNT
                     MOVE SPACES TO PKE-KEY (PK-IDX)
                     MOVE PARENT-RECORD
                        (WS-LOADED-KEY-POS:WS-LOADED-KEY-LENGTH)
                        TO PKE-KEY (PK-IDX)
                     IF WS-LOADED-STATUS-POS > 0
                        MOVE PARENT-RECORD (WS-LOADED-STATUS-POS:1)
                           TO PKE-STATUS (PK-IDX)
                     ELSE
                        MOVE SPACE TO PKE-STATUS (PK-IDX)
                     END-IF
                  ELSE
                     MOVE 'N' TO WS-PARENT-LOAD-SWITCH
                     MOVE 'Y' TO WS-PARENT-EOF-SWITCH
                  END-IF
               END-IF
            END-PERFORM
            IF PARENT-IS-KEYED
               CLOSE EMPLOYEE-MASTER-FILE
            ELSE
               CLOSE PARENT-FILE
            END-IF

            IF NOT PARENT-LOADED
               DISPLAY "ERROR: PARENT FILE ", WS-PARENT-FILE-NAME,
                  " OVERFLOWS THE KEY TABLE - NOT CHECKED"
               ADD 1 TO WS-ERROR-COUNT
               MOVE "PARENT FILE OVERFLOWS KEY TABLE - "
                  TO WS-RELATION-MSG-TEXT
               MOVE WS-PARENT-FILE-NAME TO WS-RELATION-MSG-FILE
               MOVE WS-RELATION-MSG-BUILD TO EL-MESSAGE
               MOVE "INTEGRITY-SWEEP" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF.

      * A keyed record is moved into the 400-byte work record, so
      * the positions in INTGREL.DAT mean the same thing for every
      * file.
       120-READ-PARENT-FILE.

            IF PARENT-IS-KEYED
               READ EMPLOYEE-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-PARENT-EOF-SWITCH
                  NOT AT END
                     MOVE SPACES TO PARENT-RECORD
                     MOVE EMPLOYEE-RECORD TO PARENT-RECORD
               END-READ
            ELSE
               READ PARENT-FILE
                  AT END
                     MOVE 'Y' TO WS-PARENT-EOF-SWITCH
               END-READ
            END-IF.

       140-READ-CHILD-FILE.

            IF CHILD-IS-KEYED
               READ PAYROLL-YTD-FILE
                  AT END
                     MOVE 'Y' TO WS-CHILD-EOF-SWITCH
                  NOT AT END
                     MOVE SPACES TO CHILD-RECORD
                     MOVE YTD-RECORD TO CHILD-RECORD
               END-READ
            ELSE
               READ CHILD-FILE
                  AT END
                     MOVE 'Y' TO WS-CHILD-EOF-SWITCH
               END-READ
            END-IF.

       150-CHECK-CHILD-RECORD.

            MOVE SPACES TO WS-LOOKUP-KEY
            MOVE CHILD-RECORD
               (RLE-CHILD-KEY-POS (RL-IDX):RLE-KEY-LENGTH (RL-IDX))
               TO WS-LOOKUP-KEY
            PERFORM 160-LOOKUP-PARENT

            IF NOT PARENT-ON-FILE
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE "NO PARENT RECORD - ORPHAN" TO ID-FINDING
               PERFORM 300-REPORT-FINDING
               MOVE RLE-CHILD-FILE (RL-IDX) TO WS-ORPHAN-MSG-CHILD
               MOVE WS-LOOKUP-KEY TO WS-ORPHAN-MSG-KEY
               MOVE RLE-PARENT-FILE (RL-IDX) TO WS-ORPHAN-MSG-PARENT
               MOVE WS-ORPHAN-MSG-BUILD TO EL-MESSAGE
               PERFORM 310-LOG-FINDING
               EXIT PARAGRAPH
            END-IF

            IF RLE-PARENT-STATUS-POS (RL-IDX) = 0
                  OR WS-FOUND-STATUS = SPACE
               EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-FORBIDDEN-TALLY
            INSPECT RLE-FORBIDDEN-STATUS (RL-IDX)
               TALLYING WS-FORBIDDEN-TALLY FOR ALL WS-FOUND-STATUS
            IF WS-FORBIDDEN-TALLY > 0
               ADD 1 TO WS-FORBIDDEN-COUNT
               MOVE SPACES TO ID-FINDING
               MOVE "PARENT STATUS X FORBIDS CHILD" TO ID-FINDING
               MOVE WS-FOUND-STATUS TO ID-FINDING (15:1)
               PERFORM 300-REPORT-FINDING
               MOVE RLE-CHILD-FILE (RL-IDX) TO WS-FORBID-MSG-CHILD
               MOVE WS-LOOKUP-KEY TO WS-FORBID-MSG-KEY
               MOVE WS-FOUND-STATUS TO WS-FORBID-MSG-STATUS
               MOVE WS-FORBID-MSG-BUILD TO EL-MESSAGE
               PERFORM 310-LOG-FINDING
            END-IF.

       160-LOOKUP-PARENT.

            MOVE 'N' TO WS-PARENT-FOUND-SWITCH
            MOVE SPACE TO WS-FOUND-STATUS
            PERFORM VARYING PK-IDX FROM 1 BY 1
                  UNTIL PK-IDX > WS-PARENT-COUNT
               IF PKE-KEY (PK-IDX) = WS-LOOKUP-KEY
                  MOVE 'Y' TO WS-PARENT-FOUND-SWITCH
                  MOVE PKE-STATUS (PK-IDX) TO WS-FOUND-STATUS
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       190-WRITE-RELATION-LINE.

            IF WS-REPORT-FILE-STATUS = "00"
               WRITE INTEGRITY-LINE FROM INTEGRITY-RELATION-LINE
            END-IF.

       300-REPORT-FINDING.

            ADD 1 TO WS-RELATION-FINDINGS
            IF WS-REPORT-FILE-STATUS = "00"
               IF WS-RELATION-FINDINGS = 1
                  WRITE INTEGRITY-LINE FROM INTEGRITY-HEADING-2
               END-IF
               MOVE RLE-CHILD-FILE (RL-IDX) TO ID-CHILD-FILE
               MOVE WS-LOOKUP-KEY TO ID-KEY
               MOVE RLE-PARENT-FILE (RL-IDX) TO ID-PARENT-FILE
               MOVE RLE-KEY-DESCRIPTION (RL-IDX) TO ID-KEY-DESCRIPTION
               WRITE INTEGRITY-LINE FROM INTEGRITY-DETAIL-LINE
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-IF.

       310-LOG-FINDING.

            MOVE "INTEGRITY-SWEEP" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

      * Any orphan, forbidden child, or relationship that could not
      * be proven fails the step so the batch driver holds whatever
      * is scheduled behind the sweep.  A child file simply not
      * present is not a failure.
       800-WRITE-SUMMARY.

            MOVE WS-ORPHAN-COUNT TO IS-ORPHAN-COUNT
            MOVE WS-FORBIDDEN-COUNT TO IS-FORBIDDEN-COUNT
            MOVE WS-ERROR-COUNT TO IS-ERROR-COUNT
            MOVE WS-SKIPPED-COUNT TO IS-SKIPPED-COUNT
            IF WS-REPORT-FILE-STATUS = "00"
               MOVE SPACES TO INTEGRITY-LINE
               WRITE INTEGRITY-LINE
               WRITE INTEGRITY-LINE FROM INTEGRITY-SUMMARY-LINE-1
               WRITE INTEGRITY-LINE FROM INTEGRITY-SUMMARY-LINE-2
               WRITE INTEGRITY-LINE FROM INTEGRITY-SUMMARY-LINE-3
               WRITE INTEGRITY-LINE FROM INTEGRITY-SUMMARY-LINE-4
            END-IF
            IF WS-ORPHAN-COUNT > 0
                  OR WS-FORBIDDEN-COUNT > 0
                  OR WS-ERROR-COUNT > 0
               MOVE 1 TO RETURN-CODE
               DISPLAY "INTEGRITY SWEEP FAILED: ", WS-ORPHAN-COUNT,
                  " ORPHAN(S), ", WS-FORBIDDEN-COUNT,
                  " FORBIDDEN CHILD(REN), ", WS-ERROR-COUNT,
                  " RELATIONSHIP ERROR(S) - SEE INTEGRITY.RPT"
            ELSE
               DISPLAY "INTEGRITY SWEEP CLEAN - EVERY CHILD HAS A "
                  "PARENT IN GOOD STANDING."
            END-IF.

       900-CLOSE-FILES.

            CLOSE INTEGRITY-REPORT-FILE.

           COPY EXCPLOG.
           COPY RUNSTAT.
       END PROGRAM INTEGRITY-SWEEP.
