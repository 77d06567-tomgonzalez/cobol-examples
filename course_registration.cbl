      *           CURRENT/NEW roll. ENROLLMENT-POSTING turns the
      *           enrollments into gradeable skeleton transcript
      *           records at end of registration.
      *           A REG is also held to the course's prerequisites
      *           (CRSPREQ.DAT: required course and minimum grade,
      *           grouped so any one course of a group satisfies
      *           it), judged against the student's STUTRAN.DAT
      *           history - "TR" transfer credit counts, attempts
      *           REPEAT-GRADE-FLAGGING marked superseded do not.
      *           An unmet prerequisite rejects with the reason
      *           unless PREQOVRD.DAT carries an override for the
      *           student and course from an advisor (ADVR, REGR or
      *           SUPV on OPRUSERS.DAT); every override used or
      *           refused is listed on PREQOVR.RPT.
      *           Each section carries its meeting pattern (days,
      *           start and end time) and room; a REG that overlaps
      *           a section the student already holds that term -
      *           enrolled or waitlisted, on REGENRL.DAT or earlier
      *           in this run - rejects as a time conflict.
      *           A REG into a section SECTION-CANCELLATION has
      *           cancelled (ADJCANC.DAT) rejects; a drop from one
      *           is still honored.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Prerequisites per catalog course. Rows sharing a course and
      * group id are alternatives - any one satisfies the group;
      * every group on the course must be satisfied.
           SELECT PREREQUISITE-FILE ASSIGN TO "CRSPREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREREQ-FILE-STATUS.

           SELECT STUDENT-TRANSCRIPT-FILE ASSIGN TO "STUTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCRIPT-STATUS.

      * Advisor overrides of unmet prerequisites, one per student
      * and course; a blank term covers any term.
           SELECT PREREQ-OVERRIDE-FILE ASSIGN TO "PREQOVRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

           SELECT OVERRIDE-REPORT-FILE ASSIGN TO "PREQOVR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-RPT-STATUS.

      * Sections cancelled for low enrollment - closed to new
      * registrations.
           SELECT CANCELLED-SECTION-FILE ASSIGN TO "ADJCANC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANCELLED-FILE-STATUS.

      * Shared batch exception log.
           COPY EXCPSEL.

      * Operator roles - advisors on an override are proven
      * against OPRUSERS.DAT, see copybooks/AUTHCHK.cpy.
           COPY AUTHSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

           05  SEC-INSTRUCTOR      PIC X(20).
           05  SEC-CAPACITY        PIC 9(3).
           05  SEC-ENROLLED        PIC 9(3).
           05  SEC-MEETING-DAYS    PIC X(7).
           05  SEC-START-TIME      PIC 9(4).
           05  SEC-END-TIME        PIC 9(4).
           05  SEC-ROOM-ID         PIC X(8).

       FD  COURSE-SECTION-NEW-FILE.
       01  COURSE-SECTION-NEW-RECORD.
           05  SCN-INSTRUCTOR      PIC X(20).
           05  SCN-CAPACITY        PIC 9(3).
           05  SCN-ENROLLED        PIC 9(3).
           05  SCN-MEETING-DAYS    PIC X(7).
           05  SCN-START-TIME      PIC 9(4).
           05  SCN-END-TIME        PIC 9(4).
           05  SCN-ROOM-ID         PIC X(8).

       FD  COURSE-CATALOG-FILE.
       01  COURSE-CATALOG-RECORD.
       FD  REGISTRATION-REPORT-FILE.
       01  REPORT-LINE             PIC X(96).

       FD  PREREQUISITE-FILE.
       01  PREREQUISITE-RECORD.
           05  PQ-COURSE-ID        PIC X(8).
           05  PQ-GROUP-ID         PIC X(2).
           05  PQ-REQUIRED-COURSE  PIC X(8).
           05  PQ-MIN-GRADE        PIC 9(3).

       FD  STUDENT-TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD.
           05  TR-STUDENT-ID       PIC X(9).
           05  TR-STUDENT-NAME     PIC X(25).
           05  TR-COURSE-ID        PIC X(8).
           05  TR-GRADE-X          PIC X(3).
           05  TR-TERM             PIC X(6).
           05  TR-REPEAT-FLAG      PIC X.

       FD  PREREQ-OVERRIDE-FILE.
       01  PREREQ-OVERRIDE-RECORD.
           05  PO-STUDENT-ID       PIC X(9).
           05  PO-COURSE-ID        PIC X(8).
           05  PO-TERM             PIC X(6).
           05  PO-ADVISOR-ID       PIC X(10).
           05  PO-REASON           PIC X(30).

       FD  OVERRIDE-REPORT-FILE.
       01  OVERRIDE-LINE           PIC X(96).

       FD  CANCELLED-SECTION-FILE.
       01  CANCELLED-SECTION-RECORD.
           05  CX-COURSE-ID        PIC X(8).
           05  CX-SECTION-NO       PIC X(3).
           05  CX-TERM             PIC X(6).
           05  CX-CANCEL-DATE      PIC 9(8).

           COPY EXCPFD.
           COPY RUNHFD.
           COPY AUTHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
           COPY RUNSTWS.
       01  WS-OPERATOR-ROLE-STATUS PIC XX.
       01  WS-ACCESS-LOG-STATUS    PIC XX.
           COPY AUTHWS.
       01  WS-SECTION-FILE-STATUS  PIC XX.
       01  WS-SECTION-NEW-STATUS   PIC XX.
       01  WS-CATALOG-FILE-STATUS  PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-ENROLLMENT-STATUS    PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-PREREQ-FILE-STATUS   PIC XX.
       01  WS-TRANSCRIPT-STATUS    PIC XX.
       01  WS-OVERRIDE-FILE-STATUS PIC XX.
       01  WS-OVERRIDE-RPT-STATUS  PIC XX.
       01  WS-CANCELLED-FILE-STATUS PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS     VALUE 'Y'.
       01  WS-SECTION-EOF-SWITCH   PIC X VALUE 'N'.
           88  END-OF-CATALOG          VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH     PIC X VALUE 'N'.
           88  RUN-MUST-ABORT          VALUE 'Y'.
       01  WS-PREREQ-EOF-SWITCH    PIC X VALUE 'N'.
           88  END-OF-PREREQS          VALUE 'Y'.
       01  WS-TRANSCRIPT-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-TRANSCRIPTS      VALUE 'Y'.
       01  WS-OVERRIDE-EOF-SWITCH  PIC X VALUE 'N'.
           88  END-OF-OVERRIDES        VALUE 'Y'.

       01  WS-SECTION-COUNT-MAX    PIC 9(3) VALUE 200.
       01  WS-SECTION-COUNT        PIC 9(3) VALUE 0.
               10  SCE-INSTRUCTOR      PIC X(20).
               10  SCE-CAPACITY        PIC 9(3).
               10  SCE-ENROLLED        PIC 9(3).
               10  SCE-MEETING-DAYS    PIC X(7).
               10  SCE-START-TIME      PIC 9(4).
               10  SCE-END-TIME        PIC 9(4).
               10  SCE-ROOM-ID         PIC X(8).
               10  SCE-CANCEL-SWITCH   PIC X.
                   88  SCE-IS-CANCELLED    VALUE 'Y'.

       01  WS-STUDENT-COUNT-MAX    PIC 9(4) VALUE 1000.
       01  WS-STUDENT-COUNT        PIC 9(4) VALUE 0.
                                   INDEXED BY CA-IDX.
               10  CAE-COURSE-ID       PIC X(8).

       01  WS-PREREQ-COUNT-MAX     PIC 9(3) VALUE 300.
       01  WS-PREREQ-COUNT         PIC 9(3) VALUE 0.
       01  PREREQ-TABLE.
           05  PREREQ-ENTRY OCCURS 300 TIMES
                                   INDEXED BY PQ-IDX.
               10  PQE-COURSE-ID       PIC X(8).
               10  PQE-GROUP-ID        PIC X(2).
               10  PQE-REQUIRED-COURSE PIC X(8).
               10  PQE-MIN-GRADE       PIC 9(3).

      * Every student's course history, held so each REG can be
      * judged against it without rereading STUTRAN.DAT.
       01  WS-TRAN-COUNT-MAX       PIC 9(4) VALUE 2000.
       01  WS-TRAN-COUNT           PIC 9(4) VALUE 0.
       01  TRANSCRIPT-TABLE.
           05  TRANSCRIPT-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY TT-IDX.
               10  TTE-STUDENT-ID      PIC X(9).
               10  TTE-COURSE-ID       PIC X(8).
               10  TTE-GRADE-X         PIC X(3).
               10  TTE-REPEAT-FLAG     PIC X.
       01  WS-GRADE-NUMERIC        PIC 9(3).

       01  WS-OVERRIDE-COUNT-MAX   PIC 9(3) VALUE 200.
       01  WS-OVERRIDE-COUNT       PIC 9(3) VALUE 0.
       01  OVERRIDE-TABLE.
           05  OVERRIDE-ENTRY OCCURS 200 TIMES
                                   INDEXED BY OV-IDX.
               10  OVE-STUDENT-ID      PIC X(9).
               10  OVE-COURSE-ID       PIC X(8).
               10  OVE-TERM            PIC X(6).
               10  OVE-ADVISOR-ID      PIC X(10).
               10  OVE-ADVISOR-ROLE    PIC X(4).
               10  OVE-REASON          PIC X(30).

      * The prerequisite groups of the course in hand, built fresh
      * for each REG: a group is met once any of its rows is.
       01  WS-GROUP-COUNT-MAX      PIC 9(2) VALUE 20.
       01  WS-GROUP-COUNT          PIC 9(2) VALUE 0.
       01  PREREQ-GROUP-TABLE.
           05  PREREQ-GROUP-ENTRY OCCURS 20 TIMES
                                   INDEXED BY GP-IDX.
               10  GPE-GROUP-ID        PIC X(2).
               10  GPE-FIRST-COURSE    PIC X(8).
               10  GPE-FIRST-MIN-GRADE PIC 9(3).
               10  GPE-MEMBER-COUNT    PIC 9(2).
               10  GPE-MET-SWITCH      PIC X.
       01  WS-PREREQ-SWITCH        PIC X.
           88  PREREQ-UNMET            VALUE 'Y'.
       01  WS-UNMET-COURSE         PIC X(8).
       01  WS-UNMET-MIN-GRADE      PIC 9(3).
       01  WS-UNMET-MEMBER-COUNT   PIC 9(2).
       01  WS-OVERRIDE-SWITCH      PIC X.
           88  OVERRIDE-USED           VALUE 'Y'.

      * Every section each student holds (enrolled, waitlisted or
      * promoted and not since dropped), from REGENRL.DAT and then
      * this run, so a new REG can be checked for a time conflict.
       01  WS-SCHEDULE-COUNT-MAX   PIC 9(4) VALUE 3000.
       01  WS-SCHEDULE-COUNT       PIC 9(4) VALUE 0.
       01  STUDENT-SCHEDULE-TABLE.
           05  STUDENT-SCHEDULE-ENTRY OCCURS 3000 TIMES
                                   INDEXED BY SS-IDX.
               10  SSE-STUDENT-ID      PIC X(9).
               10  SSE-COURSE-ID       PIC X(8).
               10  SSE-SECTION-NO      PIC X(3).
               10  SSE-TERM            PIC X(6).
               10  SSE-ACTIVE-SWITCH   PIC X.
       01  WS-ENROLLMENT-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-ENROLLMENTS      VALUE 'Y'.
       01  WS-OTHER-SUB            PIC 9(3).
       01  WS-DAY-SUB              PIC 9.
       01  WS-CONFLICT-SWITCH      PIC X.
           88  SCHEDULE-CONFLICT       VALUE 'Y'.
       01  WS-DAYS-SWITCH          PIC X.
           88  DAYS-OVERLAP            VALUE 'Y'.
       01  WS-CONFLICT-COURSE      PIC X(8).
       01  WS-CONFLICT-SECTION     PIC X(3).
       01  WS-CONFLICT-REJECT-COUNT PIC 9(5) VALUE 0.

      * This run's waitlist, in arrival order, so a drop can
      * promote the earliest waiting student for that section.
       01  WS-WAIT-COUNT-MAX       PIC 9(3) VALUE 200.
       01  WS-WAITLISTED-COUNT     PIC 9(5) VALUE 0.
       01  WS-DROPPED-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-PREREQ-REJECT-COUNT  PIC 9(5) VALUE 0.
       01  WS-OVERRIDE-USED-COUNT  PIC 9(5) VALUE 0.
       01  WS-OVERRIDE-REFUSED-COUNT PIC 9(5) VALUE 0.

       01  REPORT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
           05  FILLER          PIC X(12) VALUE "  REJECTED: ".
           05  RS-REJECTED     PIC ZZ,ZZ9.

       01  OVERRIDE-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "PREREQUISITE OVERRIDES".
       01  OVERRIDE-HEADING-2.
           05  FILLER          PIC X(11) VALUE "STUDENT".
           05  FILLER          PIC X(18) VALUE "COURSE/SEC".
           05  FILLER          PIC X(8)  VALUE "TERM".
           05  FILLER          PIC X(11) VALUE "ADVISOR".
           05  FILLER          PIC X(10) VALUE "UNMET".
           05  FILLER          PIC X(31) VALUE "REASON".
           05  FILLER          PIC X(7)  VALUE "ACTION".
       01  OVERRIDE-DETAIL-LINE.
           05  OD-STUDENT-ID   PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OD-COURSE-ID    PIC X(8).
           05  OD-SLASH        PIC X(1)  VALUE "/".
           05  OD-SECTION-NO   PIC X(3).
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  OD-TERM         PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OD-ADVISOR-ID   PIC X(10).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  OD-UNMET-COURSE PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OD-REASON       PIC X(30).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  OD-ACTION       PIC X(7).
       01  OVERRIDE-SUMMARY-LINE.
           05  FILLER          PIC X(16) VALUE "OVERRIDES USED: ".
           05  OS-USED         PIC ZZ,ZZ9.
           05  FILLER          PIC X(12) VALUE "  REFUSED: ".
           05  OS-REFUSED      PIC ZZ,ZZ9.
           05  FILLER          PIC X(27) VALUE
               "  PREREQUISITE REJECTIONS: ".
           05  OS-PREREQ-REJECTS PIC ZZ,ZZ9.

      * Reject message for the shared exception log. Built with
      * MOVE, not STRING - see copybooks/EXCPLOG.cpy.
       01  WS-REJ-MSG-BUILD.
      * course id can be proven against it as it loads.
            PERFORM 064-LOAD-CATALOG-TABLE
            PERFORM 060-LOAD-SECTION-TABLE
            PERFORM 061-LOAD-CANCELLED-SECTIONS
            PERFORM 062-LOAD-STUDENT-TABLE
            PERFORM 066-LOAD-PREREQ-TABLE
            PERFORM 067-LOAD-TRANSCRIPT-TABLE
            PERFORM 068-LOAD-OVERRIDE-TABLE

      * A transcript table that overflowed would reject students
      * for prerequisites they hold - nothing is registered.
            IF RUN-MUST-ABORT
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 100-READ-TRANSACTION

            PERFORM UNTIL END-OF-TRANSACTIONS
               MOVE 1 TO RETURN-CODE
            END-IF

      * What the students already hold is read before the file is
      * reopened to take this run's records.
            OPEN INPUT ENROLLMENT-FILE
            IF WS-ENROLLMENT-STATUS = "00"
               PERFORM 063-LOAD-STUDENT-SCHEDULES
               CLOSE ENROLLMENT-FILE
            END-IF

            OPEN EXTEND ENROLLMENT-FILE
            IF WS-ENROLLMENT-STATUS NOT = "00"
               OPEN OUTPUT ENROLLMENT-FILE
               MOVE 1 TO RETURN-CODE
            ELSE
               WRITE REPORT-LINE FROM REPORT-HEADING-1
            END-IF

      * No prerequisite file means no course has prerequisites
      * yet; with one on file the transcript history is required -
      * without it every REG would reject for want of a record.
            OPEN INPUT PREREQUISITE-FILE
            IF WS-PREREQ-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: CRSPREQ.DAT OPEN FAILED, STATUS = ",
                  WS-PREREQ-FILE-STATUS,
                  " - PREREQUISITES NOT CHECKED"
               MOVE 'Y' TO WS-PREREQ-EOF-SWITCH
               MOVE 'Y' TO WS-TRANSCRIPT-EOF-SWITCH
            ELSE
               OPEN INPUT STUDENT-TRANSCRIPT-FILE
               IF WS-TRANSCRIPT-STATUS NOT = "00"
                  DISPLAY "ERROR: STUTRAN.DAT OPEN FAILED, STATUS = ",
                     WS-TRANSCRIPT-STATUS
                  MOVE 'Y' TO WS-RUN-ABORT-SWITCH
                  MOVE 1 TO RETURN-CODE
               END-IF
            END-IF

            OPEN INPUT PREREQ-OVERRIDE-FILE
            IF WS-OVERRIDE-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-OVERRIDE-EOF-SWITCH
            END-IF

            OPEN OUTPUT OVERRIDE-REPORT-FILE
            IF WS-OVERRIDE-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: PREQOVR.RPT OPEN FAILED, STATUS = ",
                  WS-OVERRIDE-RPT-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            ELSE
               WRITE OVERRIDE-LINE FROM OVERRIDE-HEADING-1
               WRITE OVERRIDE-LINE FROM OVERRIDE-HEADING-2
            END-IF.

       060-LOAD-SECTION-TABLE.
                           SCE-CAPACITY (WS-SECTION-COUNT)
                        MOVE SEC-ENROLLED TO
                           SCE-ENROLLED (WS-SECTION-COUNT)
                        MOVE SEC-MEETING-DAYS TO
                           SCE-MEETING-DAYS (WS-SECTION-COUNT)
                        MOVE SEC-START-TIME TO
                           SCE-START-TIME (WS-SECTION-COUNT)
                        MOVE SEC-END-TIME TO
                           SCE-END-TIME (WS-SECTION-COUNT)
                        MOVE SEC-ROOM-ID TO
                           SCE-ROOM-ID (WS-SECTION-COUNT)
                        MOVE 'N' TO
                           SCE-CANCEL-SWITCH (WS-SECTION-COUNT)
      * A section is a section of a CRSCATLG.DAT course; one
      * naming a course the catalog doesn't carry still loads (its
      * enrollments must stay droppable) but is flagged here and
               END-READ
            END-PERFORM.

      * No ADJCANC.DAT simply means nothing has been cancelled.
       061-LOAD-CANCELLED-SECTIONS.

            OPEN INPUT CANCELLED-SECTION-FILE
            IF WS-CANCELLED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL WS-CANCELLED-FILE-STATUS NOT = "00"
               READ CANCELLED-SECTION-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     PERFORM VARYING SC-IDX FROM 1 BY 1
                           UNTIL SC-IDX > WS-SECTION-COUNT
                        IF SCE-COURSE-ID (SC-IDX) = CX-COURSE-ID
                              AND SCE-SECTION-NO (SC-IDX) =
                                 CX-SECTION-NO
                              AND SCE-TERM (SC-IDX) = CX-TERM
                           MOVE 'Y' TO SCE-CANCEL-SWITCH (SC-IDX)
                           EXIT PERFORM
                        END-IF
                     END-PERFORM
               END-READ
            END-PERFORM
            CLOSE CANCELLED-SECTION-FILE.

       062-LOAD-STUDENT-TABLE.

            PERFORM UNTIL END-OF-MASTER
               END-READ
            END-PERFORM.

       063-LOAD-STUDENT-SCHEDULES.

            PERFORM UNTIL END-OF-ENROLLMENTS
               READ ENROLLMENT-FILE
                  AT END
                     MOVE 'Y' TO WS-ENROLLMENT-EOF-SWITCH
                  NOT AT END
                     PERFORM 285-POST-STUDENT-SCHEDULE
               END-READ
            END-PERFORM.

       064-LOAD-CATALOG-TABLE.

            PERFORM UNTIL END-OF-CATALOG
               SEC-SECTION-NO, " NAMES A COURSE NOT ON "
               "CRSCATLG.DAT".

       066-LOAD-PREREQ-TABLE.

            PERFORM UNTIL END-OF-PREREQS
               READ PREREQUISITE-FILE
                  AT END
                     MOVE 'Y' TO WS-PREREQ-EOF-SWITCH
                  NOT AT END
                     IF PQ-MIN-GRADE NOT NUMERIC
                        DISPLAY "WARNING: CRSPREQ.DAT ROW FOR ",
                           PQ-COURSE-ID, " HAS A BAD MINIMUM GRADE",
                           " - TREATED AS 000"
                        MOVE 0 TO PQ-MIN-GRADE
                     END-IF
                     IF WS-PREREQ-COUNT < WS-PREREQ-COUNT-MAX
                        ADD 1 TO WS-PREREQ-COUNT
                        SET PQ-IDX TO WS-PREREQ-COUNT
                        MOVE PQ-COURSE-ID TO PQE-COURSE-ID (PQ-IDX)
                        MOVE PQ-GROUP-ID TO PQE-GROUP-ID (PQ-IDX)
                        MOVE PQ-REQUIRED-COURSE TO
                           PQE-REQUIRED-COURSE (PQ-IDX)
                        MOVE PQ-MIN-GRADE TO PQE-MIN-GRADE (PQ-IDX)
                     ELSE
                        DISPLAY "WARNING: PREREQUISITE TABLE FULL, "
                           "IGNORING ", PQ-COURSE-ID, "/",
                           PQ-REQUIRED-COURSE
                     END-IF
               END-READ
            END-PERFORM.

       067-LOAD-TRANSCRIPT-TABLE.

            PERFORM UNTIL END-OF-TRANSCRIPTS
               READ STUDENT-TRANSCRIPT-FILE
                  AT END
                     MOVE 'Y' TO WS-TRANSCRIPT-EOF-SWITCH
                  NOT AT END
                     IF WS-TRAN-COUNT < WS-TRAN-COUNT-MAX
                        ADD 1 TO WS-TRAN-COUNT
                        SET TT-IDX TO WS-TRAN-COUNT
                        MOVE TR-STUDENT-ID TO
                           TTE-STUDENT-ID (TT-IDX)
                        MOVE TR-COURSE-ID TO TTE-COURSE-ID (TT-IDX)
                        MOVE TR-GRADE-X TO TTE-GRADE-X (TT-IDX)
                        MOVE TR-REPEAT-FLAG TO
                           TTE-REPEAT-FLAG (TT-IDX)
                     ELSE
                        DISPLAY "ERROR: TRANSCRIPT TABLE FULL AT ",
                           WS-TRAN-COUNT, " - RUN ABANDONED"
                        MOVE 'Y' TO WS-TRANSCRIPT-EOF-SWITCH
                        MOVE 'Y' TO WS-RUN-ABORT-SWITCH
                        MOVE 1 TO RETURN-CODE
                     END-IF
               END-READ
            END-PERFORM.

      * An override counts only if its advisor is on OPRUSERS.DAT
      * as an advisor (ADVR), the registrar (REGR) or a supervisor
      * (SUPV); any other is listed as refused and never applies.
       068-LOAD-OVERRIDE-TABLE.

            PERFORM UNTIL END-OF-OVERRIDES
               READ PREREQ-OVERRIDE-FILE
                  AT END
                     MOVE 'Y' TO WS-OVERRIDE-EOF-SWITCH
                  NOT AT END
                     MOVE PO-ADVISOR-ID TO WS-AUTH-LOOKUP-ID
                     PERFORM 921-FIND-OPERATOR-ROLE
                     IF AUTH-OPERATOR-ON-FILE
                           AND (WS-AUTH-LOOKUP-ROLE = "ADVR"
                              OR WS-AUTH-LOOKUP-ROLE = "REGR"
                              OR WS-AUTH-LOOKUP-ROLE = "SUPV")
                        PERFORM 069-ADD-OVERRIDE-ENTRY
                     ELSE
                        PERFORM 070-REFUSE-OVERRIDE
                     END-IF
               END-READ
            END-PERFORM.

       069-ADD-OVERRIDE-ENTRY.

            IF WS-OVERRIDE-COUNT >= WS-OVERRIDE-COUNT-MAX
               DISPLAY "WARNING: OVERRIDE TABLE FULL, IGNORING ",
                  PO-STUDENT-ID, "/", PO-COURSE-ID
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-OVERRIDE-COUNT
            SET OV-IDX TO WS-OVERRIDE-COUNT
            MOVE PO-STUDENT-ID TO OVE-STUDENT-ID (OV-IDX)
            MOVE PO-COURSE-ID TO OVE-COURSE-ID (OV-IDX)
            MOVE PO-TERM TO OVE-TERM (OV-IDX)
            MOVE PO-ADVISOR-ID TO OVE-ADVISOR-ID (OV-IDX)
            MOVE WS-AUTH-LOOKUP-ROLE TO OVE-ADVISOR-ROLE (OV-IDX)
            MOVE PO-REASON TO OVE-REASON (OV-IDX).

       070-REFUSE-OVERRIDE.

            ADD 1 TO WS-OVERRIDE-REFUSED-COUNT
            MOVE PO-STUDENT-ID TO OD-STUDENT-ID
            MOVE PO-COURSE-ID TO OD-COURSE-ID
            MOVE SPACES TO OD-SLASH
            MOVE SPACES TO OD-SECTION-NO
            MOVE PO-TERM TO OD-TERM
            MOVE PO-ADVISOR-ID TO OD-ADVISOR-ID
            MOVE SPACES TO OD-UNMET-COURSE
            MOVE "ADVISOR NOT AUTHORIZED" TO OD-REASON
            MOVE "REFUSED" TO OD-ACTION
            IF WS-OVERRIDE-RPT-STATUS = "00"
               WRITE OVERRIDE-LINE FROM OVERRIDE-DETAIL-LINE
            END-IF
            MOVE PO-STUDENT-ID TO WS-REJ-MSG-STUDENT
            MOVE "PREREQ OVERRIDE REFUSED - ADVISOR NOT AUTH"
               TO WS-REJ-MSG-TEXT
            MOVE WS-REJ-MSG-BUILD TO EL-MESSAGE
            MOVE "COURSE-REGISTRATION" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

       100-READ-TRANSACTION.

            READ REGISTRATION-TRANS-FILE
               EXIT PARAGRAPH
            END-IF

            IF RG-IS-REGISTER AND SCE-IS-CANCELLED (SC-IDX)
               MOVE "SECTION CANCELLED - REJECTED" TO RD-DISPOSITION
               PERFORM 290-REJECT-TRANSACTION
               EXIT PARAGRAPH
            END-IF

      * A registration into a course the catalog doesn't carry
      * rejects; a drop is still honored - the point of a drop is
      * getting the student OUT of the rogue section. With no
               END-IF
            END-IF

      * Prerequisites gate registration only; an unmet one stands
      * unless an advisor's override is on file for the student
      * and course.
            MOVE 'N' TO WS-OVERRIDE-SWITCH
            IF RG-IS-REGISTER AND WS-PREREQ-COUNT > 0
               PERFORM 250-CHECK-PREREQUISITES
               IF PREREQ-UNMET
                  PERFORM 255-FIND-OVERRIDE
                  IF NOT OVERRIDE-USED
                     PERFORM 256-BUILD-PREREQ-REASON
                     ADD 1 TO WS-PREREQ-REJECT-COUNT
                     PERFORM 290-REJECT-TRANSACTION
                     EXIT PARAGRAPH
                  END-IF
               END-IF
            END-IF

            IF RG-IS-REGISTER
               PERFORM 245-CHECK-SCHEDULE-CONFLICT
               IF SCHEDULE-CONFLICT
                  MOVE SPACES TO RD-DISPOSITION
                  STRING "TIME CONFLICT WITH " DELIMITED BY SIZE
                         WS-CONFLICT-COURSE DELIMITED BY SPACE
                         "/" DELIMITED BY SIZE
                         WS-CONFLICT-SECTION DELIMITED BY SIZE
                         " - REJECTED" DELIMITED BY SIZE
                     INTO RD-DISPOSITION
                  END-STRING
                  ADD 1 TO WS-CONFLICT-REJECT-COUNT
                  PERFORM 290-REJECT-TRANSACTION
                  EXIT PARAGRAPH
               END-IF
            END-IF

            IF RG-IS-REGISTER
               PERFORM 230-REGISTER-STUDENT
            ELSE
               PERFORM 240-DROP-STUDENT
            END-IF
            WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
            IF OVERRIDE-USED
               PERFORM 260-WRITE-OVERRIDE-LINE
            END-IF.

       210-FIND-STUDENT.

               END-IF
            END-PERFORM.

      * The section in hand (SC-IDX) against every other section
      * the student holds in the same term. A section with no
      * meeting days or no times (arranged, online) never
      * conflicts; otherwise two sections conflict when they share
      * a day and each starts before the other ends.
       245-CHECK-SCHEDULE-CONFLICT.

            MOVE 'N' TO WS-CONFLICT-SWITCH
            IF SCE-MEETING-DAYS (SC-IDX) = SPACES
                  OR SCE-END-TIME (SC-IDX) NOT >
                     SCE-START-TIME (SC-IDX)
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING SS-IDX FROM 1 BY 1
                  UNTIL SS-IDX > WS-SCHEDULE-COUNT
                     OR SCHEDULE-CONFLICT
               IF SSE-STUDENT-ID (SS-IDX) = RG-STUDENT-ID
                     AND SSE-TERM (SS-IDX) = RG-TERM
                     AND SSE-ACTIVE-SWITCH (SS-IDX) = 'Y'
                     AND NOT (SSE-COURSE-ID (SS-IDX) = RG-COURSE-ID
                        AND SSE-SECTION-NO (SS-IDX) =
                           RG-SECTION-NO)
                  PERFORM 246-COMPARE-MEETING-TIMES
               END-IF
            END-PERFORM.

       246-COMPARE-MEETING-TIMES.

            PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                  UNTIL WS-OTHER-SUB > WS-SECTION-COUNT
               IF SCE-COURSE-ID (WS-OTHER-SUB) =
                     SSE-COURSE-ID (SS-IDX)
                     AND SCE-SECTION-NO (WS-OTHER-SUB) =
                        SSE-SECTION-NO (SS-IDX)
                     AND SCE-TERM (WS-OTHER-SUB) = RG-TERM
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF WS-OTHER-SUB > WS-SECTION-COUNT
               EXIT PARAGRAPH
            END-IF
            IF SCE-START-TIME (SC-IDX) NOT <
                  SCE-END-TIME (WS-OTHER-SUB)
                  OR SCE-START-TIME (WS-OTHER-SUB) NOT <
                     SCE-END-TIME (SC-IDX)
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-DAYS-SWITCH
            PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                  UNTIL WS-DAY-SUB > 7 OR DAYS-OVERLAP
               IF SCE-MEETING-DAYS (SC-IDX) (WS-DAY-SUB:1)
                     NOT = SPACE
                     AND SCE-MEETING-DAYS (WS-OTHER-SUB)
                        (WS-DAY-SUB:1) NOT = SPACE
                  MOVE 'Y' TO WS-DAYS-SWITCH
               END-IF
            END-PERFORM
            IF DAYS-OVERLAP
               MOVE 'Y' TO WS-CONFLICT-SWITCH
               MOVE SSE-COURSE-ID (SS-IDX) TO WS-CONFLICT-COURSE
               MOVE SSE-SECTION-NO (SS-IDX) TO WS-CONFLICT-SECTION
            END-IF.

      * Each prerequisite row of the course folds into its group;
      * the first group left unmet is the one the reject names.
       250-CHECK-PREREQUISITES.

            MOVE 'N' TO WS-PREREQ-SWITCH
            MOVE 0 TO WS-GROUP-COUNT
            PERFORM VARYING PQ-IDX FROM 1 BY 1
                  UNTIL PQ-IDX > WS-PREREQ-COUNT
               IF PQE-COURSE-ID (PQ-IDX) = RG-COURSE-ID
                  PERFORM 251-JUDGE-PREREQ-ROW
               END-IF
            END-PERFORM

            PERFORM VARYING GP-IDX FROM 1 BY 1
                  UNTIL GP-IDX > WS-GROUP-COUNT
               IF GPE-MET-SWITCH (GP-IDX) = 'N'
                  MOVE 'Y' TO WS-PREREQ-SWITCH
                  MOVE GPE-FIRST-COURSE (GP-IDX) TO WS-UNMET-COURSE
                  MOVE GPE-FIRST-MIN-GRADE (GP-IDX) TO
                     WS-UNMET-MIN-GRADE
                  MOVE GPE-MEMBER-COUNT (GP-IDX) TO
                     WS-UNMET-MEMBER-COUNT
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       251-JUDGE-PREREQ-ROW.

            PERFORM VARYING GP-IDX FROM 1 BY 1
                  UNTIL GP-IDX > WS-GROUP-COUNT
               IF GPE-GROUP-ID (GP-IDX) = PQE-GROUP-ID (PQ-IDX)
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF GP-IDX > WS-GROUP-COUNT
               IF WS-GROUP-COUNT >= WS-GROUP-COUNT-MAX
                  DISPLAY "WARNING: MORE THAN ", WS-GROUP-COUNT-MAX,
                     " PREREQUISITE GROUPS FOR ", RG-COURSE-ID,
                     " - GROUP ", PQE-GROUP-ID (PQ-IDX), " IGNORED"
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GROUP-COUNT
               SET GP-IDX TO WS-GROUP-COUNT
               MOVE PQE-GROUP-ID (PQ-IDX) TO GPE-GROUP-ID (GP-IDX)
               MOVE PQE-REQUIRED-COURSE (PQ-IDX) TO
                  GPE-FIRST-COURSE (GP-IDX)
               MOVE PQE-MIN-GRADE (PQ-IDX) TO
                  GPE-FIRST-MIN-GRADE (GP-IDX)
               MOVE 0 TO GPE-MEMBER-COUNT (GP-IDX)
               MOVE 'N' TO GPE-MET-SWITCH (GP-IDX)
            END-IF
            ADD 1 TO GPE-MEMBER-COUNT (GP-IDX)
            IF GPE-MET-SWITCH (GP-IDX) = 'N'
               PERFORM 252-FIND-QUALIFYING-GRADE
               IF LOOKUP-FOUND
                  MOVE 'Y' TO GPE-MET-SWITCH (GP-IDX)
               END-IF
            END-IF.

      * A row is satisfied by any attempt at the required course
      * that REPEAT-GRADE-FLAGGING has not superseded ("E") and
      * that is either transfer credit ("TR") or a numeric grade
      * at or above the row's minimum. Other letter codes (W, I,
      * P, NP, NG) never satisfy a prerequisite.
       252-FIND-QUALIFYING-GRADE.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING TT-IDX FROM 1 BY 1
                  UNTIL TT-IDX > WS-TRAN-COUNT
               IF TTE-STUDENT-ID (TT-IDX) = RG-STUDENT-ID
                     AND TTE-COURSE-ID (TT-IDX) =
                        PQE-REQUIRED-COURSE (PQ-IDX)
                     AND TTE-REPEAT-FLAG (TT-IDX) NOT = "E"
                  IF TTE-GRADE-X (TT-IDX) = "TR "
                     MOVE 'Y' TO WS-FOUND-SWITCH
                     EXIT PERFORM
                  END-IF
                  IF TTE-GRADE-X (TT-IDX) IS NUMERIC
                     MOVE TTE-GRADE-X (TT-IDX) TO WS-GRADE-NUMERIC
                     IF WS-GRADE-NUMERIC >= PQE-MIN-GRADE (PQ-IDX)
                        MOVE 'Y' TO WS-FOUND-SWITCH
                        EXIT PERFORM
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.

       255-FIND-OVERRIDE.

            MOVE 'N' TO WS-OVERRIDE-SWITCH
            PERFORM VARYING OV-IDX FROM 1 BY 1
                  UNTIL OV-IDX > WS-OVERRIDE-COUNT
               IF OVE-STUDENT-ID (OV-IDX) = RG-STUDENT-ID
                     AND OVE-COURSE-ID (OV-IDX) = RG-COURSE-ID
                     AND (OVE-TERM (OV-IDX) = RG-TERM
                        OR OVE-TERM (OV-IDX) = SPACES)
                  MOVE 'Y' TO WS-OVERRIDE-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * The reason names the first required course of the unmet
      * group; a group of alternatives says so rather than quote
      * one minimum that the others may not share.
       256-BUILD-PREREQ-REASON.

            MOVE SPACES TO RD-DISPOSITION
            IF WS-UNMET-MEMBER-COUNT > 1
               STRING "PREREQ " DELIMITED BY SIZE
                      WS-UNMET-COURSE DELIMITED BY SPACE
                      " OR ALT NOT MET - REJECTED" DELIMITED BY SIZE
                  INTO RD-DISPOSITION
               END-STRING
            ELSE
               STRING "PREREQ " DELIMITED BY SIZE
                      WS-UNMET-COURSE DELIMITED BY SPACE
                      " MIN " DELIMITED BY SIZE
                      WS-UNMET-MIN-GRADE DELIMITED BY SIZE
                      " NOT MET - REJECTED" DELIMITED BY SIZE
                  INTO RD-DISPOSITION
               END-STRING
            END-IF.

       260-WRITE-OVERRIDE-LINE.

            ADD 1 TO WS-OVERRIDE-USED-COUNT
            MOVE RG-STUDENT-ID TO OD-STUDENT-ID
            MOVE RG-COURSE-ID TO OD-COURSE-ID
            MOVE "/" TO OD-SLASH
            MOVE RG-SECTION-NO TO OD-SECTION-NO
            MOVE RG-TERM TO OD-TERM
            MOVE OVE-ADVISOR-ID (OV-IDX) TO OD-ADVISOR-ID
            MOVE WS-UNMET-COURSE TO OD-UNMET-COURSE
            MOVE OVE-REASON (OV-IDX) TO OD-REASON
            IF EN-IS-WAITLISTED
               MOVE "WAITLST" TO OD-ACTION
            ELSE
               MOVE "ENROLL" TO OD-ACTION
            END-IF
            IF WS-OVERRIDE-RPT-STATUS = "00"
               WRITE OVERRIDE-LINE FROM OVERRIDE-DETAIL-LINE
            END-IF.

       280-WRITE-ENROLLMENT.

            MOVE RG-STUDENT-ID TO EN-STUDENT-ID
            MOVE RG-SECTION-NO TO EN-SECTION-NO
            MOVE RG-TERM TO EN-TERM
            WRITE ENROLLMENT-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            PERFORM 285-POST-STUDENT-SCHEDULE.

      * Keeps STUDENT-SCHEDULE-TABLE current for the enrollment
      * record in hand: a drop releases the section, anything else
      * holds it.
       285-POST-STUDENT-SCHEDULE.

            PERFORM VARYING SS-IDX FROM 1 BY 1
                  UNTIL SS-IDX > WS-SCHEDULE-COUNT
               IF SSE-STUDENT-ID (SS-IDX) = EN-STUDENT-ID
                     AND SSE-COURSE-ID (SS-IDX) = EN-COURSE-ID
                     AND SSE-SECTION-NO (SS-IDX) = EN-SECTION-NO
                     AND SSE-TERM (SS-IDX) = EN-TERM
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF SS-IDX > WS-SCHEDULE-COUNT
               IF EN-IS-DROPPED
                  EXIT PARAGRAPH
               END-IF
               IF WS-SCHEDULE-COUNT >= WS-SCHEDULE-COUNT-MAX
                  DISPLAY "WARNING: SCHEDULE TABLE FULL - ",
                     EN-STUDENT-ID, " ", EN-COURSE-ID,
                     " NOT CONFLICT-CHECKED"
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SCHEDULE-COUNT
               SET SS-IDX TO WS-SCHEDULE-COUNT
               MOVE EN-STUDENT-ID TO SSE-STUDENT-ID (SS-IDX)
               MOVE EN-COURSE-ID TO SSE-COURSE-ID (SS-IDX)
               MOVE EN-SECTION-NO TO SSE-SECTION-NO (SS-IDX)
               MOVE EN-TERM TO SSE-TERM (SS-IDX)
            END-IF
            IF EN-IS-DROPPED
               MOVE 'N' TO SSE-ACTIVE-SWITCH (SS-IDX)
            ELSE
               MOVE 'Y' TO SSE-ACTIVE-SWITCH (SS-IDX)
            END-IF.

       290-REJECT-TRANSACTION.

               MOVE SCE-INSTRUCTOR (SC-IDX) TO SCN-INSTRUCTOR
               MOVE SCE-CAPACITY (SC-IDX) TO SCN-CAPACITY
               MOVE SCE-ENROLLED (SC-IDX) TO SCN-ENROLLED
               MOVE SCE-MEETING-DAYS (SC-IDX) TO SCN-MEETING-DAYS
               MOVE SCE-START-TIME (SC-IDX) TO SCN-START-TIME
               MOVE SCE-END-TIME (SC-IDX) TO SCN-END-TIME
               MOVE SCE-ROOM-ID (SC-IDX) TO SCN-ROOM-ID
               WRITE COURSE-SECTION-NEW-RECORD
            END-PERFORM
            CLOSE COURSE-SECTION-NEW-FILE.
            MOVE WS-REJECTED-COUNT TO RS-REJECTED
            IF WS-REPORT-FILE-STATUS = "00"
               WRITE REPORT-LINE FROM REPORT-SUMMARY-LINE
            END-IF
            MOVE WS-OVERRIDE-USED-COUNT TO OS-USED
            MOVE WS-OVERRIDE-REFUSED-COUNT TO OS-REFUSED
            MOVE WS-PREREQ-REJECT-COUNT TO OS-PREREQ-REJECTS
            IF WS-OVERRIDE-RPT-STATUS = "00"
               WRITE OVERRIDE-LINE FROM OVERRIDE-SUMMARY-LINE
            END-IF.

       900-CLOSE-FILES.
            END-IF
            IF WS-REPORT-FILE-STATUS = "00"
               CLOSE REGISTRATION-REPORT-FILE
            END-IF
            IF WS-PREREQ-FILE-STATUS = "00"
                  OR WS-PREREQ-FILE-STATUS = "10"
               CLOSE PREREQUISITE-FILE
            END-IF
            IF WS-TRANSCRIPT-STATUS = "00"
                  OR WS-TRANSCRIPT-STATUS = "10"
               CLOSE STUDENT-TRANSCRIPT-FILE
            END-IF
            IF WS-OVERRIDE-FILE-STATUS = "00"
                  OR WS-OVERRIDE-FILE-STATUS = "10"
               CLOSE PREREQ-OVERRIDE-FILE
            END-IF
            IF WS-OVERRIDE-RPT-STATUS = "00"
               CLOSE OVERRIDE-REPORT-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY AUTHCHK.
       END PROGRAM COURSE-REGISTRATION.
