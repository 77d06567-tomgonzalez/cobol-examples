      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Term scheduling edit. Reads the section file
      *           (CRSSECT.DAT, with each section's meeting days,
      *           start and end time and room) and the room file
      *           (ROOMMAST.DAT: room, description, seats) and
      *           reports, for the term named by SCHED_TERM (blank
      *           for every term on file): rooms booked for two
      *           sections that meet at the same time, instructors
      *           booked into two sections at the same time, and
      *           sections whose capacity exceeds the seats in their
      *           room or whose room is not on the room file.
      *           Sections with no meeting days or times (arranged,
      *           online) are counted but never conflict. Sections
      *           SECTION-CANCELLATION has cancelled (ADJCANC.DAT)
      *           hold no room or instructor and are left out of
      *           every edit. Report to SCHEDEDT.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-SCHEDULE-EDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-SECTION-FILE ASSIGN TO "CRSSECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-FILE-STATUS.

           SELECT ROOM-MASTER-FILE ASSIGN TO "ROOMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOM-FILE-STATUS.

      * Sections cancelled for low enrollment.
           SELECT CANCELLED-SECTION-FILE ASSIGN TO "ADJCANC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANCELLED-FILE-STATUS.

           SELECT SCHEDULE-REPORT-FILE ASSIGN TO "SCHEDEDT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-SECTION-FILE.
       01  COURSE-SECTION-RECORD.
           05  SEC-COURSE-ID       PIC X(8).
           05  SEC-SECTION-NO      PIC X(3).
           05  SEC-TERM            PIC X(6).
           05  SEC-INSTRUCTOR      PIC X(20).
           05  SEC-CAPACITY        PIC 9(3).
           05  SEC-ENROLLED        PIC 9(3).
           05  SEC-MEETING-DAYS    PIC X(7).
           05  SEC-START-TIME      PIC 9(4).
           05  SEC-END-TIME        PIC 9(4).
           05  SEC-ROOM-ID         PIC X(8).

       FD  ROOM-MASTER-FILE.
       01  ROOM-MASTER-RECORD.
           05  RM-ROOM-ID          PIC X(8).
           05  RM-DESCRIPTION      PIC X(25).
           05  RM-SEATS            PIC 9(4).

       FD  CANCELLED-SECTION-FILE.
       01  CANCELLED-SECTION-RECORD.
           05  CX-COURSE-ID        PIC X(8).
           05  CX-SECTION-NO       PIC X(3).
           05  CX-TERM             PIC X(6).
           05  CX-CANCEL-DATE      PIC 9(8).

       FD  SCHEDULE-REPORT-FILE.
       01  REPORT-LINE             PIC X(96).

           COPY RUNHFD.

       WORKING-STORAGE SECTION.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-SECTION-FILE-STATUS  PIC XX.
       01  WS-ROOM-FILE-STATUS     PIC XX.
       01  WS-CANCELLED-FILE-STATUS PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-SELECTED-TERM        PIC X(6).

       01  WS-ROOM-COUNT-MAX       PIC 9(3) VALUE 300.
       01  WS-ROOM-COUNT           PIC 9(3) VALUE 0.
       01  ROOM-TABLE.
           05  ROOM-ENTRY OCCURS 300 TIMES
                                   INDEXED BY RM-IDX.
               10  RME-ROOM-ID         PIC X(8).
               10  RME-SEATS           PIC 9(4).

       01  WS-CANCELLED-COUNT-MAX  PIC 9(3) VALUE 500.
       01  WS-CANCELLED-COUNT      PIC 9(3) VALUE 0.
       01  CANCELLED-TABLE.
           05  CANCELLED-ENTRY OCCURS 500 TIMES
                                   INDEXED BY CX-IDX.
               10  CXE-COURSE-ID       PIC X(8).
               10  CXE-SECTION-NO      PIC X(3).
               10  CXE-TERM            PIC X(6).
       01  WS-CANCELLED-SWITCH     PIC X.
           88  SECTION-IS-CANCELLED    VALUE 'Y'.

       01  WS-SECTION-COUNT-MAX    PIC 9(3) VALUE 500.
       01  WS-SECTION-COUNT        PIC 9(3) VALUE 0.
       01  SECTION-TABLE.
           05  SECTION-ENTRY OCCURS 500 TIMES.
               10  SCE-COURSE-ID       PIC X(8).
               10  SCE-SECTION-NO      PIC X(3).
               10  SCE-TERM            PIC X(6).
               10  SCE-INSTRUCTOR      PIC X(20).
               10  SCE-CAPACITY        PIC 9(3).
               10  SCE-MEETING-DAYS    PIC X(7).
               10  SCE-START-TIME      PIC 9(4).
               10  SCE-END-TIME        PIC 9(4).
               10  SCE-ROOM-ID         PIC X(8).
       01  WS-SUB-A                PIC 9(3).
       01  WS-SUB-B                PIC 9(3).
       01  WS-DAY-SUB              PIC 9.
       01  WS-OVERLAP-SWITCH       PIC X.
           88  MEETINGS-OVERLAP        VALUE 'Y'.
       01  WS-ROOM-FOUND-SWITCH    PIC X.
           88  ROOM-ON-FILE            VALUE 'Y'.

       01  WS-SECTIONS-EDITED      PIC 9(5) VALUE 0.
       01  WS-UNSCHEDULED-COUNT    PIC 9(5) VALUE 0.
       01  WS-CANCELLED-SKIPPED    PIC 9(5) VALUE 0.
       01  WS-ROOM-CLASH-COUNT     PIC 9(5) VALUE 0.
       01  WS-INSTR-CLASH-COUNT    PIC 9(5) VALUE 0.
       01  WS-CAPACITY-COUNT       PIC 9(5) VALUE 0.

       01  REPORT-HEADING-1.
           05  FILLER          PIC X(26) VALUE
               "TERM SCHEDULING EDIT".
           05  FILLER          PIC X(6)  VALUE "TERM ".
           05  RH1-TERM        PIC X(6).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "AS OF ".
           05  RH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(32) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH1-PAGE-NUMBER PIC ZZ9.
       01  SECTION-CAPTION-LINE.
           05  SC-CAPTION      PIC X(60).
       01  CLASH-HEADING.
           05  FILLER          PIC X(8)  VALUE "TERM".
           05  CH-KEY-CAPTION  PIC X(22).
           05  FILLER          PIC X(36) VALUE
               "SECTION      DAYS    TIME".
           05  FILLER          PIC X(30) VALUE
               "SECTION      DAYS    TIME".
       01  CLASH-DETAIL-LINE.
           05  CD-TERM         PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-KEY          PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-COURSE-A     PIC X(8).
           05  FILLER          PIC X(1)  VALUE "/".
           05  CD-SECTION-A    PIC X(3).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CD-DAYS-A       PIC X(7).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CD-START-A      PIC 9(4).
           05  FILLER          PIC X(1)  VALUE "-".
           05  CD-END-A        PIC 9(4).
           05  FILLER          PIC X(6)  VALUE " WITH ".
           05  CD-COURSE-B     PIC X(8).
           05  FILLER          PIC X(1)  VALUE "/".
           05  CD-SECTION-B    PIC X(3).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CD-DAYS-B       PIC X(7).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CD-START-B      PIC 9(4).
           05  FILLER          PIC X(1)  VALUE "-".
           05  CD-END-B        PIC 9(4).
       01  CAPACITY-HEADING.
           05  FILLER          PIC X(8)  VALUE "TERM".
           05  FILLER          PIC X(14) VALUE "SECTION".
           05  FILLER          PIC X(10) VALUE "ROOM".
           05  FILLER          PIC X(10) VALUE "CAPACITY".
           05  FILLER          PIC X(8)  VALUE "SEATS".
           05  FILLER          PIC X(30) VALUE "PROBLEM".
       01  CAPACITY-DETAIL-LINE.
           05  CP-TERM         PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CP-COURSE-ID    PIC X(8).
           05  FILLER          PIC X(1)  VALUE "/".
           05  CP-SECTION-NO   PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CP-ROOM-ID      PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CP-CAPACITY     PIC ZZZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  CP-SEATS        PIC ZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  CP-PROBLEM      PIC X(30).
       01  REPORT-NONE-LINE.
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  FILLER          PIC X(20) VALUE "NONE".
       01  REPORT-TOTAL-LINE.
           05  RT-CAPTION      PIC X(36).
           05  RT-COUNT        PIC ZZ,ZZ9.
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            MOVE "SECTION-SCHEDULE-EDIT" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START
            PERFORM 020-GET-TERM

            OPEN INPUT COURSE-SECTION-FILE
            IF WS-SECTION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CRSSECT.DAT OPEN FAILED, STATUS = ",
                  WS-SECTION-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            OPEN OUTPUT SCHEDULE-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: SCHEDEDT.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               CLOSE COURSE-SECTION-FILE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 060-LOAD-ROOM-TABLE
            PERFORM 065-LOAD-CANCELLED-SECTIONS
            PERFORM 070-LOAD-SECTION-TABLE
            CLOSE COURSE-SECTION-FILE

            PERFORM 810-WRITE-REPORT-HEADER
            PERFORM 200-REPORT-ROOM-CLASHES
            PERFORM 300-REPORT-INSTRUCTOR-CLASHES
            PERFORM 400-REPORT-ROOM-CAPACITY
            PERFORM 800-WRITE-REPORT-TOTALS
            CLOSE SCHEDULE-REPORT-FILE

            DISPLAY "SCHEDULING EDIT: ", WS-ROOM-CLASH-COUNT,
               " ROOM AND ", WS-INSTR-CLASH-COUNT,
               " INSTRUCTOR DOUBLE-BOOKING(S), ", WS-CAPACITY-COUNT,
               " ROOM CAPACITY PROBLEM(S)."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

       020-GET-TERM.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
            DISPLAY "SCHED_TERM" UPON ENVIRONMENT-NAME
            ACCEPT WS-SELECTED-TERM FROM ENVIRONMENT-VALUE.

      * No room file is not fatal - the clash edits still run and
      * every scheduled room is reported as not on file.
       060-LOAD-ROOM-TABLE.

            OPEN INPUT ROOM-MASTER-FILE
            IF WS-ROOM-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: ROOMMAST.DAT OPEN FAILED, STATUS = ",
                  WS-ROOM-FILE-STATUS, " - NO ROOM SEATS ON FILE"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ ROOM-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-ROOM-COUNT < WS-ROOM-COUNT-MAX
                        ADD 1 TO WS-ROOM-COUNT
                        SET RM-IDX TO WS-ROOM-COUNT
                        MOVE RM-ROOM-ID TO RME-ROOM-ID (RM-IDX)
                        MOVE RM-SEATS TO RME-SEATS (RM-IDX)
                     ELSE
                        DISPLAY "WARNING: ROOM TABLE FULL, "
                           "IGNORING ", RM-ROOM-ID
                     END-IF
               END-READ
            END-PERFORM
            CLOSE ROOM-MASTER-FILE.

      * No ADJCANC.DAT simply means nothing has been cancelled.
       065-LOAD-CANCELLED-SECTIONS.

            OPEN INPUT CANCELLED-SECTION-FILE
            IF WS-CANCELLED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL WS-CANCELLED-FILE-STATUS NOT = "00"
               READ CANCELLED-SECTION-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF WS-CANCELLED-COUNT < WS-CANCELLED-COUNT-MAX
                        ADD 1 TO WS-CANCELLED-COUNT
                        SET CX-IDX TO WS-CANCELLED-COUNT
                        MOVE CX-COURSE-ID TO CXE-COURSE-ID (CX-IDX)
                        MOVE CX-SECTION-NO TO CXE-SECTION-NO (CX-IDX)
                        MOVE CX-TERM TO CXE-TERM (CX-IDX)
                     ELSE
                        DISPLAY "WARNING: CANCELLED SECTION TABLE "
                           "FULL, IGNORING ", CX-COURSE-ID, "/",
                           CX-SECTION-NO
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CANCELLED-SECTION-FILE.

       070-LOAD-SECTION-TABLE.

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ COURSE-SECTION-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-SELECTED-TERM = SPACES
                           OR SEC-TERM = WS-SELECTED-TERM
                        PERFORM 075-TABLE-ONE-SECTION
                     END-IF
               END-READ
            END-PERFORM.

       075-TABLE-ONE-SECTION.

            MOVE 'N' TO WS-CANCELLED-SWITCH
            PERFORM VARYING CX-IDX FROM 1 BY 1
                  UNTIL CX-IDX > WS-CANCELLED-COUNT
               IF CXE-COURSE-ID (CX-IDX) = SEC-COURSE-ID
                     AND CXE-SECTION-NO (CX-IDX) = SEC-SECTION-NO
                     AND CXE-TERM (CX-IDX) = SEC-TERM
                  MOVE 'Y' TO WS-CANCELLED-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF SECTION-IS-CANCELLED
               ADD 1 TO WS-CANCELLED-SKIPPED
               EXIT PARAGRAPH
            END-IF
            IF WS-SECTION-COUNT >= WS-SECTION-COUNT-MAX
               DISPLAY "WARNING: SECTION TABLE FULL, IGNORING ",
                  SEC-COURSE-ID, "/", SEC-SECTION-NO
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-SECTION-COUNT
            ADD 1 TO WS-SECTIONS-EDITED
            MOVE SEC-COURSE-ID TO SCE-COURSE-ID (WS-SECTION-COUNT)
            MOVE SEC-SECTION-NO TO SCE-SECTION-NO (WS-SECTION-COUNT)
            MOVE SEC-TERM TO SCE-TERM (WS-SECTION-COUNT)
            MOVE SEC-INSTRUCTOR TO SCE-INSTRUCTOR (WS-SECTION-COUNT)
            MOVE SEC-CAPACITY TO SCE-CAPACITY (WS-SECTION-COUNT)
            MOVE SEC-MEETING-DAYS TO
               SCE-MEETING-DAYS (WS-SECTION-COUNT)
            IF SEC-START-TIME IS NUMERIC
               MOVE SEC-START-TIME TO
                  SCE-START-TIME (WS-SECTION-COUNT)
            ELSE
               MOVE 0 TO SCE-START-TIME (WS-SECTION-COUNT)
            END-IF
            IF SEC-END-TIME IS NUMERIC
               MOVE SEC-END-TIME TO SCE-END-TIME (WS-SECTION-COUNT)
            ELSE
               MOVE 0 TO SCE-END-TIME (WS-SECTION-COUNT)
            END-IF
            MOVE SEC-ROOM-ID TO SCE-ROOM-ID (WS-SECTION-COUNT)
            IF SEC-MEETING-DAYS = SPACES
                  OR SCE-END-TIME (WS-SECTION-COUNT) NOT >
                     SCE-START-TIME (WS-SECTION-COUNT)
               ADD 1 TO WS-UNSCHEDULED-COUNT
            END-IF.

      * Every pair of sections in the same term and the same room
      * whose meetings overlap.
       200-REPORT-ROOM-CLASHES.

            MOVE "ROOM DOUBLE-BOOKINGS" TO SC-CAPTION
            MOVE "ROOM" TO CH-KEY-CAPTION
            PERFORM 820-WRITE-CLASH-CAPTION
            PERFORM VARYING WS-SUB-A FROM 1 BY 1
                  UNTIL WS-SUB-A > WS-SECTION-COUNT
               PERFORM VARYING WS-SUB-B FROM WS-SUB-A BY 1
                     UNTIL WS-SUB-B > WS-SECTION-COUNT
                  IF WS-SUB-B > WS-SUB-A
                        AND SCE-ROOM-ID (WS-SUB-A) NOT = SPACES
                        AND SCE-ROOM-ID (WS-SUB-A) =
                           SCE-ROOM-ID (WS-SUB-B)
                        AND SCE-TERM (WS-SUB-A) = SCE-TERM (WS-SUB-B)
                     PERFORM 250-CHECK-MEETING-OVERLAP
                     IF MEETINGS-OVERLAP
                        MOVE SCE-ROOM-ID (WS-SUB-A) TO CD-KEY
                        PERFORM 260-WRITE-CLASH-LINE
                        ADD 1 TO WS-ROOM-CLASH-COUNT
                     END-IF
                  END-IF
               END-PERFORM
            END-PERFORM
            IF WS-ROOM-CLASH-COUNT = 0
               PERFORM 270-WRITE-NONE-LINE
            END-IF.

      * Two sections share a time slot when they share a meeting
      * day and each starts before the other ends; a section with
      * no days or no times shares nothing.
       250-CHECK-MEETING-OVERLAP.

            MOVE 'N' TO WS-OVERLAP-SWITCH
            IF SCE-MEETING-DAYS (WS-SUB-A) = SPACES
                  OR SCE-MEETING-DAYS (WS-SUB-B) = SPACES
                  OR SCE-END-TIME (WS-SUB-A) NOT >
                     SCE-START-TIME (WS-SUB-A)
                  OR SCE-END-TIME (WS-SUB-B) NOT >
                     SCE-START-TIME (WS-SUB-B)
               EXIT PARAGRAPH
            END-IF
            IF SCE-START-TIME (WS-SUB-A) NOT <
                  SCE-END-TIME (WS-SUB-B)
                  OR SCE-START-TIME (WS-SUB-B) NOT <
                     SCE-END-TIME (WS-SUB-A)
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                  UNTIL WS-DAY-SUB > 7 OR MEETINGS-OVERLAP
               IF SCE-MEETING-DAYS (WS-SUB-A) (WS-DAY-SUB:1)
                     NOT = SPACE
                     AND SCE-MEETING-DAYS (WS-SUB-B) (WS-DAY-SUB:1)
                        NOT = SPACE
                  MOVE 'Y' TO WS-OVERLAP-SWITCH
               END-IF
            END-PERFORM.

       260-WRITE-CLASH-LINE.

            MOVE SCE-TERM (WS-SUB-A) TO CD-TERM
            MOVE SCE-COURSE-ID (WS-SUB-A) TO CD-COURSE-A
            MOVE SCE-SECTION-NO (WS-SUB-A) TO CD-SECTION-A
            MOVE SCE-MEETING-DAYS (WS-SUB-A) TO CD-DAYS-A
            MOVE SCE-START-TIME (WS-SUB-A) TO CD-START-A
            MOVE SCE-END-TIME (WS-SUB-A) TO CD-END-A
            MOVE SCE-COURSE-ID (WS-SUB-B) TO CD-COURSE-B
            MOVE SCE-SECTION-NO (WS-SUB-B) TO CD-SECTION-B
            MOVE SCE-MEETING-DAYS (WS-SUB-B) TO CD-DAYS-B
            MOVE SCE-START-TIME (WS-SUB-B) TO CD-START-B
            MOVE SCE-END-TIME (WS-SUB-B) TO CD-END-B
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM CLASH-DETAIL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

       270-WRITE-NONE-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-NONE-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

      * The same pairing by instructor - one person cannot teach
      * two rooms at once. A blank or "STAFF" instructor is not yet
      * assigned and is passed over.
       300-REPORT-INSTRUCTOR-CLASHES.

            MOVE "INSTRUCTOR DOUBLE-BOOKINGS" TO SC-CAPTION
            MOVE "INSTRUCTOR" TO CH-KEY-CAPTION
            PERFORM 820-WRITE-CLASH-CAPTION
            PERFORM VARYING WS-SUB-A FROM 1 BY 1
                  UNTIL WS-SUB-A > WS-SECTION-COUNT
               PERFORM VARYING WS-SUB-B FROM WS-SUB-A BY 1
                     UNTIL WS-SUB-B > WS-SECTION-COUNT
                  IF WS-SUB-B > WS-SUB-A
                        AND SCE-INSTRUCTOR (WS-SUB-A) NOT = SPACES
                        AND SCE-INSTRUCTOR (WS-SUB-A) NOT = "STAFF"
                        AND SCE-INSTRUCTOR (WS-SUB-A) =
                           SCE-INSTRUCTOR (WS-SUB-B)
                        AND SCE-TERM (WS-SUB-A) = SCE-TERM (WS-SUB-B)
                     PERFORM 250-CHECK-MEETING-OVERLAP
                     IF MEETINGS-OVERLAP
                        MOVE SCE-INSTRUCTOR (WS-SUB-A) TO CD-KEY
                        PERFORM 260-WRITE-CLASH-LINE
                        ADD 1 TO WS-INSTR-CLASH-COUNT
                     END-IF
                  END-IF
               END-PERFORM
            END-PERFORM
            IF WS-INSTR-CLASH-COUNT = 0
               PERFORM 270-WRITE-NONE-LINE
            END-IF.

      * Every roomed section against its room's seats. A section
      * with no room assigned is not checked.
       400-REPORT-ROOM-CAPACITY.

            MOVE "SECTION CAPACITY OVER ROOM SEATS" TO SC-CAPTION
            PERFORM 830-WRITE-CAPACITY-CAPTION
            PERFORM VARYING WS-SUB-A FROM 1 BY 1
                  UNTIL WS-SUB-A > WS-SECTION-COUNT
               IF SCE-ROOM-ID (WS-SUB-A) NOT = SPACES
                  PERFORM 410-CHECK-ONE-ROOM
               END-IF
            END-PERFORM
            IF WS-CAPACITY-COUNT = 0
               PERFORM 270-WRITE-NONE-LINE
            END-IF.

       410-CHECK-ONE-ROOM.

            MOVE 'N' TO WS-ROOM-FOUND-SWITCH
            MOVE SCE-TERM (WS-SUB-A) TO CP-TERM
            MOVE SCE-COURSE-ID (WS-SUB-A) TO CP-COURSE-ID
            MOVE SCE-SECTION-NO (WS-SUB-A) TO CP-SECTION-NO
            MOVE SCE-ROOM-ID (WS-SUB-A) TO CP-ROOM-ID
            MOVE SCE-CAPACITY (WS-SUB-A) TO CP-CAPACITY
            MOVE 0 TO CP-SEATS
            PERFORM VARYING RM-IDX FROM 1 BY 1
                  UNTIL RM-IDX > WS-ROOM-COUNT
               IF RME-ROOM-ID (RM-IDX) = SCE-ROOM-ID (WS-SUB-A)
                  MOVE 'Y' TO WS-ROOM-FOUND-SWITCH
                  MOVE RME-SEATS (RM-IDX) TO CP-SEATS
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF NOT ROOM-ON-FILE
               MOVE "ROOM NOT ON ROOMMAST.DAT" TO CP-PROBLEM
            ELSE
               IF SCE-CAPACITY (WS-SUB-A) > RME-SEATS (RM-IDX)
                  MOVE "CAPACITY EXCEEDS ROOM SEATS" TO CP-PROBLEM
               ELSE
                  EXIT PARAGRAPH
               END-IF
            END-IF
            ADD 1 TO WS-CAPACITY-COUNT
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM CAPACITY-DETAIL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

       800-WRITE-REPORT-TOTALS.

            IF WS-PAGE-LINE-COUNT + 8 > WS-PAGE-LINES-PER-PAGE
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            MOVE "SECTIONS EDITED" TO RT-CAPTION
            MOVE WS-SECTIONS-EDITED TO RT-COUNT
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
            MOVE "  WITH NO MEETING PATTERN" TO RT-CAPTION
            MOVE WS-UNSCHEDULED-COUNT TO RT-COUNT
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
            MOVE "CANCELLED SECTIONS NOT EDITED" TO RT-CAPTION
            MOVE WS-CANCELLED-SKIPPED TO RT-COUNT
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
            MOVE "ROOM DOUBLE-BOOKINGS" TO RT-CAPTION
            MOVE WS-ROOM-CLASH-COUNT TO RT-COUNT
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
            MOVE "INSTRUCTOR DOUBLE-BOOKINGS" TO RT-CAPTION
            MOVE WS-INSTR-CLASH-COUNT TO RT-COUNT
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
            MOVE "ROOM CAPACITY PROBLEMS" TO RT-CAPTION
            MOVE WS-CAPACITY-COUNT TO RT-COUNT
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
            ADD 7 TO WS-PAGE-LINE-COUNT.

       810-WRITE-REPORT-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER
            IF WS-SELECTED-TERM = SPACES
               MOVE "ALL" TO RH1-TERM
            ELSE
               MOVE WS-SELECTED-TERM TO RH1-TERM
            END-IF
            MOVE WS-TODAY-DATE TO RH1-RUN-DATE
            IF WS-PAGE-NUMBER = 1
               WRITE REPORT-LINE FROM REPORT-HEADING-1
            ELSE
               WRITE REPORT-LINE FROM REPORT-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            MOVE 1 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       820-WRITE-CLASH-CAPTION.

            IF WS-PAGE-LINE-COUNT + 5 > WS-PAGE-LINES-PER-PAGE
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            WRITE REPORT-LINE FROM SECTION-CAPTION-LINE
            WRITE REPORT-LINE FROM CLASH-HEADING
            ADD 3 TO WS-PAGE-LINE-COUNT.

       830-WRITE-CAPACITY-CAPTION.

            IF WS-PAGE-LINE-COUNT + 5 > WS-PAGE-LINES-PER-PAGE
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            WRITE REPORT-LINE FROM SECTION-CAPTION-LINE
            WRITE REPORT-LINE FROM CAPACITY-HEADING
            ADD 3 TO WS-PAGE-LINE-COUNT.

           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM SECTION-SCHEDULE-EDIT.
