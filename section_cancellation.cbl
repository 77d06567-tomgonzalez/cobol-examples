      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Low-enrollment section cancellation. For the term
      *           named by CANCEL_TERM, cancels every section on
      *           CRSSECT.DAT listed on CANCREQ.DAT (course, section,
      *           term) and every section whose net enrollment on
      *           REGENRL.DAT is under the minimum - CANCEL_MIN_ENROLL
      *           (three digits) or, when that is blank, the term's
      *           minimum on ADJTERM.DAT. For each cancelled section:
      *             - every enrolled and waitlisted student gets a
      *               "D" drop record on REGENRL.DAT;
      *             - each enrolled student's tuition for the
      *               course's credit hours (TUITRATE.DAT rate) is
      *               reversed by a credit memo - an INVHDR.DAT
      *               header of document type "C" and a negative
      *               AROPEN.DAT open item, numbered in the tuition
      *               series off TUINVNO.DAT - with the flat fee
      *               reversed too when the drop leaves the student
      *               no billed credits for the term; the memos post
      *               to GLTRANS.DAT as one batch reversing
      *               TUITION-BILLING's entry. CANCEL_TUITION_BILLED=N
      *               skips the memos when the term has not been
      *               billed yet (TUITION-BILLING nets the drops
      *               itself);
      *             - the section is recorded on ADJCANC.DAT, the
      *               cancelled-section file ADJUNCT-PAY and
      *               COURSE-REGISTRATION already honor, and written
      *               to CRSSECT.NEW with nobody enrolled - the usual
      *               CURRENT/NEW roll.
      *           CANCSECT.RPT registers the cancelled sections;
      *           CANCNOTE.RPT is the notification list, one entry
      *           per student in student order, naming the open
      *           sections of the same course left that term. The
      *           operator must hold the registrar role (REGR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-CANCELLATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-SECTION-FILE ASSIGN TO "CRSSECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-FILE-STATUS.

           SELECT COURSE-SECTION-NEW-FILE ASSIGN TO "CRSSECT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-NEW-STATUS.

           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "REGENRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.

      * Sections the registrar has decided to cancel regardless of
      * enrollment.
           SELECT CANCEL-REQUEST-FILE ASSIGN TO "CANCREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

           SELECT CANCELLED-SECTION-FILE ASSIGN TO "ADJCANC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANCELLED-FILE-STATUS.

           SELECT TERM-CONTROL-FILE ASSIGN TO "ADJTERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT TUITION-RATE-FILE ASSIGN TO "TUITRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT INVOICE-NUMBER-FILE ASSIGN TO "TUINVNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-NUMBER-STATUS.

           SELECT INVOICE-HEADER-FILE ASSIGN TO "INVHDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEADER-FILE-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT CANCEL-REGISTER-FILE ASSIGN TO "CANCSECT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT NOTIFICATION-FILE ASSIGN TO "CANCNOTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

      * Shared batch exception log.
           COPY EXCPSEL.

      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

      * Subledger-to-GL feed - see copybooks/GLFEED.cpy.
           COPY GLFSEL.

      * Operator sign-on and access trail - see copybooks/AUTHCHK.cpy.
           COPY AUTHSEL.

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

       FD  COURSE-SECTION-NEW-FILE.
       01  COURSE-SECTION-NEW-RECORD.
           05  SCN-COURSE-ID       PIC X(8).
           05  SCN-SECTION-NO      PIC X(3).
           05  SCN-TERM            PIC X(6).
           05  SCN-INSTRUCTOR      PIC X(20).
           05  SCN-CAPACITY        PIC 9(3).
           05  SCN-ENROLLED        PIC 9(3).
           05  SCN-MEETING-DAYS    PIC X(7).
           05  SCN-START-TIME      PIC 9(4).
           05  SCN-END-TIME        PIC 9(4).
           05  SCN-ROOM-ID         PIC X(8).

       FD  COURSE-CATALOG-FILE.
       01  COURSE-CATALOG-RECORD.
           05  CC-COURSE-ID        PIC X(8).
           05  CC-COURSE-TITLE     PIC X(25).
           05  CC-CREDIT-HOURS     PIC 9V9.

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05  EN-STUDENT-ID       PIC X(9).
           05  EN-STUDENT-NAME     PIC X(25).
           05  EN-COURSE-ID        PIC X(8).
           05  EN-SECTION-NO       PIC X(3).
           05  EN-TERM             PIC X(6).
           05  EN-STATUS           PIC X.
               88  EN-IS-ENROLLED      VALUE "E".
               88  EN-IS-WAITLISTED    VALUE "W".
               88  EN-IS-DROPPED       VALUE "D".
               88  EN-IS-PROMOTED      VALUE "P".

       FD  CANCEL-REQUEST-FILE.
       01  CANCEL-REQUEST-RECORD.
           05  CR-COURSE-ID        PIC X(8).
           05  CR-SECTION-NO       PIC X(3).
           05  CR-TERM             PIC X(6).

       FD  CANCELLED-SECTION-FILE.
       01  CANCELLED-SECTION-RECORD.
           05  CX-COURSE-ID        PIC X(8).
           05  CX-SECTION-NO       PIC X(3).
           05  CX-TERM             PIC X(6).
           05  CX-CANCEL-DATE      PIC 9(8).

       FD  TERM-CONTROL-FILE.
       01  TERM-CONTROL-RECORD.
           05  AT-TERM             PIC X(6).
           05  AT-START-DATE       PIC 9(8).
           05  AT-END-DATE         PIC 9(8).
           05  AT-MIN-ENROLLMENT   PIC 9(3).
           05  AT-FLOOR-ENROLLMENT PIC 9(3).

       FD  TUITION-RATE-FILE.
       01  TUITION-RATE-RECORD.
           05  TU-RATE-PER-CREDIT  PIC 9(5)V9(2).
           05  TU-FLAT-FEE         PIC 9(5)V9(2).
           05  TU-TERMS-CODE       PIC X(9).

       FD  INVOICE-NUMBER-FILE.
       01  INVOICE-NUMBER-RECORD.
           05  IN-NEXT-NUMBER      PIC 9(5).

       FD  INVOICE-HEADER-FILE.
       01  INVOICE-HEADER-RECORD.
           05  IH-INVOICE-ID       PIC X(6).
           05  IH-CUSTOMER-ID      PIC X(6).
           05  IH-INVOICE-DATE     PIC 9(8).
           05  IH-TERMS-CODE       PIC X(9).
           05  IH-DOCUMENT-TYPE    PIC X.

       FD  AR-OPEN-ITEM-FILE.
       01  AR-OPEN-ITEM-RECORD.
           05  AR-CUSTOMER-ID      PIC X(6).
           05  AR-INVOICE-ID       PIC X(6).
           05  AR-INVOICE-DATE     PIC 9(8).
           05  AR-ORIGINAL-AMOUNT  PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AR-OPEN-BALANCE     PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AR-ITEM-STATUS      PIC X.

       FD  CANCEL-REGISTER-FILE.
       01  REGISTER-LINE           PIC X(96).

       FD  NOTIFICATION-FILE.
       01  NOTICE-LINE             PIC X(96).

           COPY EXCPFD.
           COPY SEALFD.
           COPY RUNHFD.
           COPY GLFFD.
           COPY AUTHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.
       01  WS-GL-FEED-STATUS       PIC XX.
       01  WS-GL-RULE-STATUS       PIC XX.
       01  WS-GL-COA-STATUS        PIC XX.
           COPY GLFWS.
           COPY RUNSTWS.
       01  WS-OPERATOR-ROLE-STATUS PIC XX.
       01  WS-ACCESS-LOG-STATUS    PIC XX.
           COPY AUTHWS.

      * Notification list pagination - see copybooks/PAGCTL.cpy.
           COPY PAGWS.

       01  WS-SECTION-FILE-STATUS  PIC XX.
       01  WS-SECTION-NEW-STATUS   PIC XX.
       01  WS-CATALOG-FILE-STATUS  PIC XX.
       01  WS-ENROLLMENT-STATUS    PIC XX.
       01  WS-REQUEST-FILE-STATUS  PIC XX.
       01  WS-CANCELLED-FILE-STATUS PIC XX.
       01  WS-TERM-FILE-STATUS     PIC XX.
       01  WS-RATE-FILE-STATUS     PIC XX.
       01  WS-INVOICE-NUMBER-STATUS PIC XX.
       01  WS-HEADER-FILE-STATUS   PIC XX.
       01  WS-AR-FILE-STATUS       PIC XX.
       01  WS-REGISTER-FILE-STATUS PIC XX.
       01  WS-NOTICE-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH     PIC X VALUE 'N'.
           88  RUN-MUST-ABORT          VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.
           88  LOOKUP-FOUND            VALUE 'Y'.

       01  WS-CANCEL-TERM          PIC X(6).
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-ENV-MIN-ENROLL       PIC X(3).
       01  WS-MIN-ENROLLMENT       PIC 9(3) VALUE 0.
       01  WS-ENV-BILLED           PIC X.
       01  WS-BILLED-SWITCH        PIC X VALUE 'Y'.
           88  TERM-ALREADY-BILLED     VALUE 'Y'.

       01  WS-RATE-PER-CREDIT      PIC 9(5)V9(2) VALUE 0.
       01  WS-FLAT-FEE             PIC 9(5)V9(2) VALUE 0.
       01  WS-TERMS-CODE           PIC X(9) VALUE "NET30".
       01  WS-NEXT-MEMO-NO         PIC 9(5) VALUE 1.
       01  WS-MEMO-ID              PIC X(6).
       01  WS-MEMO-ID-R REDEFINES WS-MEMO-ID.
           05  FILLER              PIC X.
           05  WS-MEMO-SEQ         PIC 9(5).

       01  WS-CATALOG-COUNT-MAX    PIC 9(3) VALUE 200.
       01  WS-CATALOG-COUNT        PIC 9(3) VALUE 0.
       01  CATALOG-TABLE.
           05  CATALOG-ENTRY OCCURS 200 TIMES
                                   INDEXED BY CA-IDX.
               10  CAE-COURSE-ID       PIC X(8).
               10  CAE-CREDIT-HOURS    PIC 9V9.

      * Every section on file, every term - CRSSECT.NEW is the
      * whole file, not just the term being cancelled.
       01  WS-SECTION-COUNT-MAX    PIC 9(3) VALUE 500.
       01  WS-SECTION-COUNT        PIC 9(3) VALUE 0.
       01  SECTION-TABLE.
           05  SECTION-ENTRY OCCURS 500 TIMES
                                   INDEXED BY SC-IDX.
               10  SCE-COURSE-ID       PIC X(8).
               10  SCE-SECTION-NO      PIC X(3).
               10  SCE-TERM            PIC X(6).
               10  SCE-INSTRUCTOR      PIC X(20).
               10  SCE-CAPACITY        PIC 9(3).
               10  SCE-ENROLLED        PIC 9(3).
               10  SCE-MEETING-DAYS    PIC X(7).
               10  SCE-START-TIME      PIC 9(4).
               10  SCE-END-TIME        PIC 9(4).
               10  SCE-ROOM-ID         PIC X(8).
               10  SCE-NET-ENROLLED    PIC 9(4).
               10  SCE-NET-WAITLISTED  PIC 9(4).
               10  SCE-CANCEL-SWITCH   PIC X.
                   88  SCE-TO-CANCEL       VALUE 'Y'.
                   88  SCE-WAS-CANCELLED   VALUE 'C'.
               10  SCE-CANCEL-REASON   PIC X(20).
       01  WS-OTHER-SUB            PIC 9(3).

      * Who holds a seat or a waitlist place in each section of the
      * term right now: REGENRL.DAT replayed in order, a drop
      * releasing what an enrollment, promotion or waitlisting
      * took.
       01  WS-ROSTER-COUNT-MAX     PIC 9(4) VALUE 3000.
       01  WS-ROSTER-COUNT         PIC 9(4) VALUE 0.
       01  ROSTER-TABLE.
           05  ROSTER-ENTRY OCCURS 3000 TIMES
                                   INDEXED BY RS-IDX.
               10  RSE-STUDENT-ID      PIC X(9).
               10  RSE-STUDENT-NAME    PIC X(25).
               10  RSE-COURSE-ID       PIC X(8).
               10  RSE-SECTION-NO      PIC X(3).
               10  RSE-STATUS          PIC X.
                   88  RSE-HOLDS-SEAT      VALUE "E".
                   88  RSE-ON-WAITLIST     VALUE "W".
               10  RSE-ACTIVE-SWITCH   PIC X.
                   88  RSE-IS-ACTIVE       VALUE 'Y'.

      * Net billed credits per student for the term, netted exactly
      * as TUITION-BILLING nets them, so the run knows when a drop
      * leaves a student with nothing billed.
       01  WS-BILL-COUNT-MAX       PIC 9(4) VALUE 1000.
       01  WS-BILL-COUNT           PIC 9(4) VALUE 0.
       01  BILLING-TABLE.
           05  BILLING-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY BI-IDX.
               10  BIE-STUDENT-ID      PIC X(9).
               10  BIE-CREDIT-HOURS    PIC S9(3)V9.

       01  WS-CANCELLED-COUNT-MAX  PIC 9(3) VALUE 500.
       01  WS-CANCELLED-COUNT      PIC 9(3) VALUE 0.
       01  CANCELLED-TABLE.
           05  CANCELLED-ENTRY OCCURS 500 TIMES
                                   INDEXED BY CX-IDX.
               10  CXE-COURSE-ID       PIC X(8).
               10  CXE-SECTION-NO      PIC X(3).
               10  CXE-TERM            PIC X(6).

      * One notification per student per cancelled section, held
      * so the list can print in student order.
       01  WS-NOTICE-COUNT-MAX     PIC 9(4) VALUE 2000.
       01  WS-NOTICE-COUNT         PIC 9(4) VALUE 0.
       01  NOTICE-TABLE.
           05  NOTICE-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY NT-IDX.
               10  NTE-STUDENT-ID      PIC X(9).
               10  NTE-STUDENT-NAME    PIC X(25).
               10  NTE-COURSE-ID       PIC X(8).
               10  NTE-SECTION-NO      PIC X(3).
               10  NTE-STATUS          PIC X.
               10  NTE-MEMO-ID         PIC X(6).
               10  NTE-MEMO-AMOUNT     PIC 9(7)V9(2).
       01  WS-SWAP-NOTICE          PIC X(61).
       01  WS-OUTER-SUB            PIC 9(4).
       01  WS-INNER-SUB            PIC 9(4).

       01  WS-COURSE-HOURS         PIC 9V9.
       01  WS-TUITION-PORTION      PIC 9(7)V9(2).
       01  WS-FEE-PORTION          PIC 9(7)V9(2).
       01  WS-MEMO-AMOUNT          PIC 9(7)V9(2).
       01  WS-ALTERNATE-COUNT      PIC 9(3).
       01  WS-SEATS-OPEN           PIC 9(3).

       01  WS-SECTIONS-CANCELLED   PIC 9(5) VALUE 0.
       01  WS-STUDENTS-DROPPED     PIC 9(5) VALUE 0.
       01  WS-WAITLIST-DROPPED     PIC 9(5) VALUE 0.
       01  WS-MEMO-COUNT           PIC 9(5) VALUE 0.
       01  WS-TOTAL-CREDITED       PIC 9(9)V9(2) VALUE 0.
       01  WS-TOTAL-TUITION        PIC 9(9)V9(2) VALUE 0.
       01  WS-TOTAL-FEES           PIC 9(9)V9(2) VALUE 0.

       01  REGISTER-HEADING-1.
           05  FILLER          PIC X(27) VALUE
               "SECTION CANCELLATION  TERM ".
           05  RGH-TERM        PIC X(6).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "AS OF ".
           05  RGH-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(16) VALUE "MINIMUM ENROLL ".
           05  RGH-MINIMUM     PIC ZZ9.
       01  REGISTER-HEADING-2.
           05  FILLER          PIC X(14) VALUE "SECTION".
           05  FILLER          PIC X(22) VALUE "INSTRUCTOR".
           05  FILLER          PIC X(10) VALUE "ENROLLED".
           05  FILLER          PIC X(12) VALUE "WAITLISTED".
           05  FILLER          PIC X(20) VALUE "REASON".
       01  REGISTER-DETAIL-LINE.
           05  RD-COURSE-ID    PIC X(8).
           05  FILLER          PIC X(1)  VALUE "/".
           05  RD-SECTION-NO   PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-INSTRUCTOR   PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-ENROLLED     PIC ZZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-WAITLISTED   PIC ZZZZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-REASON       PIC X(20).
       01  REGISTER-TOTAL-LINE.
           05  RT-CAPTION      PIC X(30).
           05  RT-COUNT        PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RT-AMOUNT       PIC $$$,$$$,$$9.99.
       01  REGISTER-NONE-LINE.
           05  FILLER          PIC X(40) VALUE
               "NO SECTIONS CANCELLED".
       01  BLANK-LINE          PIC X(1)  VALUE SPACES.

       01  NOTICE-HEADING-1.
           05  FILLER          PIC X(34) VALUE
               "CANCELLED SECTION NOTIFICATIONS".
           05  FILLER          PIC X(5)  VALUE "TERM ".
           05  NH-TERM         PIC X(6).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "AS OF ".
           05  NH-RUN-DATE     PIC 9(8).
           05  FILLER          PIC X(20) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  NH-PAGE-NUMBER  PIC ZZ9.
       01  NOTICE-STUDENT-LINE.
           05  NS-STUDENT-ID   PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  NS-STUDENT-NAME PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  NS-COURSE-ID    PIC X(8).
           05  FILLER          PIC X(1)  VALUE "/".
           05  NS-SECTION-NO   PIC X(3).
           05  FILLER          PIC X(11) VALUE " CANCELLED ".
           05  NS-STATUS       PIC X(10).
           05  NS-MEMO-TEXT    PIC X(8).
           05  NS-MEMO-ID      PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  NS-MEMO-AMOUNT  PIC $$$,$$9.99 BLANK WHEN ZERO.
       01  NOTICE-ALTERNATE-LINE.
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  NA-CAPTION      PIC X(14).
           05  NA-COURSE-ID    PIC X(8).
           05  FILLER          PIC X(1)  VALUE "/".
           05  NA-SECTION-NO   PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  NA-DAYS         PIC X(7).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  NA-START-TIME   PIC 9(4).
           05  FILLER          PIC X(1)  VALUE "-".
           05  NA-END-TIME     PIC 9(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  NA-ROOM-ID      PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  NA-INSTRUCTOR   PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  NA-SEATS-OPEN   PIC ZZ9.
           05  FILLER          PIC X(5)  VALUE " OPEN".
       01  NOTICE-NO-ALTERNATE-LINE.
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  FILLER          PIC X(60) VALUE
               "NO OTHER OPEN SECTION OF THIS COURSE THIS TERM".

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            MOVE "SECTION-CANCELLATION" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START
            PERFORM 020-SIGN-ON-OPERATOR
            IF NOT AUTH-ROLE-GRANTED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            PERFORM 025-GET-RUN-PARAMETERS

      * Memos that reach AR without their reversing entry would
      * leave the tuition revenue overstated - no rules, no run.
            IF TERM-ALREADY-BILLED
               PERFORM 040-LOAD-GL-POSTING-RULES
               IF GL-FEED-REFUSED
                  DISPLAY "ERROR: GL POSTING RULES NOT USABLE - "
                     "NOTHING CANCELLED"
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
                  MOVE 1 TO RETURN-CODE
                  PERFORM 970-DISPLAY-RUN-STATISTICS
                  STOP RUN
               END-IF
            END-IF

            PERFORM 050-OPEN-FILES
            IF RUN-MUST-ABORT
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 060-LOAD-CATALOG-TABLE
            PERFORM 062-LOAD-SECTION-TABLE
            PERFORM 064-LOAD-CANCELLED-TABLE
            PERFORM 066-LOAD-ENROLLMENTS
            PERFORM 070-LOAD-CANCEL-REQUESTS
            PERFORM 100-SELECT-UNDER-MINIMUM

            PERFORM 150-REOPEN-FOR-APPEND
            IF RUN-MUST-ABORT
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM VARYING SC-IDX FROM 1 BY 1
                  UNTIL SC-IDX > WS-SECTION-COUNT
               IF SCE-TO-CANCEL (SC-IDX)
                  PERFORM 200-CANCEL-ONE-SECTION
               END-IF
            END-PERFORM

            PERFORM 300-WRITE-NEW-SECTION-FILE
            PERFORM 400-WRITE-NOTIFICATIONS
            IF TERM-ALREADY-BILLED
               PERFORM 700-WRITE-GL-FEED
               PERFORM 750-REWRITE-MEMO-NUMBER
            END-IF
            PERFORM 800-WRITE-REGISTER-TOTALS
            PERFORM 900-CLOSE-FILES

            DISPLAY "CANCELLED ", WS-SECTIONS-CANCELLED,
               " SECTION(S) FOR TERM ", WS-CANCEL-TERM, ", ",
               WS-STUDENTS-DROPPED, " ENROLLED AND ",
               WS-WAITLIST-DROPPED, " WAITLISTED DROPPED, ",
               WS-MEMO-COUNT, " CREDIT MEMO(S)"
            IF WS-SECTIONS-CANCELLED > 0
               DISPLAY "PROMOTE CRSSECT.NEW OVER CRSSECT.DAT."
            END-IF
            PERFORM 970-DISPLAY-RUN-STATISTICS

            STOP RUN.

       020-SIGN-ON-OPERATOR.

            MOVE "SECTION-CANCELLATION" TO WS-AUTH-PROGRAM-ID
            MOVE "REGR" TO WS-AUTH-REQUIRED-ROLE
            PERFORM 920-CHECK-OPERATOR-ROLE.

      * The term is required. The enrollment minimum comes from the
      * environment, else the term's minimum on ADJTERM.DAT; zero
      * means only the sections on CANCREQ.DAT are cancelled.
       025-GET-RUN-PARAMETERS.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
            DISPLAY "CANCEL_TERM" UPON ENVIRONMENT-NAME
            ACCEPT WS-CANCEL-TERM FROM ENVIRONMENT-VALUE
            IF WS-CANCEL-TERM = SPACES
               DISPLAY "Enter the term to cancel sections in "
                  "(e.g. 2026FA)."
               ACCEPT WS-CANCEL-TERM
            END-IF

            DISPLAY "CANCEL_MIN_ENROLL" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-MIN-ENROLL FROM ENVIRONMENT-VALUE
            IF WS-ENV-MIN-ENROLL IS NUMERIC
               MOVE WS-ENV-MIN-ENROLL TO WS-MIN-ENROLLMENT
            ELSE
               PERFORM 027-READ-TERM-MINIMUM
            END-IF

            DISPLAY "CANCEL_TUITION_BILLED" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-BILLED FROM ENVIRONMENT-VALUE
            IF WS-ENV-BILLED = "N"
               MOVE 'N' TO WS-BILLED-SWITCH
               DISPLAY "NOTICE: TERM NOT YET BILLED - NO CREDIT "
                  "MEMOS THIS RUN"
            END-IF.

       027-READ-TERM-MINIMUM.

            OPEN INPUT TERM-CONTROL-FILE
            IF WS-TERM-FILE-STATUS NOT = "00"
               DISPLAY "NOTICE: ADJTERM.DAT NOT AVAILABLE - ONLY "
                  "CANCREQ.DAT SECTIONS CANCELLED"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ TERM-CONTROL-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF AT-TERM = WS-CANCEL-TERM
                        MOVE AT-MIN-ENROLLMENT TO WS-MIN-ENROLLMENT
                     END-IF
               END-READ
            END-PERFORM
            CLOSE TERM-CONTROL-FILE.

       040-LOAD-GL-POSTING-RULES.

            MOVE "SECTION-CANCELLATION" TO WS-GLF-PROGRAM-ID
            MOVE "TUITION" TO WS-GLF-SOURCE
            MOVE "ARTCAN" TO WS-GLF-BATCH-ID
            ACCEPT WS-GLF-BATCH-DATE FROM DATE YYYYMMDD
            PERFORM 980-LOAD-GL-POSTING-RULES
            MOVE "AR" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "TUIT" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "FEES" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE.

       050-OPEN-FILES.

            OPEN INPUT COURSE-SECTION-FILE
            IF WS-SECTION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CRSSECT.DAT OPEN FAILED, STATUS = ",
                  WS-SECTION-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN INPUT ENROLLMENT-FILE
            IF WS-ENROLLMENT-STATUS NOT = "00"
               DISPLAY "ERROR: REGENRL.DAT OPEN FAILED, STATUS = ",
                  WS-ENROLLMENT-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN INPUT COURSE-CATALOG-FILE
            IF WS-CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: CRSCATLG.DAT OPEN FAILED - EVERY "
                  "COURSE WEIGHTED AT 1.0 CREDIT"
            END-IF

            IF TERM-ALREADY-BILLED
               PERFORM 055-READ-TUITION-RATE
            END-IF

            OPEN OUTPUT CANCEL-REGISTER-FILE
            IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANCSECT.RPT OPEN FAILED, STATUS = ",
                  WS-REGISTER-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            ELSE
               MOVE WS-CANCEL-TERM TO RGH-TERM
               MOVE WS-TODAY-DATE TO RGH-RUN-DATE
               MOVE WS-MIN-ENROLLMENT TO RGH-MINIMUM
               WRITE REGISTER-LINE FROM REGISTER-HEADING-1
               WRITE REGISTER-LINE FROM REGISTER-HEADING-2
            END-IF

            OPEN OUTPUT NOTIFICATION-FILE
            IF WS-NOTICE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANCNOTE.RPT OPEN FAILED, STATUS = ",
                  WS-NOTICE-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF.

      * No rate record, no reversal - a memo priced at zero would
      * tell the student nothing was owed back.
       055-READ-TUITION-RATE.

            OPEN INPUT TUITION-RATE-FILE
            IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: TUITRATE.DAT OPEN FAILED, STATUS = ",
                  WS-RATE-FILE-STATUS, " - NOTHING CANCELLED"
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            READ TUITION-RATE-FILE
               AT END
                  DISPLAY "ERROR: TUITRATE.DAT IS EMPTY"
                  MOVE 'Y' TO WS-RUN-ABORT-SWITCH
                  MOVE 1 TO RETURN-CODE
               NOT AT END
                  MOVE TU-RATE-PER-CREDIT TO WS-RATE-PER-CREDIT
                  MOVE TU-FLAT-FEE TO WS-FLAT-FEE
                  IF TU-TERMS-CODE NOT = SPACES
                     MOVE TU-TERMS-CODE TO WS-TERMS-CODE
                  END-IF
            END-READ
            CLOSE TUITION-RATE-FILE.

       060-LOAD-CATALOG-TABLE.

            IF WS-CATALOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ COURSE-CATALOG-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-CATALOG-COUNT < WS-CATALOG-COUNT-MAX
                        ADD 1 TO WS-CATALOG-COUNT
                        MOVE CC-COURSE-ID TO
                           CAE-COURSE-ID (WS-CATALOG-COUNT)
                        MOVE CC-CREDIT-HOURS TO
                           CAE-CREDIT-HOURS (WS-CATALOG-COUNT)
                     END-IF
               END-READ
            END-PERFORM.

       062-LOAD-SECTION-TABLE.

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ COURSE-SECTION-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-SECTION-COUNT >= WS-SECTION-COUNT-MAX
                        DISPLAY "ERROR: SECTION TABLE FULL AT ",
                           WS-SECTION-COUNT, " - RUN ABANDONED"
                        MOVE 'Y' TO WS-EOF-SWITCH
                        MOVE 'Y' TO WS-RUN-ABORT-SWITCH
                        MOVE 1 TO RETURN-CODE
                     ELSE
                        ADD 1 TO WS-SECTION-COUNT
                        SET SC-IDX TO WS-SECTION-COUNT
                        MOVE SEC-COURSE-ID TO SCE-COURSE-ID (SC-IDX)
                        MOVE SEC-SECTION-NO TO
                           SCE-SECTION-NO (SC-IDX)
                        MOVE SEC-TERM TO SCE-TERM (SC-IDX)
                        MOVE SEC-INSTRUCTOR TO
                           SCE-INSTRUCTOR (SC-IDX)
                        MOVE SEC-CAPACITY TO SCE-CAPACITY (SC-IDX)
                        MOVE SEC-ENROLLED TO SCE-ENROLLED (SC-IDX)
                        MOVE SEC-MEETING-DAYS TO
                           SCE-MEETING-DAYS (SC-IDX)
                        MOVE SEC-START-TIME TO
                           SCE-START-TIME (SC-IDX)
                        MOVE SEC-END-TIME TO SCE-END-TIME (SC-IDX)
                        MOVE SEC-ROOM-ID TO SCE-ROOM-ID (SC-IDX)
                        MOVE 0 TO SCE-NET-ENROLLED (SC-IDX)
                        MOVE 0 TO SCE-NET-WAITLISTED (SC-IDX)
                        MOVE 'N' TO SCE-CANCEL-SWITCH (SC-IDX)
                        MOVE SPACES TO SCE-CANCEL-REASON (SC-IDX)
                     END-IF
               END-READ
            END-PERFORM.

      * A section cancelled by an earlier run stays cancelled and
      * is never cancelled - or credited - twice.
       064-LOAD-CANCELLED-TABLE.

            OPEN INPUT CANCELLED-SECTION-FILE
            IF WS-CANCELLED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ CANCELLED-SECTION-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-CANCELLED-COUNT < WS-CANCELLED-COUNT-MAX
                        ADD 1 TO WS-CANCELLED-COUNT
                        SET CX-IDX TO WS-CANCELLED-COUNT
                        MOVE CX-COURSE-ID TO CXE-COURSE-ID (CX-IDX)
                        MOVE CX-SECTION-NO TO
                           CXE-SECTION-NO (CX-IDX)
                        MOVE CX-TERM TO CXE-TERM (CX-IDX)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CANCELLED-SECTION-FILE
            PERFORM VARYING SC-IDX FROM 1 BY 1
                  UNTIL SC-IDX > WS-SECTION-COUNT
               PERFORM VARYING CX-IDX FROM 1 BY 1
                     UNTIL CX-IDX > WS-CANCELLED-COUNT
                  IF CXE-COURSE-ID (CX-IDX) = SCE-COURSE-ID (SC-IDX)
                        AND CXE-SECTION-NO (CX-IDX) =
                           SCE-SECTION-NO (SC-IDX)
                        AND CXE-TERM (CX-IDX) = SCE-TERM (SC-IDX)
                     MOVE 'C' TO SCE-CANCEL-SWITCH (SC-IDX)
                     EXIT PERFORM
                  END-IF
               END-PERFORM
            END-PERFORM.

       066-LOAD-ENROLLMENTS.

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ ENROLLMENT-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF EN-TERM = WS-CANCEL-TERM
                        PERFORM 067-POST-ROSTER
                        IF NOT EN-IS-WAITLISTED
                           PERFORM 068-NET-BILLED-CREDITS
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE ENROLLMENT-FILE

            PERFORM VARYING RS-IDX FROM 1 BY 1
                  UNTIL RS-IDX > WS-ROSTER-COUNT
               IF RSE-IS-ACTIVE (RS-IDX)
                  PERFORM 069-COUNT-ROSTER-ENTRY
               END-IF
            END-PERFORM.

       067-POST-ROSTER.

            PERFORM VARYING RS-IDX FROM 1 BY 1
                  UNTIL RS-IDX > WS-ROSTER-COUNT
               IF RSE-STUDENT-ID (RS-IDX) = EN-STUDENT-ID
                     AND RSE-COURSE-ID (RS-IDX) = EN-COURSE-ID
                     AND RSE-SECTION-NO (RS-IDX) = EN-SECTION-NO
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF RS-IDX > WS-ROSTER-COUNT
               IF EN-IS-DROPPED
                  EXIT PARAGRAPH
               END-IF
               IF WS-ROSTER-COUNT >= WS-ROSTER-COUNT-MAX
                  DISPLAY "ERROR: ROSTER TABLE FULL AT ",
                     WS-ROSTER-COUNT, " - RUN ABANDONED"
                  MOVE 'Y' TO WS-EOF-SWITCH
                  MOVE 'Y' TO WS-RUN-ABORT-SWITCH
                  MOVE 1 TO RETURN-CODE
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ROSTER-COUNT
               SET RS-IDX TO WS-ROSTER-COUNT
               MOVE EN-STUDENT-ID TO RSE-STUDENT-ID (RS-IDX)
               MOVE EN-STUDENT-NAME TO RSE-STUDENT-NAME (RS-IDX)
               MOVE EN-COURSE-ID TO RSE-COURSE-ID (RS-IDX)
               MOVE EN-SECTION-NO TO RSE-SECTION-NO (RS-IDX)
            END-IF
            EVALUATE TRUE
               WHEN EN-IS-DROPPED
                  MOVE 'N' TO RSE-ACTIVE-SWITCH (RS-IDX)
               WHEN EN-IS-WAITLISTED
                  MOVE "W" TO RSE-STATUS (RS-IDX)
                  MOVE 'Y' TO RSE-ACTIVE-SWITCH (RS-IDX)
               WHEN OTHER
                  MOVE "E" TO RSE-STATUS (RS-IDX)
                  MOVE 'Y' TO RSE-ACTIVE-SWITCH (RS-IDX)
            END-EVALUATE.

       068-NET-BILLED-CREDITS.

            PERFORM 080-FIND-COURSE-HOURS
            PERFORM VARYING BI-IDX FROM 1 BY 1
                  UNTIL BI-IDX > WS-BILL-COUNT
               IF BIE-STUDENT-ID (BI-IDX) = EN-STUDENT-ID
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF BI-IDX > WS-BILL-COUNT
               IF WS-BILL-COUNT >= WS-BILL-COUNT-MAX
                  DISPLAY "WARNING: BILLING TABLE FULL, SKIPPING ",
                     EN-STUDENT-ID
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BILL-COUNT
               SET BI-IDX TO WS-BILL-COUNT
               MOVE EN-STUDENT-ID TO BIE-STUDENT-ID (BI-IDX)
               MOVE 0 TO BIE-CREDIT-HOURS (BI-IDX)
            END-IF
            IF EN-IS-DROPPED
               SUBTRACT WS-COURSE-HOURS FROM
                  BIE-CREDIT-HOURS (BI-IDX)
            ELSE
               ADD WS-COURSE-HOURS TO BIE-CREDIT-HOURS (BI-IDX)
            END-IF.

       069-COUNT-ROSTER-ENTRY.

            PERFORM VARYING SC-IDX FROM 1 BY 1
                  UNTIL SC-IDX > WS-SECTION-COUNT
               IF SCE-COURSE-ID (SC-IDX) = RSE-COURSE-ID (RS-IDX)
                     AND SCE-SECTION-NO (SC-IDX) =
                        RSE-SECTION-NO (RS-IDX)
                     AND SCE-TERM (SC-IDX) = WS-CANCEL-TERM
                  IF RSE-ON-WAITLIST (RS-IDX)
                     ADD 1 TO SCE-NET-WAITLISTED (SC-IDX)
                  ELSE
                     ADD 1 TO SCE-NET-ENROLLED (SC-IDX)
                  END-IF
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       070-LOAD-CANCEL-REQUESTS.

            OPEN INPUT CANCEL-REQUEST-FILE
            IF WS-REQUEST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ CANCEL-REQUEST-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF CR-TERM = WS-CANCEL-TERM
                        PERFORM 075-MARK-REQUESTED-SECTION
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CANCEL-REQUEST-FILE.

       075-MARK-REQUESTED-SECTION.

            PERFORM VARYING SC-IDX FROM 1 BY 1
                  UNTIL SC-IDX > WS-SECTION-COUNT
               IF SCE-COURSE-ID (SC-IDX) = CR-COURSE-ID
                     AND SCE-SECTION-NO (SC-IDX) = CR-SECTION-NO
                     AND SCE-TERM (SC-IDX) = CR-TERM
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF SC-IDX > WS-SECTION-COUNT
               MOVE SPACES TO EL-MESSAGE
               STRING "CANCEL REQUEST " DELIMITED BY SIZE
                      CR-COURSE-ID DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      CR-SECTION-NO DELIMITED BY SIZE
                      " NOT ON CRSSECT.DAT - IGNORED"
                         DELIMITED BY SIZE
                  INTO EL-MESSAGE
               END-STRING
               PERFORM 090-LOG-WARNING
               EXIT PARAGRAPH
            END-IF
            IF SCE-WAS-CANCELLED (SC-IDX)
               MOVE SPACES TO EL-MESSAGE
               STRING "CANCEL REQUEST " DELIMITED BY SIZE
                      CR-COURSE-ID DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      CR-SECTION-NO DELIMITED BY SIZE
                      " ALREADY CANCELLED - IGNORED"
                         DELIMITED BY SIZE
                  INTO EL-MESSAGE
               END-STRING
               PERFORM 090-LOG-WARNING
               EXIT PARAGRAPH
            END-IF
            MOVE 'Y' TO SCE-CANCEL-SWITCH (SC-IDX)
            MOVE "REGISTRAR REQUEST" TO SCE-CANCEL-REASON (SC-IDX).

       080-FIND-COURSE-HOURS.

            MOVE 1.0 TO WS-COURSE-HOURS
            PERFORM VARYING CA-IDX FROM 1 BY 1
                  UNTIL CA-IDX > WS-CATALOG-COUNT
               IF CAE-COURSE-ID (CA-IDX) = EN-COURSE-ID
                  MOVE CAE-CREDIT-HOURS (CA-IDX) TO WS-COURSE-HOURS
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       090-LOG-WARNING.

            MOVE "SECTION-CANCELLATION" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

       100-SELECT-UNDER-MINIMUM.

            IF WS-MIN-ENROLLMENT = 0
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING SC-IDX FROM 1 BY 1
                  UNTIL SC-IDX > WS-SECTION-COUNT
               IF SCE-TERM (SC-IDX) = WS-CANCEL-TERM
                     AND SCE-CANCEL-SWITCH (SC-IDX) = 'N'
                     AND SCE-NET-ENROLLED (SC-IDX) <
                        WS-MIN-ENROLLMENT
                  MOVE 'Y' TO SCE-CANCEL-SWITCH (SC-IDX)
                  MOVE "UNDER MINIMUM" TO SCE-CANCEL-REASON (SC-IDX)
               END-IF
            END-PERFORM.

      * The files this run adds to are opened only once every input
      * has been read. AR, its header file and the memo numbers are
      * needed only when memos will be written.
       150-REOPEN-FOR-APPEND.

            OPEN EXTEND ENROLLMENT-FILE
            IF WS-ENROLLMENT-STATUS NOT = "00"
               DISPLAY "ERROR: REGENRL.DAT REOPEN FAILED, STATUS = ",
                  WS-ENROLLMENT-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN EXTEND CANCELLED-SECTION-FILE
            IF WS-CANCELLED-FILE-STATUS NOT = "00"
               OPEN OUTPUT CANCELLED-SECTION-FILE
            END-IF
            IF WS-CANCELLED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ADJCANC.DAT OPEN FAILED, STATUS = ",
                  WS-CANCELLED-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            IF NOT TERM-ALREADY-BILLED
               EXIT PARAGRAPH
            END-IF

            OPEN I-O INVOICE-NUMBER-FILE
            IF WS-INVOICE-NUMBER-STATUS = "00"
               READ INVOICE-NUMBER-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE IN-NEXT-NUMBER TO WS-NEXT-MEMO-NO
               END-READ
            ELSE
               DISPLAY "NOTICE: TUINVNO.DAT NOT FOUND - NUMBERING "
                  "FROM 00001"
            END-IF

            OPEN EXTEND INVOICE-HEADER-FILE
            IF WS-HEADER-FILE-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-HEADER-FILE
            END-IF
            IF WS-HEADER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: INVHDR.DAT OPEN FAILED, STATUS = ",
                  WS-HEADER-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN EXTEND AR-OPEN-ITEM-FILE
            IF WS-AR-FILE-STATUS NOT = "00"
               OPEN OUTPUT AR-OPEN-ITEM-FILE
            END-IF
            IF WS-AR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: AROPEN.DAT OPEN FAILED, STATUS = ",
                  WS-AR-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

      * Append-only against AR, as TUITION-BILLING is: start from
      * the standing seal and grow it with each memo.
            MOVE "AROPEN.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 938-LOAD-FILE-SEAL.

       200-CANCEL-ONE-SECTION.

            MOVE 'C' TO SCE-CANCEL-SWITCH (SC-IDX)
            ADD 1 TO WS-SECTIONS-CANCELLED

            MOVE SCE-COURSE-ID (SC-IDX) TO CX-COURSE-ID
            MOVE SCE-SECTION-NO (SC-IDX) TO CX-SECTION-NO
            MOVE SCE-TERM (SC-IDX) TO CX-TERM
            MOVE WS-TODAY-DATE TO CX-CANCEL-DATE
            WRITE CANCELLED-SECTION-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN

            MOVE SCE-COURSE-ID (SC-IDX) TO RD-COURSE-ID
            MOVE SCE-SECTION-NO (SC-IDX) TO RD-SECTION-NO
            MOVE SCE-INSTRUCTOR (SC-IDX) TO RD-INSTRUCTOR
            MOVE SCE-NET-ENROLLED (SC-IDX) TO RD-ENROLLED
            MOVE SCE-NET-WAITLISTED (SC-IDX) TO RD-WAITLISTED
            MOVE SCE-CANCEL-REASON (SC-IDX) TO RD-REASON
            IF WS-REGISTER-FILE-STATUS = "00"
               WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
            END-IF

            PERFORM VARYING RS-IDX FROM 1 BY 1
                  UNTIL RS-IDX > WS-ROSTER-COUNT
               IF RSE-IS-ACTIVE (RS-IDX)
                     AND RSE-COURSE-ID (RS-IDX) =
                        SCE-COURSE-ID (SC-IDX)
                     AND RSE-SECTION-NO (RS-IDX) =
                        SCE-SECTION-NO (SC-IDX)
                  PERFORM 210-DROP-ONE-STUDENT
               END-IF
            END-PERFORM
            MOVE 0 TO SCE-ENROLLED (SC-IDX).

      * The drop goes on REGENRL.DAT exactly as a keyed DRP would
      * have put it there; only a seat that was billed is credited.
       210-DROP-ONE-STUDENT.

            MOVE 'N' TO RSE-ACTIVE-SWITCH (RS-IDX)
            MOVE RSE-STUDENT-ID (RS-IDX) TO EN-STUDENT-ID
            MOVE RSE-STUDENT-NAME (RS-IDX) TO EN-STUDENT-NAME
            MOVE RSE-COURSE-ID (RS-IDX) TO EN-COURSE-ID
            MOVE RSE-SECTION-NO (RS-IDX) TO EN-SECTION-NO
            MOVE WS-CANCEL-TERM TO EN-TERM
            MOVE "D" TO EN-STATUS
            WRITE ENROLLMENT-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN

            MOVE SPACES TO WS-MEMO-ID
            MOVE 0 TO WS-MEMO-AMOUNT
            IF RSE-ON-WAITLIST (RS-IDX)
               ADD 1 TO WS-WAITLIST-DROPPED
            ELSE
               ADD 1 TO WS-STUDENTS-DROPPED
               IF TERM-ALREADY-BILLED
                  PERFORM 220-WRITE-CREDIT-MEMO
               END-IF
            END-IF
            PERFORM 230-TABLE-NOTICE.

      * Credit-hour tuition for the course, and the flat fee when
      * this drop takes the student's billed credits to nothing.
      * The memo mirrors TUITION-BILLING's invoice: same customer
      * key, same number series and terms, document type "C", and
      * a negative open item that cash application and statements
      * treat like any other credit.
       220-WRITE-CREDIT-MEMO.

            PERFORM 080-FIND-COURSE-HOURS
            COMPUTE WS-TUITION-PORTION ROUNDED =
               WS-COURSE-HOURS * WS-RATE-PER-CREDIT
            MOVE 0 TO WS-FEE-PORTION
            PERFORM VARYING BI-IDX FROM 1 BY 1
                  UNTIL BI-IDX > WS-BILL-COUNT
               IF BIE-STUDENT-ID (BI-IDX) = EN-STUDENT-ID
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF BI-IDX NOT > WS-BILL-COUNT
               SUBTRACT WS-COURSE-HOURS FROM
                  BIE-CREDIT-HOURS (BI-IDX)
               IF BIE-CREDIT-HOURS (BI-IDX) NOT > 0
                  MOVE WS-FLAT-FEE TO WS-FEE-PORTION
               END-IF
            END-IF
            COMPUTE WS-MEMO-AMOUNT =
               WS-TUITION-PORTION + WS-FEE-PORTION
            IF WS-MEMO-AMOUNT = 0
               EXIT PARAGRAPH
            END-IF

            MOVE "T" TO WS-MEMO-ID (1:1)
            MOVE WS-NEXT-MEMO-NO TO WS-MEMO-SEQ
            ADD 1 TO WS-NEXT-MEMO-NO

            MOVE WS-MEMO-ID TO IH-INVOICE-ID
            MOVE EN-STUDENT-ID (4:6) TO IH-CUSTOMER-ID
            MOVE WS-TODAY-DATE TO IH-INVOICE-DATE
            MOVE WS-TERMS-CODE TO IH-TERMS-CODE
            MOVE "C" TO IH-DOCUMENT-TYPE
            WRITE INVOICE-HEADER-RECORD

            MOVE EN-STUDENT-ID (4:6) TO AR-CUSTOMER-ID
            MOVE WS-MEMO-ID TO AR-INVOICE-ID
            MOVE WS-TODAY-DATE TO AR-INVOICE-DATE
            COMPUTE AR-ORIGINAL-AMOUNT = 0 - WS-MEMO-AMOUNT
            MOVE AR-ORIGINAL-AMOUNT TO AR-OPEN-BALANCE
            MOVE "O" TO AR-ITEM-STATUS
            WRITE AR-OPEN-ITEM-RECORD
            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE AR-CUSTOMER-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE AR-INVOICE-ID TO WS-SEAL-KEY-STRING (7:6)
            MOVE AR-OPEN-BALANCE TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL
            ADD 2 TO WS-RUNSTAT-RECORDS-WRITTEN

            ADD 1 TO WS-MEMO-COUNT
            ADD WS-MEMO-AMOUNT TO WS-TOTAL-CREDITED
            ADD WS-TUITION-PORTION TO WS-TOTAL-TUITION
            ADD WS-FEE-PORTION TO WS-TOTAL-FEES.

       230-TABLE-NOTICE.

            IF WS-NOTICE-COUNT >= WS-NOTICE-COUNT-MAX
               DISPLAY "WARNING: NOTIFICATION TABLE FULL - ",
                  EN-STUDENT-ID, " NOT ON CANCNOTE.RPT"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-NOTICE-COUNT
            SET NT-IDX TO WS-NOTICE-COUNT
            MOVE EN-STUDENT-ID TO NTE-STUDENT-ID (NT-IDX)
            MOVE EN-STUDENT-NAME TO NTE-STUDENT-NAME (NT-IDX)
            MOVE EN-COURSE-ID TO NTE-COURSE-ID (NT-IDX)
            MOVE EN-SECTION-NO TO NTE-SECTION-NO (NT-IDX)
            MOVE RSE-STATUS (RS-IDX) TO NTE-STATUS (NT-IDX)
            MOVE WS-MEMO-ID TO NTE-MEMO-ID (NT-IDX)
            MOVE WS-MEMO-AMOUNT TO NTE-MEMO-AMOUNT (NT-IDX).

       300-WRITE-NEW-SECTION-FILE.

            OPEN OUTPUT COURSE-SECTION-NEW-FILE
            IF WS-SECTION-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: CRSSECT.NEW OPEN FAILED, STATUS = ",
                  WS-SECTION-NEW-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING SC-IDX FROM 1 BY 1
                  UNTIL SC-IDX > WS-SECTION-COUNT
               MOVE SCE-COURSE-ID (SC-IDX) TO SCN-COURSE-ID
               MOVE SCE-SECTION-NO (SC-IDX) TO SCN-SECTION-NO
               MOVE SCE-TERM (SC-IDX) TO SCN-TERM
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

      * Student order, then each student's cancelled sections with
      * the open alternatives under each.
       400-WRITE-NOTIFICATIONS.

            PERFORM VARYING WS-OUTER-SUB FROM 1 BY 1
                  UNTIL WS-OUTER-SUB >= WS-NOTICE-COUNT
               PERFORM VARYING WS-INNER-SUB FROM 1 BY 1
                     UNTIL WS-INNER-SUB > WS-NOTICE-COUNT
                        - WS-OUTER-SUB
                  IF NTE-STUDENT-ID (WS-INNER-SUB) >
                        NTE-STUDENT-ID (WS-INNER-SUB + 1)
                     MOVE NOTICE-ENTRY (WS-INNER-SUB) TO
                        WS-SWAP-NOTICE
                     MOVE NOTICE-ENTRY (WS-INNER-SUB + 1) TO
                        NOTICE-ENTRY (WS-INNER-SUB)
                     MOVE WS-SWAP-NOTICE TO
                        NOTICE-ENTRY (WS-INNER-SUB + 1)
                  END-IF
               END-PERFORM
            END-PERFORM

            PERFORM 810-WRITE-NOTICE-HEADER
            PERFORM VARYING NT-IDX FROM 1 BY 1
                  UNTIL NT-IDX > WS-NOTICE-COUNT
               PERFORM 410-WRITE-ONE-NOTICE
            END-PERFORM.

       410-WRITE-ONE-NOTICE.

            MOVE NTE-STUDENT-ID (NT-IDX) TO NS-STUDENT-ID
            MOVE NTE-STUDENT-NAME (NT-IDX) TO NS-STUDENT-NAME
            MOVE NTE-COURSE-ID (NT-IDX) TO NS-COURSE-ID
            MOVE NTE-SECTION-NO (NT-IDX) TO NS-SECTION-NO
            IF NTE-STATUS (NT-IDX) = "W"
               MOVE "WAITLISTED" TO NS-STATUS
            ELSE
               MOVE "ENROLLED" TO NS-STATUS
            END-IF
            IF NTE-MEMO-ID (NT-IDX) = SPACES
               MOVE SPACES TO NS-MEMO-TEXT
               MOVE SPACES TO NS-MEMO-ID
               MOVE 0 TO NS-MEMO-AMOUNT
            ELSE
               MOVE " CREDIT " TO NS-MEMO-TEXT
               MOVE NTE-MEMO-ID (NT-IDX) TO NS-MEMO-ID
               MOVE NTE-MEMO-AMOUNT (NT-IDX) TO NS-MEMO-AMOUNT
            END-IF
            IF WS-PAGE-LINE-COUNT + 3 > WS-PAGE-LINES-PER-PAGE
               PERFORM 810-WRITE-NOTICE-HEADER
            END-IF
            WRITE NOTICE-LINE FROM BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            WRITE NOTICE-LINE FROM NOTICE-STUDENT-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT

            MOVE 0 TO WS-ALTERNATE-COUNT
            PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                  UNTIL WS-OTHER-SUB > WS-SECTION-COUNT
               IF SCE-COURSE-ID (WS-OTHER-SUB) =
                     NTE-COURSE-ID (NT-IDX)
                     AND SCE-TERM (WS-OTHER-SUB) = WS-CANCEL-TERM
                     AND SCE-CANCEL-SWITCH (WS-OTHER-SUB) = 'N'
                     AND SCE-ENROLLED (WS-OTHER-SUB) <
                        SCE-CAPACITY (WS-OTHER-SUB)
                  PERFORM 420-WRITE-ALTERNATE-LINE
               END-IF
            END-PERFORM
            IF WS-ALTERNATE-COUNT = 0
               IF PAGE-BREAK-NEEDED
                  PERFORM 810-WRITE-NOTICE-HEADER
               END-IF
               WRITE NOTICE-LINE FROM NOTICE-NO-ALTERNATE-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-IF.

       420-WRITE-ALTERNATE-LINE.

            ADD 1 TO WS-ALTERNATE-COUNT
            IF WS-ALTERNATE-COUNT = 1
               MOVE "ALTERNATIVES: " TO NA-CAPTION
            ELSE
               MOVE SPACES TO NA-CAPTION
            END-IF
            COMPUTE WS-SEATS-OPEN = SCE-CAPACITY (WS-OTHER-SUB)
               - SCE-ENROLLED (WS-OTHER-SUB)
            MOVE SCE-COURSE-ID (WS-OTHER-SUB) TO NA-COURSE-ID
            MOVE SCE-SECTION-NO (WS-OTHER-SUB) TO NA-SECTION-NO
            MOVE SCE-MEETING-DAYS (WS-OTHER-SUB) TO NA-DAYS
            MOVE SCE-START-TIME (WS-OTHER-SUB) TO NA-START-TIME
            MOVE SCE-END-TIME (WS-OTHER-SUB) TO NA-END-TIME
            MOVE SCE-ROOM-ID (WS-OTHER-SUB) TO NA-ROOM-ID
            MOVE SCE-INSTRUCTOR (WS-OTHER-SUB) TO NA-INSTRUCTOR
            MOVE WS-SEATS-OPEN TO NA-SEATS-OPEN
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-NOTICE-HEADER
            END-IF
            WRITE NOTICE-LINE FROM NOTICE-ALTERNATE-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

      * The reversal of TUITION-BILLING's batch: tuition and fee
      * revenue debited, AR control credited.
       700-WRITE-GL-FEED.

            MOVE "TUIT" TO WS-GLF-RULE-CODE
            MOVE "D" TO WS-GLF-SIDE
            MOVE WS-TOTAL-TUITION TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "FEES" TO WS-GLF-RULE-CODE
            MOVE "D" TO WS-GLF-SIDE
            MOVE WS-TOTAL-FEES TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "AR" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            MOVE WS-TOTAL-CREDITED TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            PERFORM 986-WRITE-GL-FEED-BATCH.

       750-REWRITE-MEMO-NUMBER.

            IF WS-INVOICE-NUMBER-STATUS = "00"
               MOVE WS-NEXT-MEMO-NO TO IN-NEXT-NUMBER
               REWRITE INVOICE-NUMBER-RECORD
               CLOSE INVOICE-NUMBER-FILE
            ELSE
               OPEN OUTPUT INVOICE-NUMBER-FILE
               IF WS-INVOICE-NUMBER-STATUS = "00"
                  MOVE WS-NEXT-MEMO-NO TO IN-NEXT-NUMBER
                  WRITE INVOICE-NUMBER-RECORD
                  CLOSE INVOICE-NUMBER-FILE
               ELSE
                  DISPLAY "WARNING: COULD NOT WRITE TUINVNO.DAT - "
                     "NEXT RUN RENUMBERS FROM 00001"
               END-IF
            END-IF.

       800-WRITE-REGISTER-TOTALS.

            IF WS-REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF WS-SECTIONS-CANCELLED = 0
               WRITE REGISTER-LINE FROM REGISTER-NONE-LINE
               EXIT PARAGRAPH
            END-IF
            WRITE REGISTER-LINE FROM BLANK-LINE
            MOVE "SECTIONS CANCELLED" TO RT-CAPTION
            MOVE WS-SECTIONS-CANCELLED TO RT-COUNT
            MOVE 0 TO RT-AMOUNT
            WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
            MOVE "ENROLLED STUDENTS DROPPED" TO RT-CAPTION
            MOVE WS-STUDENTS-DROPPED TO RT-COUNT
            WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
            MOVE "WAITLISTED STUDENTS DROPPED" TO RT-CAPTION
            MOVE WS-WAITLIST-DROPPED TO RT-COUNT
            WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
            MOVE "TUITION CREDIT MEMOS" TO RT-CAPTION
            MOVE WS-MEMO-COUNT TO RT-COUNT
            MOVE WS-TOTAL-CREDITED TO RT-AMOUNT
            WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.

       810-WRITE-NOTICE-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO NH-PAGE-NUMBER
            MOVE WS-CANCEL-TERM TO NH-TERM
            MOVE WS-TODAY-DATE TO NH-RUN-DATE
            IF WS-PAGE-NUMBER = 1
               WRITE NOTICE-LINE FROM NOTICE-HEADING-1
            ELSE
               WRITE NOTICE-LINE FROM NOTICE-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            MOVE 1 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       900-CLOSE-FILES.

            IF WS-SECTION-FILE-STATUS = "00"
                  OR WS-SECTION-FILE-STATUS = "10"
               CLOSE COURSE-SECTION-FILE
            END-IF
            IF WS-CATALOG-FILE-STATUS = "00"
                  OR WS-CATALOG-FILE-STATUS = "10"
               CLOSE COURSE-CATALOG-FILE
            END-IF
            IF WS-ENROLLMENT-STATUS = "00"
               CLOSE ENROLLMENT-FILE
            END-IF
            IF WS-CANCELLED-FILE-STATUS = "00"
               CLOSE CANCELLED-SECTION-FILE
            END-IF
            IF WS-HEADER-FILE-STATUS = "00"
               CLOSE INVOICE-HEADER-FILE
            END-IF
            IF WS-AR-FILE-STATUS = "00"
               CLOSE AR-OPEN-ITEM-FILE
               IF NOT SEAL-IS-MISSING
                  MOVE "AROPEN.SEAL" TO WS-SEAL-FILE-NAME
                  MOVE "SECTION-CANCELLATION" TO WS-SEAL-PROGRAM-ID
                  PERFORM 934-WRITE-FILE-SEAL
               END-IF
            END-IF
            IF WS-REGISTER-FILE-STATUS = "00"
               CLOSE CANCEL-REGISTER-FILE
            END-IF
            IF WS-NOTICE-FILE-STATUS = "00"
               CLOSE NOTIFICATION-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY SEALTBL.
           COPY GLFEED.
           COPY AUTHCHK.
           COPY PAGCTL.
       END PROGRAM SECTION-CANCELLATION.
