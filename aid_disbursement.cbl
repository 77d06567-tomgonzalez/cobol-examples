      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Financial aid and scholarship disbursement to
      *           student accounts. Each award on AIDAWARD.DAT
      *           (student, term, fund, amount, scheduled
      *           disbursement date) for the term named by AID_TERM
      *           that has come due and is not already on the
      *           aid-credit history ARAIDHST.DAT is checked against
      *           its fund on AIDFUND.DAT:
      *             - the student's net credit hours for the term on
      *               REGENRL.DAT (CRSCATLG.DAT hours, enrollments
      *               and promotions counted, drops taken back off,
      *               the TUITION-BILLING way) must reach the fund's
      *               minimum, or the award is held;
      *             - the award posts as a credit against the
      *               student's term tuition open item - the newest
      *               TUITION-BILLING invoice ("T" series) for the
      *               student on AROPEN.DAT dated inside the term's
      *               start and end dates on ADJTERM.DAT - or is held
      *               when there is none. An award larger than what
      *               is owed leaves the item a credit balance for
      *               AR-REFUND-RUN to pay out.
      *           A held award is not recorded and comes up again on
      *           the next run, so a student who re-enrolls is paid
      *           then. Posted awards are appended to ARAIDHST.DAT
      *           (which TUITION-1098T-FILING reports as box 5), the
      *           updated open items are written as AROPEN.NEW for
      *           promotion - the CASH-RECEIPTS CURRENT/NEW roll,
      *           sealed the same way - and the run posts to
      *           GLTRANS.DAT as one balanced batch: each fund's
      *           account (the rule code AIDFUND.DAT names under
      *           GLPRULE.DAT source FINAID) debited, AR control
      *           credited. AIDDISB.RPT is the disbursement register,
      *           fund by fund with fund subtotals. The operator must
      *           hold the AR clerk role (ARCL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AID-DISBURSEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One record per aid fund: its code, name, the minimum net
      * credit hours a student must carry to be paid from it, and
      * the GLPRULE.DAT rule code its disbursements are charged to.
           SELECT AID-FUND-FILE ASSIGN TO "AIDFUND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUND-FILE-STATUS.

      * The award letters, one record per student, term and fund.
           SELECT AID-AWARD-FILE ASSIGN TO "AIDAWARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-FILE-STATUS.

      * The term calendar - a term's start and end dates.
           SELECT TERM-CALENDAR-FILE ASSIGN TO "ADJTERM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "REGENRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-OLD-STATUS.

           SELECT AR-OPEN-NEW-FILE ASSIGN TO "AROPEN.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-NEW-STATUS.

      * Every award posted, appended run over run with the usual
      * EXTEND create-on-first-write fallback - read first, so an
      * award already paid is never paid twice.
           SELECT AID-HISTORY-FILE ASSIGN TO "ARAIDHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AID-HISTORY-STATUS.

           SELECT DISBURSEMENT-REGISTER-FILE ASSIGN TO "AIDDISB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Shared run-lock file - see copybooks/LOCKTBL.cpy.
           COPY LOCKSEL.

      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Role-based operator authorization - see copybooks/
      * AUTHCHK.cpy.
           COPY AUTHSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

      * Subledger-to-GL feed - see copybooks/GLFEED.cpy.
           COPY GLFSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  AID-FUND-FILE.
       01  AID-FUND-RECORD.
           05  AF-FUND-CODE        PIC X(6).
           05  AF-FUND-NAME        PIC X(25).
           05  AF-MIN-CREDITS      PIC 9(2)V9.
           05  AF-GL-RULE-CODE     PIC X(4).

       FD  TERM-CALENDAR-FILE.
       01  TERM-CALENDAR-RECORD.
           05  AT-TERM             PIC X(6).
           05  AT-START-DATE       PIC 9(8).
           05  AT-END-DATE         PIC 9(8).
           05  AT-MIN-ENROLLMENT   PIC 9(3).
           05  AT-FLOOR-ENROLLMENT PIC 9(3).

       FD  AID-AWARD-FILE.
       01  AID-AWARD-RECORD.
           05  AW-STUDENT-ID       PIC X(9).
           05  AW-TERM             PIC X(6).
           05  AW-FUND-CODE        PIC X(6).
           05  AW-AMOUNT           PIC 9(7)V9(2).
           05  AW-DISBURSE-DATE    PIC 9(8).

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

       FD  COURSE-CATALOG-FILE.
       01  COURSE-CATALOG-RECORD.
           05  CC-COURSE-ID        PIC X(8).
           05  CC-COURSE-TITLE     PIC X(25).
           05  CC-CREDIT-HOURS     PIC 9V9.

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

       FD  AR-OPEN-NEW-FILE.
       01  AR-OPEN-NEW-RECORD.
           05  AN-CUSTOMER-ID      PIC X(6).
           05  AN-INVOICE-ID       PIC X(6).
           05  AN-INVOICE-DATE     PIC 9(8).
           05  AN-ORIGINAL-AMOUNT  PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AN-OPEN-BALANCE     PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AN-ITEM-STATUS      PIC X.

       FD  AID-HISTORY-FILE.
       01  AID-HISTORY-RECORD.
           05  AH-CUSTOMER-ID      PIC X(6).
           05  AH-INVOICE-ID       PIC X(6).
           05  AH-FUND-CODE        PIC X(6).
           05  AH-TERM             PIC X(6).
           05  AH-DISBURSE-DATE    PIC 9(8).
           05  AH-AMOUNT           PIC 9(9)V9(2).

       FD  DISBURSEMENT-REGISTER-FILE.
       01  REGISTER-LINE           PIC X(104).

           COPY EXCPFD.
           COPY LOCKFD.
           COPY SEALFD.
           COPY AUTHFD.
           COPY RUNHFD.
           COPY GLFFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-RUN-LOCK-STATUS      PIC XX.
           COPY LOCKWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.
       01  WS-OPERATOR-ROLE-STATUS PIC XX.
       01  WS-ACCESS-LOG-STATUS    PIC XX.
           COPY AUTHWS.
       01  WS-GL-FEED-STATUS       PIC XX.
       01  WS-GL-RULE-STATUS       PIC XX.
       01  WS-GL-COA-STATUS        PIC XX.
           COPY GLFWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.

      * Disbursement register pagination - see copybooks/PAGCTL.cpy.
           COPY PAGWS.

       01  WS-FUND-FILE-STATUS     PIC XX.
       01  WS-AWARD-FILE-STATUS    PIC XX.
       01  WS-TERM-FILE-STATUS     PIC XX.
       01  WS-ENROLLMENT-STATUS    PIC XX.
       01  WS-CATALOG-FILE-STATUS  PIC XX.
       01  WS-AR-OLD-STATUS        PIC XX.
       01  WS-AR-NEW-STATUS        PIC XX.
       01  WS-AID-HISTORY-STATUS   PIC XX.
       01  WS-REGISTER-FILE-STATUS PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH     PIC X VALUE 'N'.
           88  RUN-MUST-ABORT          VALUE 'Y'.
       01  WS-AR-WRITTEN-SWITCH    PIC X VALUE 'N'.
           88  AR-NEW-WRITTEN          VALUE 'Y'.

       01  WS-AID-TERM             PIC X(6).
      * Zero when the term is not on ADJTERM.DAT - no invoice falls
      * inside and every award holds.
       01  WS-TERM-START-DATE      PIC 9(8) VALUE 0.
       01  WS-TERM-END-DATE        PIC 9(8) VALUE 0.
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-COURSE-HOURS         PIC 9V9.
       01  WS-CUSTOMER-ID          PIC X(6).
       01  WS-BEST-SUB             PIC 9(4).
       01  WS-BEST-DATE            PIC 9(8).
       01  WS-GROUP-FUND           PIC 9(3).

      * The aid funds, each carrying its run totals for the
      * register subtotals and the GL batch.
       01  WS-FUND-COUNT-MAX       PIC 9(3) VALUE 100.
       01  WS-FUND-COUNT           PIC 9(3) VALUE 0.
       01  FUND-TABLE.
           05  FUND-ENTRY OCCURS 100 TIMES
                                   INDEXED BY FN-IDX.
               10  FNE-FUND-CODE       PIC X(6).
               10  FNE-FUND-NAME       PIC X(25).
               10  FNE-MIN-CREDITS     PIC 9(2)V9.
               10  FNE-GL-RULE-CODE    PIC X(4).
               10  FNE-DISBURSED-COUNT PIC 9(5).
               10  FNE-DISBURSED-TOTAL PIC 9(9)V9(2).
               10  FNE-HELD-COUNT      PIC 9(5).
               10  FNE-HELD-TOTAL      PIC 9(9)V9(2).

       01  WS-CATALOG-COUNT-MAX    PIC 9(4) VALUE 500.
       01  WS-CATALOG-COUNT        PIC 9(4) VALUE 0.
       01  CATALOG-TABLE.
           05  CATALOG-ENTRY OCCURS 500 TIMES
                                   INDEXED BY CA-IDX.
               10  CAE-COURSE-ID       PIC X(8).
               10  CAE-CREDIT-HOURS    PIC 9V9.

      * Each student's net credit hours for the term.
       01  WS-STUDENT-COUNT-MAX    PIC 9(4) VALUE 2000.
       01  WS-STUDENT-COUNT        PIC 9(4) VALUE 0.
       01  STUDENT-HOURS-TABLE.
           05  STUDENT-HOURS-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY ST-IDX.
               10  STE-STUDENT-ID      PIC X(9).
               10  STE-STUDENT-NAME    PIC X(25).
               10  STE-NET-HOURS       PIC S9(3)V9.

      * What ARAIDHST.DAT says was already paid this term.
       01  WS-PAID-COUNT-MAX       PIC 9(4) VALUE 3000.
       01  WS-PAID-COUNT           PIC 9(4) VALUE 0.
       01  PAID-AWARD-TABLE.
           05  PAID-AWARD-ENTRY OCCURS 3000 TIMES
                                   INDEXED BY PD-IDX.
               10  PDE-CUSTOMER-ID     PIC X(6).
               10  PDE-FUND-CODE       PIC X(6).

      * This run's awards - due, not yet paid - and what became of
      * each.
       01  WS-AWARD-COUNT-MAX      PIC 9(4) VALUE 2000.
       01  WS-AWARD-COUNT          PIC 9(4) VALUE 0.
       01  AWARD-TABLE.
           05  AWARD-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY AW-IDX.
               10  AWE-STUDENT-ID      PIC X(9).
               10  AWE-CUSTOMER-ID     PIC X(6).
               10  AWE-STUDENT-NAME    PIC X(25).
               10  AWE-FUND-CODE       PIC X(6).
               10  AWE-FUND-SUB        PIC 9(3).
               10  AWE-AMOUNT          PIC 9(7)V9(2).
               10  AWE-NET-HOURS       PIC S9(3)V9.
               10  AWE-INVOICE-ID      PIC X(6).
               10  AWE-DISPOSITION     PIC X(34).
               10  AWE-STATUS          PIC X.
                   88  AWE-IS-DISBURSED    VALUE "D".
                   88  AWE-IS-HELD         VALUE "H".

      * The whole open-item file rides in memory for the posting
      * pass, then writes back out as the new generation.
       01  WS-AR-COUNT-MAX         PIC 9(4) VALUE 1000.
       01  WS-AR-COUNT             PIC 9(4) VALUE 0.
       01  AR-ITEM-TABLE.
           05  AR-ITEM-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY AR-IDX.
               10  ARE-CUSTOMER-ID     PIC X(6).
               10  ARE-INVOICE-ID      PIC X(6).
               10  ARE-INVOICE-DATE    PIC 9(8).
               10  ARE-ORIGINAL-AMOUNT PIC S9(9)V9(2).
               10  ARE-OPEN-BALANCE    PIC S9(9)V9(2).
               10  ARE-ITEM-STATUS     PIC X.

       01  WS-AWARDS-READ          PIC 9(5) VALUE 0.
       01  WS-AWARDS-NOT-DUE       PIC 9(5) VALUE 0.
       01  WS-AWARDS-ALREADY-PAID  PIC 9(5) VALUE 0.
       01  WS-AWARDS-DISBURSED     PIC 9(5) VALUE 0.
       01  WS-AWARDS-HELD          PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-COUNT        PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-TOTAL        PIC 9(9)V9(2) VALUE 0.
       01  WS-DISBURSED-TOTAL      PIC 9(9)V9(2) VALUE 0.
       01  WS-HELD-TOTAL           PIC 9(9)V9(2) VALUE 0.

       01  BLANK-LINE              PIC X(100) VALUE SPACES.
       01  REGISTER-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "FINANCIAL AID DISBURSEMENT REGISTER".
           05  FILLER          PIC X(6)  VALUE "TERM ".
           05  RH1-TERM        PIC X(6).
           05  FILLER          PIC X(12) VALUE "  RUN DATE ".
           05  RH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH1-PAGE-NUMBER PIC ZZ9.
       01  REGISTER-HEADING-2.
           05  FILLER          PIC X(11) VALUE "STUDENT".
           05  FILLER          PIC X(27) VALUE "NAME".
           05  FILLER          PIC X(7)  VALUE "HOURS".
           05  FILLER          PIC X(16) VALUE "        AMOUNT".
           05  FILLER          PIC X(9)  VALUE "INVOICE".
           05  FILLER          PIC X(34) VALUE "DISPOSITION".
       01  REGISTER-FUND-LINE.
           05  FILLER          PIC X(6)  VALUE "FUND ".
           05  RF-FUND-CODE    PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RF-FUND-NAME    PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RF-MIN-CAPTION  PIC X(22).
           05  RF-MIN-CREDITS  PIC Z9.9.
       01  REGISTER-DETAIL-LINE.
           05  RD-STUDENT-ID   PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-STUDENT-NAME PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-NET-HOURS    PIC ZZ9.9-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RD-AMOUNT       PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-INVOICE-ID   PIC X(6).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RD-DISPOSITION  PIC X(34).
       01  REGISTER-TOTAL-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RT-CAPTION      PIC X(22).
           05  RT-COUNT        PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RT-AMOUNT       PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            MOVE "AID-DISBURSEMENT" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START

      * Crediting student accounts takes the AR clerk role (or a
      * supervisor), the same as applying their payments.
            MOVE "AID-DISBURSEMENT" TO WS-AUTH-PROGRAM-ID
            MOVE "ARCL" TO WS-AUTH-REQUIRED-ROLE
            PERFORM 920-CHECK-OPERATOR-ROLE
            IF NOT AUTH-ROLE-GRANTED
               MOVE "OPERATOR REFUSED - ROLE ARCL REQUIRED" TO
                  EL-MESSAGE
               MOVE "AID-DISBURSEMENT" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 025-GET-RUN-PARAMETERS
            PERFORM 030-LOAD-TERM-DATES

      * The open-item file is rewritten whole - no receipts or
      * statement run may be on it meanwhile.
            MOVE "AID-DISBURSEMENT" TO WS-LOCK-PROGRAM-ID
            MOVE "AROPEN" TO WS-LOCK-RESOURCE (1)
            MOVE 1 TO WS-LOCK-RESOURCE-COUNT
            PERFORM 940-CLAIM-RESOURCE-LOCKS
            IF RESOURCE-LOCKS-DENIED
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM 050-OPEN-FILES
            IF NOT RUN-MUST-ABORT
               PERFORM 060-LOAD-FUND-TABLE
               PERFORM 062-LOAD-CATALOG-TABLE
               PERFORM 064-LOAD-PAID-AWARDS
               PERFORM 066-LOAD-ENROLLMENTS
               PERFORM 070-LOAD-AWARDS
            END-IF
            IF RUN-MUST-ABORT
               PERFORM 900-CLOSE-FILES
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

      * Aid that reaches AR without its GL entry would leave the AR
      * control account short of the subledger - every fund's rule
      * must be usable before anything moves.
            PERFORM 040-LOAD-GL-POSTING-RULES
            IF GL-FEED-REFUSED
               DISPLAY "ERROR: GL POSTING RULES NOT USABLE - "
                  "NO AID DISBURSED"
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 900-CLOSE-FILES
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 080-LOAD-OPEN-ITEMS
            IF RUN-MUST-ABORT
               PERFORM 900-CLOSE-FILES
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

      * A file that fails its seal is not the generation its
      * writer left behind - posting against it would compound the
      * damage.
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: AROPEN.DAT FAILS ITS SEAL - "
                  "NO AID DISBURSED"
               MOVE "AROPEN.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "AID-DISBURSEMENT" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 900-CLOSE-FILES
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM VARYING AW-IDX FROM 1 BY 1
                  UNTIL AW-IDX > WS-AWARD-COUNT
               PERFORM 200-DISBURSE-ONE-AWARD
            END-PERFORM

            IF WS-AWARDS-DISBURSED > 0
               PERFORM 500-WRITE-NEW-OPEN-ITEMS
               PERFORM 550-WRITE-AID-HISTORY
               PERFORM 700-WRITE-GL-FEED
            ELSE
               DISPLAY "NOTHING DISBURSED - AROPEN.DAT UNCHANGED"
            END-IF
            PERFORM 800-WRITE-REGISTER
            PERFORM 900-CLOSE-FILES
            PERFORM 945-RELEASE-RESOURCE-LOCKS

            DISPLAY "AID DISBURSEMENT FOR TERM ", WS-AID-TERM, ": ",
               WS-AWARDS-DISBURSED, " DISBURSED, ", WS-AWARDS-HELD,
               " HELD, ", WS-AWARDS-NOT-DUE, " NOT YET DUE, ",
               WS-AWARDS-ALREADY-PAID, " ALREADY PAID."
            PERFORM 970-DISPLAY-RUN-STATISTICS

            STOP RUN.

       025-GET-RUN-PARAMETERS.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
            DISPLAY "AID_TERM" UPON ENVIRONMENT-NAME
            ACCEPT WS-AID-TERM FROM ENVIRONMENT-VALUE
            IF WS-AID-TERM = SPACES
               DISPLAY "Enter the term to disburse aid for "
                  "(e.g. 2026FA)."
               ACCEPT WS-AID-TERM
            END-IF.

      * A term the calendar does not carry can still be run - the
      * awards all hold, and come up again once it is added.
       030-LOAD-TERM-DATES.

            OPEN INPUT TERM-CALENDAR-FILE
            IF WS-TERM-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT-FILE
                  READ TERM-CALENDAR-FILE
                     AT END
                        MOVE 'Y' TO WS-EOF-SWITCH
                     NOT AT END
                        IF AT-TERM = WS-AID-TERM
                           MOVE AT-START-DATE TO WS-TERM-START-DATE
                           MOVE AT-END-DATE TO WS-TERM-END-DATE
                           MOVE 'Y' TO WS-EOF-SWITCH
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE TERM-CALENDAR-FILE
            END-IF
            IF WS-TERM-START-DATE = 0
               DISPLAY "WARNING: TERM ", WS-AID-TERM, " NOT ON "
                  "ADJTERM.DAT - EVERY AWARD WILL BE HELD"
               MOVE "AID TERM NOT ON ADJTERM.DAT - AWARDS HELD"
                  TO EL-MESSAGE
               PERFORM 095-LOG-WARNING
            END-IF.

      * AR control comes off GLPRULE.DAT under source FINAID, with
      * the rule code each fund on AIDFUND.DAT names - institutional
      * scholarships and outside grants charge different accounts.
       040-LOAD-GL-POSTING-RULES.

            MOVE "AID-DISBURSEMENT" TO WS-GLF-PROGRAM-ID
            MOVE "FINAID" TO WS-GLF-SOURCE
            MOVE "ARAID" TO WS-GLF-BATCH-ID
            MOVE WS-TODAY-DATE TO WS-GLF-BATCH-DATE
            PERFORM 980-LOAD-GL-POSTING-RULES
            MOVE "AR" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            PERFORM VARYING FN-IDX FROM 1 BY 1
                  UNTIL FN-IDX > WS-FUND-COUNT
               MOVE FNE-GL-RULE-CODE (FN-IDX) TO WS-GLF-RULE-CODE
               PERFORM 982-REQUIRE-GL-POSTING-RULE
            END-PERFORM.

       050-OPEN-FILES.

            OPEN INPUT AID-FUND-FILE
            IF WS-FUND-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: AIDFUND.DAT OPEN FAILED, STATUS = ",
                  WS-FUND-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN INPUT AID-AWARD-FILE
            IF WS-AWARD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: AIDAWARD.DAT OPEN FAILED, STATUS = ",
                  WS-AWARD-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN INPUT ENROLLMENT-FILE
            IF WS-ENROLLMENT-STATUS NOT = "00"
               DISPLAY "ERROR: REGENRL.DAT OPEN FAILED, STATUS = ",
                  WS-ENROLLMENT-STATUS, " - ELIGIBILITY UNKNOWN"
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN INPUT COURSE-CATALOG-FILE
            IF WS-CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: CRSCATLG.DAT OPEN FAILED - EVERY "
                  "COURSE WEIGHTED AT 1.0 CREDIT"
            END-IF

      * Nothing is read unless everything required opened - close
      * what did and refuse.
            IF RUN-MUST-ABORT
               IF WS-FUND-FILE-STATUS = "00"
                  CLOSE AID-FUND-FILE
               END-IF
               IF WS-AWARD-FILE-STATUS = "00"
                  CLOSE AID-AWARD-FILE
               END-IF
               IF WS-ENROLLMENT-STATUS = "00"
                  CLOSE ENROLLMENT-FILE
               END-IF
               IF WS-CATALOG-FILE-STATUS = "00"
                  CLOSE COURSE-CATALOG-FILE
               END-IF
               MOVE "AID INPUT FILE MISSING - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "AID-DISBURSEMENT" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT DISBURSEMENT-REGISTER-FILE
            IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: AIDDISB.RPT OPEN FAILED, STATUS = ",
                  WS-REGISTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF.

       060-LOAD-FUND-TABLE.

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ AID-FUND-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-FUND-COUNT < WS-FUND-COUNT-MAX
                        ADD 1 TO WS-FUND-COUNT
                        SET FN-IDX TO WS-FUND-COUNT
                        MOVE AF-FUND-CODE TO FNE-FUND-CODE (FN-IDX)
                        MOVE AF-FUND-NAME TO FNE-FUND-NAME (FN-IDX)
                        MOVE AF-MIN-CREDITS TO
                           FNE-MIN-CREDITS (FN-IDX)
                        MOVE AF-GL-RULE-CODE TO
                           FNE-GL-RULE-CODE (FN-IDX)
                        MOVE 0 TO FNE-DISBURSED-COUNT (FN-IDX)
                        MOVE 0 TO FNE-DISBURSED-TOTAL (FN-IDX)
                        MOVE 0 TO FNE-HELD-COUNT (FN-IDX)
                        MOVE 0 TO FNE-HELD-TOTAL (FN-IDX)
                     ELSE
                        DISPLAY "WARNING: FUND TABLE FULL, IGNORING ",
                           AF-FUND-CODE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE AID-FUND-FILE.

       062-LOAD-CATALOG-TABLE.

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
            END-PERFORM
            CLOSE COURSE-CATALOG-FILE.

      * An award is paid once per student, fund and term - what an
      * earlier run recorded here is skipped.
       064-LOAD-PAID-AWARDS.

            OPEN INPUT AID-HISTORY-FILE
            IF WS-AID-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ AID-HISTORY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF AH-TERM = WS-AID-TERM
                        IF WS-PAID-COUNT < WS-PAID-COUNT-MAX
                           ADD 1 TO WS-PAID-COUNT
                           SET PD-IDX TO WS-PAID-COUNT
                           MOVE AH-CUSTOMER-ID TO
                              PDE-CUSTOMER-ID (PD-IDX)
                           MOVE AH-FUND-CODE TO PDE-FUND-CODE (PD-IDX)
                        ELSE
                           DISPLAY "ERROR: PAID-AWARD TABLE FULL AT ",
                              WS-PAID-COUNT, " - RUN ABANDONED"
                           MOVE 'Y' TO WS-EOF-SWITCH
                           MOVE 'Y' TO WS-RUN-ABORT-SWITCH
                           MOVE 1 TO RETURN-CODE
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE AID-HISTORY-FILE.

      * Net credit hours per student for the term, counted the
      * TUITION-BILLING way: enrollments and promotions add the
      * course's hours, drops take them back off, the waitlist
      * carries none.
       066-LOAD-ENROLLMENTS.

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ ENROLLMENT-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF EN-TERM = WS-AID-TERM
                           AND NOT EN-IS-WAITLISTED
                        PERFORM 068-NET-STUDENT-HOURS
                     END-IF
               END-READ
            END-PERFORM
            CLOSE ENROLLMENT-FILE.

       068-NET-STUDENT-HOURS.

            PERFORM 090-FIND-COURSE-HOURS
            PERFORM VARYING ST-IDX FROM 1 BY 1
                  UNTIL ST-IDX > WS-STUDENT-COUNT
               IF STE-STUDENT-ID (ST-IDX) = EN-STUDENT-ID
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF ST-IDX > WS-STUDENT-COUNT
               IF WS-STUDENT-COUNT >= WS-STUDENT-COUNT-MAX
                  DISPLAY "WARNING: STUDENT TABLE FULL, SKIPPING ",
                     EN-STUDENT-ID
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-STUDENT-COUNT
               SET ST-IDX TO WS-STUDENT-COUNT
               MOVE EN-STUDENT-ID TO STE-STUDENT-ID (ST-IDX)
               MOVE EN-STUDENT-NAME TO STE-STUDENT-NAME (ST-IDX)
               MOVE 0 TO STE-NET-HOURS (ST-IDX)
            END-IF
            IF EN-IS-DROPPED
               SUBTRACT WS-COURSE-HOURS FROM STE-NET-HOURS (ST-IDX)
            ELSE
               ADD WS-COURSE-HOURS TO STE-NET-HOURS (ST-IDX)
            END-IF.

      * The term's awards that have come due and are not yet paid.
      * An award dated ahead waits for its run; one already on
      * ARAIDHST.DAT, or listed twice, is not paid again.
       070-LOAD-AWARDS.

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ AID-AWARD-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF AW-TERM = WS-AID-TERM
                        ADD 1 TO WS-AWARDS-READ
                        PERFORM 075-TABLE-ONE-AWARD
                     END-IF
               END-READ
            END-PERFORM
            CLOSE AID-AWARD-FILE.

       075-TABLE-ONE-AWARD.

            IF AW-DISBURSE-DATE > WS-TODAY-DATE
               ADD 1 TO WS-AWARDS-NOT-DUE
               EXIT PARAGRAPH
            END-IF
            MOVE AW-STUDENT-ID (4:6) TO WS-CUSTOMER-ID
            PERFORM VARYING PD-IDX FROM 1 BY 1
                  UNTIL PD-IDX > WS-PAID-COUNT
               IF PDE-CUSTOMER-ID (PD-IDX) = WS-CUSTOMER-ID
                     AND PDE-FUND-CODE (PD-IDX) = AW-FUND-CODE
                  ADD 1 TO WS-AWARDS-ALREADY-PAID
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            PERFORM VARYING AW-IDX FROM 1 BY 1
                  UNTIL AW-IDX > WS-AWARD-COUNT
               IF AWE-CUSTOMER-ID (AW-IDX) = WS-CUSTOMER-ID
                     AND AWE-FUND-CODE (AW-IDX) = AW-FUND-CODE
                  MOVE SPACES TO EL-MESSAGE
                  STRING "DUPLICATE AWARD " DELIMITED BY SIZE
                         AW-STUDENT-ID DELIMITED BY SIZE
                         " FUND " DELIMITED BY SIZE
                         AW-FUND-CODE DELIMITED BY SPACE
                         " - SECOND RECORD IGNORED" DELIMITED BY SIZE
                     INTO EL-MESSAGE
                  END-STRING
                  PERFORM 095-LOG-WARNING
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-AWARD-COUNT >= WS-AWARD-COUNT-MAX
               DISPLAY "ERROR: AWARD TABLE FULL AT ",
                  WS-AWARD-COUNT, " - RUN ABANDONED"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-AWARD-COUNT
            SET AW-IDX TO WS-AWARD-COUNT
            MOVE AW-STUDENT-ID TO AWE-STUDENT-ID (AW-IDX)
            MOVE WS-CUSTOMER-ID TO AWE-CUSTOMER-ID (AW-IDX)
            MOVE AW-FUND-CODE TO AWE-FUND-CODE (AW-IDX)
            MOVE AW-AMOUNT TO AWE-AMOUNT (AW-IDX)
            MOVE SPACES TO AWE-INVOICE-ID (AW-IDX)
            MOVE SPACES TO AWE-DISPOSITION (AW-IDX)
            MOVE SPACES TO AWE-STATUS (AW-IDX)

            MOVE 0 TO AWE-FUND-SUB (AW-IDX)
            PERFORM VARYING FN-IDX FROM 1 BY 1
                  UNTIL FN-IDX > WS-FUND-COUNT
               IF FNE-FUND-CODE (FN-IDX) = AW-FUND-CODE
                  SET AWE-FUND-SUB (AW-IDX) TO FN-IDX
                  EXIT PERFORM
               END-IF
            END-PERFORM

            MOVE "NOT REGISTERED THIS TERM" TO
               AWE-STUDENT-NAME (AW-IDX)
            MOVE 0 TO AWE-NET-HOURS (AW-IDX)
            PERFORM VARYING ST-IDX FROM 1 BY 1
                  UNTIL ST-IDX > WS-STUDENT-COUNT
               IF STE-STUDENT-ID (ST-IDX) = AW-STUDENT-ID
                  MOVE STE-STUDENT-NAME (ST-IDX) TO
                     AWE-STUDENT-NAME (AW-IDX)
                  MOVE STE-NET-HOURS (ST-IDX) TO
                     AWE-NET-HOURS (AW-IDX)
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       080-LOAD-OPEN-ITEMS.

            PERFORM 930-RESET-SEAL
            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT AR-OPEN-ITEM-FILE
            IF WS-AR-OLD-STATUS NOT = "00"
               DISPLAY "ERROR: AR-OPEN-ITEM-FILE OPEN FAILED, "
                  "STATUS = ", WS-AR-OLD-STATUS,
                  " - EVERY AWARD WILL BE HELD"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ AR-OPEN-ITEM-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     PERFORM 085-SEAL-COUNT-OPEN-ITEM
                     IF WS-AR-COUNT < WS-AR-COUNT-MAX
                        ADD 1 TO WS-AR-COUNT
                        MOVE AR-CUSTOMER-ID TO
                           ARE-CUSTOMER-ID (WS-AR-COUNT)
                        MOVE AR-INVOICE-ID TO
                           ARE-INVOICE-ID (WS-AR-COUNT)
                        MOVE AR-INVOICE-DATE TO
                           ARE-INVOICE-DATE (WS-AR-COUNT)
                        MOVE AR-ORIGINAL-AMOUNT TO
                           ARE-ORIGINAL-AMOUNT (WS-AR-COUNT)
                        MOVE AR-OPEN-BALANCE TO
                           ARE-OPEN-BALANCE (WS-AR-COUNT)
                        MOVE AR-ITEM-STATUS TO
                           ARE-ITEM-STATUS (WS-AR-COUNT)
                     ELSE
      * A table too small for the file would drop items from the
      * new generation - refuse rather than lose them.
                        DISPLAY "ERROR: AR TABLE FULL AT ",
                           WS-AR-COUNT, " - NO AID DISBURSED"
                        MOVE 'Y' TO WS-RUN-ABORT-SWITCH
                        MOVE 1 TO RETURN-CODE
                        MOVE 'Y' TO WS-EOF-SWITCH
                     END-IF
               END-READ
            END-PERFORM
            IF WS-AR-OLD-STATUS = "10"
               CLOSE AR-OPEN-ITEM-FILE
            END-IF
            MOVE "AROPEN.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL.

      * Every open item folds into the seal figures the same way
      * the writer of this generation folded it - count, weighted
      * key hash, balance hash.
       085-SEAL-COUNT-OPEN-ITEM.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE AR-CUSTOMER-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE AR-INVOICE-ID TO WS-SEAL-KEY-STRING (7:6)
            MOVE AR-OPEN-BALANCE TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

       090-FIND-COURSE-HOURS.

            MOVE 1.0 TO WS-COURSE-HOURS
            PERFORM VARYING CA-IDX FROM 1 BY 1
                  UNTIL CA-IDX > WS-CATALOG-COUNT
               IF CAE-COURSE-ID (CA-IDX) = EN-COURSE-ID
                  MOVE CAE-CREDIT-HOURS (CA-IDX) TO WS-COURSE-HOURS
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       095-LOG-WARNING.

            MOVE "AID-DISBURSEMENT" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

      * An award pays only from a fund on file, only to a student
      * still carrying the fund's minimum hours, and only against a
      * tuition invoice - anything else is held for the aid office
      * and comes up again next run.
       200-DISBURSE-ONE-AWARD.

            IF AWE-FUND-SUB (AW-IDX) = 0
               MOVE "HELD - FUND NOT ON AIDFUND" TO
                  AWE-DISPOSITION (AW-IDX)
               PERFORM 290-HOLD-AWARD
               EXIT PARAGRAPH
            END-IF
            SET FN-IDX TO AWE-FUND-SUB (AW-IDX)

            IF AWE-NET-HOURS (AW-IDX) < FNE-MIN-CREDITS (FN-IDX)
               MOVE "HELD - BELOW FUND MINIMUM" TO
                  AWE-DISPOSITION (AW-IDX)
               PERFORM 290-HOLD-AWARD
               EXIT PARAGRAPH
            END-IF

            PERFORM 210-FIND-TUITION-ITEM
            IF WS-BEST-SUB = 0
               MOVE "HELD - NO TUITION INVOICE FOR TERM" TO
                  AWE-DISPOSITION (AW-IDX)
               PERFORM 290-HOLD-AWARD
               EXIT PARAGRAPH
            END-IF

            SET AR-IDX TO WS-BEST-SUB
            SUBTRACT AWE-AMOUNT (AW-IDX) FROM ARE-OPEN-BALANCE (AR-IDX)
            IF ARE-OPEN-BALANCE (AR-IDX) = 0
               MOVE "C" TO ARE-ITEM-STATUS (AR-IDX)
               MOVE "DISBURSED" TO AWE-DISPOSITION (AW-IDX)
            ELSE
               MOVE "O" TO ARE-ITEM-STATUS (AR-IDX)
               IF ARE-OPEN-BALANCE (AR-IDX) < 0
                  MOVE "DISBURSED - CREDIT BALANCE" TO
                     AWE-DISPOSITION (AW-IDX)
               ELSE
                  MOVE "DISBURSED" TO AWE-DISPOSITION (AW-IDX)
               END-IF
            END-IF
            MOVE ARE-INVOICE-ID (AR-IDX) TO AWE-INVOICE-ID (AW-IDX)
            MOVE "D" TO AWE-STATUS (AW-IDX)
            ADD 1 TO WS-AWARDS-DISBURSED
            ADD AWE-AMOUNT (AW-IDX) TO WS-DISBURSED-TOTAL
            ADD 1 TO FNE-DISBURSED-COUNT (FN-IDX)
            ADD AWE-AMOUNT (AW-IDX) TO FNE-DISBURSED-TOTAL (FN-IDX).

      * The term's tuition item is the student's newest tuition
      * invoice dated inside the term - an earlier term's bill is
      * not this award's to pay down, and neither is a credit memo
      * (negative original amount). A paid-up invoice still takes
      * the award; the credit balance it leaves is the student's
      * refund.
       210-FIND-TUITION-ITEM.

            MOVE 0 TO WS-BEST-SUB
            MOVE 0 TO WS-BEST-DATE
            PERFORM VARYING AR-IDX FROM 1 BY 1
                  UNTIL AR-IDX > WS-AR-COUNT
               IF ARE-CUSTOMER-ID (AR-IDX) = AWE-CUSTOMER-ID (AW-IDX)
                     AND ARE-INVOICE-ID (AR-IDX) (1:1) = "T"
                     AND ARE-ORIGINAL-AMOUNT (AR-IDX) > 0
                     AND ARE-INVOICE-DATE (AR-IDX) >=
                        WS-TERM-START-DATE
                     AND ARE-INVOICE-DATE (AR-IDX) <= WS-TERM-END-DATE
                     AND ARE-INVOICE-DATE (AR-IDX) >= WS-BEST-DATE
                  SET WS-BEST-SUB TO AR-IDX
                  MOVE ARE-INVOICE-DATE (AR-IDX) TO WS-BEST-DATE
               END-IF
            END-PERFORM.

       290-HOLD-AWARD.

            MOVE "H" TO AWE-STATUS (AW-IDX)
            ADD 1 TO WS-AWARDS-HELD
            ADD AWE-AMOUNT (AW-IDX) TO WS-HELD-TOTAL
            IF AWE-FUND-SUB (AW-IDX) = 0
               ADD 1 TO WS-UNKNOWN-COUNT
               ADD AWE-AMOUNT (AW-IDX) TO WS-UNKNOWN-TOTAL
            ELSE
               ADD 1 TO FNE-HELD-COUNT (FN-IDX)
               ADD AWE-AMOUNT (AW-IDX) TO FNE-HELD-TOTAL (FN-IDX)
            END-IF
            MOVE SPACES TO EL-MESSAGE
            STRING "AID HELD " DELIMITED BY SIZE
                   AWE-STUDENT-ID (AW-IDX) DELIMITED BY SIZE
                   " FUND " DELIMITED BY SIZE
                   AWE-FUND-CODE (AW-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   AWE-DISPOSITION (AW-IDX) (8:27) DELIMITED BY SIZE
               INTO EL-MESSAGE
            END-STRING
            PERFORM 095-LOG-WARNING.

       500-WRITE-NEW-OPEN-ITEMS.

            OPEN OUTPUT AR-OPEN-NEW-FILE
            IF WS-AR-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: AR-OPEN-NEW-FILE OPEN FAILED, "
                  "STATUS = ", WS-AR-NEW-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM 930-RESET-SEAL
            PERFORM VARYING AR-IDX FROM 1 BY 1
                  UNTIL AR-IDX > WS-AR-COUNT
               MOVE ARE-CUSTOMER-ID (AR-IDX) TO AN-CUSTOMER-ID
               MOVE ARE-INVOICE-ID (AR-IDX) TO AN-INVOICE-ID
               MOVE ARE-INVOICE-DATE (AR-IDX) TO AN-INVOICE-DATE
               MOVE ARE-ORIGINAL-AMOUNT (AR-IDX) TO
                  AN-ORIGINAL-AMOUNT
               MOVE ARE-OPEN-BALANCE (AR-IDX) TO AN-OPEN-BALANCE
               MOVE ARE-ITEM-STATUS (AR-IDX) TO AN-ITEM-STATUS
               WRITE AR-OPEN-NEW-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               PERFORM 510-SEAL-COUNT-NEW-ITEM
            END-PERFORM
            CLOSE AR-OPEN-NEW-FILE
            MOVE 'Y' TO WS-AR-WRITTEN-SWITCH
      * The seal now describes the generation just written; it is
      * what every AROPEN.DAT reader will verify against once the
      * operator promotes, so promote promptly.
            MOVE "AROPEN.SEAL" TO WS-SEAL-FILE-NAME
            MOVE "AID-DISBURSEMENT" TO WS-SEAL-PROGRAM-ID
            PERFORM 934-WRITE-FILE-SEAL
            DISPLAY "PROMOTE AROPEN.NEW TO AROPEN.DAT AFTER REVIEW.".

       510-SEAL-COUNT-NEW-ITEM.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE AN-CUSTOMER-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE AN-INVOICE-ID TO WS-SEAL-KEY-STRING (7:6)
            MOVE AN-OPEN-BALANCE TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

      * Recorded only once the new open-item generation is out, so
      * an award is never marked paid that the AR file does not
      * show.
       550-WRITE-AID-HISTORY.

            IF NOT AR-NEW-WRITTEN
               EXIT PARAGRAPH
            END-IF
            OPEN EXTEND AID-HISTORY-FILE
            IF WS-AID-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT AID-HISTORY-FILE
            END-IF
            IF WS-AID-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR: ARAIDHST.DAT OPEN FAILED, STATUS = ",
                  WS-AID-HISTORY-STATUS,
                  " - DISCARD AROPEN.NEW AND RERUN"
               MOVE "ARAIDHST.DAT NOT WRITTEN - AROPEN.NEW INVALID"
                  TO EL-MESSAGE
               MOVE "AID-DISBURSEMENT" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING AW-IDX FROM 1 BY 1
                  UNTIL AW-IDX > WS-AWARD-COUNT
               IF AWE-IS-DISBURSED (AW-IDX)
                  MOVE AWE-CUSTOMER-ID (AW-IDX) TO AH-CUSTOMER-ID
                  MOVE AWE-INVOICE-ID (AW-IDX) TO AH-INVOICE-ID
                  MOVE AWE-FUND-CODE (AW-IDX) TO AH-FUND-CODE
                  MOVE WS-AID-TERM TO AH-TERM
                  MOVE WS-TODAY-DATE TO AH-DISBURSE-DATE
                  MOVE AWE-AMOUNT (AW-IDX) TO AH-AMOUNT
                  WRITE AID-HISTORY-RECORD
                  ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               END-IF
            END-PERFORM
            CLOSE AID-HISTORY-FILE.

      * Each fund's disbursements are charged to its own account;
      * the whole comes off the AR control account. Posted only when
      * the new open-item generation was actually written.
       700-WRITE-GL-FEED.

            IF NOT AR-NEW-WRITTEN
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING FN-IDX FROM 1 BY 1
                  UNTIL FN-IDX > WS-FUND-COUNT
               IF FNE-DISBURSED-TOTAL (FN-IDX) > 0
                  MOVE FNE-GL-RULE-CODE (FN-IDX) TO WS-GLF-RULE-CODE
                  MOVE "D" TO WS-GLF-SIDE
                  MOVE FNE-DISBURSED-TOTAL (FN-IDX) TO WS-GLF-AMOUNT
                  PERFORM 984-ADD-GL-FEED-AMOUNT
               END-IF
            END-PERFORM
            MOVE "AR" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            MOVE WS-DISBURSED-TOTAL TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            PERFORM 986-WRITE-GL-FEED-BATCH.

      * Fund by fund in AIDFUND.DAT order, each fund's awards with
      * its disbursed and held subtotals; awards naming a fund not
      * on file close the register as their own group.
       800-WRITE-REGISTER.

            IF WS-REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM 890-WRITE-REGISTER-HEADER
            PERFORM VARYING FN-IDX FROM 1 BY 1
                  UNTIL FN-IDX > WS-FUND-COUNT
               IF FNE-DISBURSED-COUNT (FN-IDX) > 0
                     OR FNE-HELD-COUNT (FN-IDX) > 0
                  PERFORM 810-WRITE-FUND-GROUP
               END-IF
            END-PERFORM
            IF WS-UNKNOWN-COUNT > 0
               MOVE 0 TO WS-GROUP-FUND
               MOVE SPACES TO RF-FUND-CODE
               MOVE "FUND NOT ON AIDFUND.DAT" TO RF-FUND-NAME
               MOVE SPACES TO RF-MIN-CAPTION
               MOVE 0 TO RF-MIN-CREDITS
               PERFORM 820-WRITE-GROUP-DETAIL
               MOVE "HELD" TO RT-CAPTION
               MOVE WS-UNKNOWN-COUNT TO RT-COUNT
               MOVE WS-UNKNOWN-TOTAL TO RT-AMOUNT
               PERFORM 880-WRITE-REGISTER-LINE
            END-IF

            MOVE BLANK-LINE TO REGISTER-LINE
            PERFORM 885-WRITE-LINE
            MOVE "TOTAL DISBURSED" TO RT-CAPTION
            MOVE WS-AWARDS-DISBURSED TO RT-COUNT
            MOVE WS-DISBURSED-TOTAL TO RT-AMOUNT
            PERFORM 880-WRITE-REGISTER-LINE
            MOVE "TOTAL HELD" TO RT-CAPTION
            MOVE WS-AWARDS-HELD TO RT-COUNT
            MOVE WS-HELD-TOTAL TO RT-AMOUNT
            PERFORM 880-WRITE-REGISTER-LINE
            MOVE "NOT YET DUE" TO RT-CAPTION
            MOVE WS-AWARDS-NOT-DUE TO RT-COUNT
            MOVE 0 TO RT-AMOUNT
            PERFORM 880-WRITE-REGISTER-LINE
            MOVE "ALREADY PAID" TO RT-CAPTION
            MOVE WS-AWARDS-ALREADY-PAID TO RT-COUNT
            MOVE 0 TO RT-AMOUNT
            PERFORM 880-WRITE-REGISTER-LINE.

       810-WRITE-FUND-GROUP.

            SET WS-GROUP-FUND TO FN-IDX
            MOVE FNE-FUND-CODE (FN-IDX) TO RF-FUND-CODE
            MOVE FNE-FUND-NAME (FN-IDX) TO RF-FUND-NAME
            MOVE "MINIMUM CREDIT HOURS" TO RF-MIN-CAPTION
            MOVE FNE-MIN-CREDITS (FN-IDX) TO RF-MIN-CREDITS
            PERFORM 820-WRITE-GROUP-DETAIL
            MOVE "FUND DISBURSED" TO RT-CAPTION
            MOVE FNE-DISBURSED-COUNT (FN-IDX) TO RT-COUNT
            MOVE FNE-DISBURSED-TOTAL (FN-IDX) TO RT-AMOUNT
            PERFORM 880-WRITE-REGISTER-LINE
            MOVE "FUND HELD" TO RT-CAPTION
            MOVE FNE-HELD-COUNT (FN-IDX) TO RT-COUNT
            MOVE FNE-HELD-TOTAL (FN-IDX) TO RT-AMOUNT
            PERFORM 880-WRITE-REGISTER-LINE.

       820-WRITE-GROUP-DETAIL.

      * A fund heading never sits alone at the foot of a page.
            IF WS-PAGE-LINE-COUNT + 4 > WS-PAGE-LINES-PER-PAGE
               PERFORM 890-WRITE-REGISTER-HEADER
            END-IF
            MOVE BLANK-LINE TO REGISTER-LINE
            PERFORM 885-WRITE-LINE
            MOVE REGISTER-FUND-LINE TO REGISTER-LINE
            PERFORM 885-WRITE-LINE
            PERFORM VARYING AW-IDX FROM 1 BY 1
                  UNTIL AW-IDX > WS-AWARD-COUNT
               IF AWE-FUND-SUB (AW-IDX) = WS-GROUP-FUND
                  MOVE AWE-STUDENT-ID (AW-IDX) TO RD-STUDENT-ID
                  MOVE AWE-STUDENT-NAME (AW-IDX) TO RD-STUDENT-NAME
                  MOVE AWE-NET-HOURS (AW-IDX) TO RD-NET-HOURS
                  MOVE AWE-AMOUNT (AW-IDX) TO RD-AMOUNT
                  MOVE AWE-INVOICE-ID (AW-IDX) TO RD-INVOICE-ID
                  MOVE AWE-DISPOSITION (AW-IDX) TO RD-DISPOSITION
                  MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE
                  PERFORM 885-WRITE-LINE
               END-IF
            END-PERFORM.

       880-WRITE-REGISTER-LINE.

            MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
            PERFORM 885-WRITE-LINE.

       885-WRITE-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 890-WRITE-REGISTER-HEADER
            END-IF
            WRITE REGISTER-LINE
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       890-WRITE-REGISTER-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER
            MOVE WS-AID-TERM TO RH1-TERM
            MOVE WS-TODAY-DATE TO RH1-RUN-DATE
            IF WS-PAGE-NUMBER = 1
               WRITE REGISTER-LINE FROM REGISTER-HEADING-1
            ELSE
               WRITE REGISTER-LINE FROM REGISTER-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            WRITE REGISTER-LINE FROM REGISTER-HEADING-2
            MOVE 2 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       900-CLOSE-FILES.

            IF WS-REGISTER-FILE-STATUS = "00"
               CLOSE DISBURSEMENT-REGISTER-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY LOCKTBL.
           COPY SEALTBL.
           COPY AUTHCHK.
           COPY GLFEED.
           COPY PAGCTL.
       END PROGRAM AID-DISBURSEMENT.
