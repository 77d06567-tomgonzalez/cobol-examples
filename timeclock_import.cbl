      *           employee. A missed punch, an overlapping pair, or a
      *           punch for an EMP-ID not on EMPMAST.DAT goes to the
      *           exception report so it is fixed before payroll runs,
      *           not reversed after. An in-punch may carry the
      *           project or customer job the time is worked on; each
      *           pair under a project on PROJMAST.DAT also goes to the
      *           TIMECHG.DAT time-charge feed the payroll run prices
      *           into the project labor ledger. An unknown or closed
      *           project is reported and the pair paid uncharged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOURS-FILE-STATUS.

      * Project master, loaded once to prove punch project codes.
           SELECT PROJECT-MASTER-FILE ASSIGN TO "PROJMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJECT-MASTER-STATUS.

      * Project time charges, one per charged punch pair - same
      * TIME-CHARGE-RECORD layout PROCEDURES-EXAMPLE reads. Hand-
      * keyed charges for anyone not on a clock are appended after
      * this import runs.
           SELECT TIME-CHARGE-FILE ASSIGN TO "TIMECHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-CHARGE-STATUS.

           SELECT PUNCH-EXCEPTION-FILE ASSIGN TO "TIMECLCK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
           05  TP-PUNCH-TYPE       PIC X.
               88  TP-IS-IN-PUNCH      VALUE "I".
               88  TP-IS-OUT-PUNCH     VALUE "O".
      * Project code keyed at the clock on an in-punch; spaces (and
      * every punch from a clock without project entry) charge the
      * pair to no project. Ignored on an out-punch.
           05  TP-PROJECT-CODE     PIC X(8).

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-RECORD.
      * key into PAYCOMP.DAT. Spaces on a record written before the
      * field existed pays under company 01, the original FEIN.
           05  EMP-COMPANY-CODE    PIC X(2).
      * Form W-4 elections. Spaces on a record written before these
      * fields existed withhold as a single filer with no
      * adjustments - the old flat-bracket treatment. The dependent
      * credit, other income and deductions are annual amounts as the
      * employee entered them on the form; the extra withholding is
      * per pay period. "Y" in the exempt flag withholds no federal
      * tax at all.
           05  EMP-W4-FILING-STATUS PIC X.
               88  EMP-W4-MARRIED-JOINT    VALUE "M".
               88  EMP-W4-HEAD-OF-HOUSEHOLD VALUE "H".
           05  EMP-W4-DEPENDENT-CREDIT PIC 9(5)V9(2).
           05  EMP-W4-OTHER-INCOME PIC 9(7)V9(2).
           05  EMP-W4-DEDUCTIONS   PIC 9(7)V9(2).
           05  EMP-W4-EXTRA-WITHHOLDING PIC 9(5)V9(2).
           05  EMP-W4-EXEMPT       PIC X.
               88  EMP-W4-IS-EXEMPT        VALUE "Y".

       FD  EMPLOYEE-HOURS-FILE.
       01  HOURS-RECORD.
      * coded hours records, not from this import.
           05  HRS-EARN-CODE       PIC X(3).

       FD  PROJECT-MASTER-FILE.
       01  PROJECT-MASTER-RECORD.
           05  PJ-PROJECT-CODE     PIC X(8).
           05  PJ-DESCRIPTION      PIC X(30).
           05  PJ-PROJECT-TYPE     PIC X.
           05  PJ-CUSTOMER-ID      PIC X(6).
           05  PJ-STATUS           PIC X.
               88  PJ-IS-OPEN          VALUE "A".
           05  PJ-BUDGET-HOURS     PIC 9(7)V9(2).
           05  PJ-BUDGET-AMOUNT    PIC 9(9)V9(2).

       FD  TIME-CHARGE-FILE.
       01  TIME-CHARGE-RECORD.
           05  TC-EMP-ID           PIC X(6).
           05  TC-WORK-DATE        PIC 9(8).
           05  TC-PROJECT-CODE     PIC X(8).
           05  TC-HOURS            PIC 9(3)V9(2).

       FD  PUNCH-EXCEPTION-FILE.
       01  EXCEPTION-LINE          PIC X(96).

       01  WS-EMP-FILE-STATUS      PIC XX.
       01  WS-HOURS-FILE-STATUS    PIC XX.
       01  WS-EXCEPTION-FILE-STATUS PIC XX.
       01  WS-PROJECT-MASTER-STATUS PIC XX.
       01  WS-TIME-CHARGE-STATUS   PIC XX.
       01  WS-PROJECT-EOF-SWITCH   PIC X VALUE 'N'.
           88  END-OF-PROJECTS         VALUE 'Y'.

      * Open projects from PROJMAST.DAT - a closed project takes no
      * new time.
       01  WS-PROJECT-COUNT-MAX    PIC 9(3) VALUE 200.
       01  WS-PROJECT-COUNT        PIC 9(3) VALUE 0.
       01  PROJECT-TABLE.
           05  PROJECT-ENTRY OCCURS 200 TIMES
                                   INDEXED BY PJ-IDX.
               10  PJE-PROJECT-CODE    PIC X(8).
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  END-OF-PUNCHES          VALUE 'Y'.

           88  IN-PUNCH-IS-PENDING     VALUE 'Y'.
       01  WS-PENDING-IN-DATE      PIC 9(8) VALUE 0.
       01  WS-PENDING-IN-MINUTES   PIC 9(5) VALUE 0.
      * Project the pending pair is charged to - spaces when the
      * in-punch carried none or carried one that failed the master.
       01  WS-PENDING-PROJECT      PIC X(8) VALUE SPACES.
       01  WS-CURRENT-DAY          PIC 9(8) VALUE 0.
       01  WS-LAST-OUT-MINUTES     PIC 9(5) VALUE 0.
       01  WS-PUNCH-MINUTES        PIC 9(5).
       01  WS-PUNCHES-READ         PIC 9(5) VALUE 0.
       01  WS-HOURS-WRITTEN        PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.
       01  WS-CHARGES-WRITTEN      PIC 9(5) VALUE 0.

       01  EXCEPTION-HEADING-1.
           05  FILLER          PIC X(45) VALUE
           05  ES-HOURS-WRITTEN PIC ZZ,ZZ9.
           05  FILLER          PIC X(15) VALUE "  EXCEPTIONS: ".
           05  ES-EXCEPTIONS   PIC ZZ,ZZ9.
           05  FILLER          PIC X(17) VALUE "  PROJECT LINES: ".
           05  ES-CHARGES      PIC ZZ,ZZ9.

      * Built with MOVE, not STRING, against fixed-position sub-fields
      * - see the note in copybooks/EXCPLOG.cpy.
               MOVE 1 TO RETURN-CODE
            END-IF

            PERFORM 060-LOAD-PROJECTS

            OPEN OUTPUT TIME-CHARGE-FILE
            IF WS-TIME-CHARGE-STATUS NOT = "00"
               DISPLAY "ERROR: TIME-CHARGE-FILE OPEN FAILED, "
                  "STATUS = ", WS-TIME-CHARGE-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN OUTPUT PUNCH-EXCEPTION-FILE
            IF WS-EXCEPTION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: PUNCH-EXCEPTION-FILE OPEN FAILED, "
               WRITE EXCEPTION-LINE FROM EXCEPTION-HEADING-1
            END-IF.

      * No project master is not fatal - every project-coded punch
      * is then reported and paid uncharged.
       060-LOAD-PROJECTS.

            OPEN INPUT PROJECT-MASTER-FILE
            IF WS-PROJECT-MASTER-STATUS NOT = "00"
               DISPLAY "WARNING: PROJECT-MASTER-FILE NOT FOUND, "
                  "STATUS = ", WS-PROJECT-MASTER-STATUS,
                  " - NO PUNCHES WILL BE CHARGED TO PROJECTS"
               MOVE 'Y' TO WS-PROJECT-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-PROJECTS
               READ PROJECT-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-PROJECT-EOF-SWITCH
                  NOT AT END
                     IF PJ-IS-OPEN
                        IF WS-PROJECT-COUNT < WS-PROJECT-COUNT-MAX
                           ADD 1 TO WS-PROJECT-COUNT
                           MOVE PJ-PROJECT-CODE TO
                              PJE-PROJECT-CODE (WS-PROJECT-COUNT)
                        ELSE
                           DISPLAY "WARNING: PROJECT TABLE FULL, "
                              "IGNORING PROJECT ", PJ-PROJECT-CODE
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            IF WS-PROJECT-MASTER-STATUS = "10"
               CLOSE PROJECT-MASTER-FILE
            END-IF.

       100-READ-PUNCH-RECORD.

            READ TIME-CLOCK-FILE
               MOVE 'Y' TO WS-PENDING-IN-SWITCH
               MOVE TP-PUNCH-DATE TO WS-PENDING-IN-DATE
               MOVE WS-PUNCH-MINUTES TO WS-PENDING-IN-MINUTES
               PERFORM 215-CHECK-PUNCH-PROJECT
            END-IF.

       215-CHECK-PUNCH-PROJECT.

            MOVE SPACES TO WS-PENDING-PROJECT
            IF TP-PROJECT-CODE = SPACES
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING PJ-IDX FROM 1 BY 1
                  UNTIL PJ-IDX > WS-PROJECT-COUNT
               IF PJE-PROJECT-CODE (PJ-IDX) = TP-PROJECT-CODE
                  MOVE TP-PROJECT-CODE TO WS-PENDING-PROJECT
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            MOVE "PROJECT NOT OPEN ON PROJMAST - PAID UNCHARGED"
               TO EX-REASON
            PERFORM 250-WRITE-EXCEPTION-DETAIL.

       220-PROCESS-OUT-PUNCH.

            IF NOT IN-PUNCH-IS-PENDING
                     WS-ELAPSED-MINUTES / 15
                  ADD WS-PAIR-QUARTERS TO WS-EMP-TOTAL-QUARTERS
                  MOVE WS-PUNCH-MINUTES TO WS-LAST-OUT-MINUTES
                  IF WS-PENDING-PROJECT NOT = SPACES
                        AND EMPLOYEE-IS-ON-MASTER
                        AND WS-PAIR-QUARTERS > 0
                     PERFORM 230-WRITE-TIME-CHARGE
                  END-IF
               END-IF
               MOVE 'N' TO WS-PENDING-IN-SWITCH
            END-IF.

       230-WRITE-TIME-CHARGE.

            MOVE WS-CURRENT-EMP-ID TO TC-EMP-ID
            MOVE WS-PENDING-IN-DATE TO TC-WORK-DATE
            MOVE WS-PENDING-PROJECT TO TC-PROJECT-CODE
            COMPUTE TC-HOURS = WS-PAIR-QUARTERS * WS-QUARTER-HOURS
            WRITE TIME-CHARGE-RECORD
            ADD 1 TO WS-CHARGES-WRITTEN.

       250-WRITE-EXCEPTION-DETAIL.

            MOVE TP-EMP-ID TO EX-EMP-ID
            MOVE WS-PUNCHES-READ TO ES-PUNCHES-READ
            MOVE WS-HOURS-WRITTEN TO ES-HOURS-WRITTEN
            MOVE WS-EXCEPTION-COUNT TO ES-EXCEPTIONS
            MOVE WS-CHARGES-WRITTEN TO ES-CHARGES
            WRITE EXCEPTION-LINE FROM EXCEPTION-SUMMARY-LINE.

       900-CLOSE-FILES.
            CLOSE TIME-CLOCK-FILE
            CLOSE EMPLOYEE-MASTER-FILE
            CLOSE EMPLOYEE-HOURS-FILE
            CLOSE TIME-CHARGE-FILE
            CLOSE PUNCH-EXCEPTION-FILE.

           COPY EXCPLOG.
