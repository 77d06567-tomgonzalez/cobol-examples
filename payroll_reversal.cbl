      * Purpose:  Back a posted pay period out through the normal
      *           transaction paths instead of restoring files from
      *           whatever copies the operator may have made.  Given a
      *           period date (environment variable or prompt) and
      *           which run on that date (PAYROLL_REVERSE_RUN: blank
      *           or 0 for the regular run, otherwise the off-cycle
      *           run's sequence number), the run register is checked
      *           to prove that run really stands posted; every
      *           PAYHIST.DAT record for the run then produces a
      *           negative hours adjustment on the PAYADJ.DAT feed,
      *           the period's GL feed (PAYGL.DAT as the run left it)
      *           is flipped debit-for-credit into a reversing feed,
      *           each project labor line the run charged gets an
      *           offsetting "R" line on PROJLAB.DAT so it neither
      *           bills nor costs, a reversed-run audit report shows
      *           what was backed out per employee, and an "R" entry
      *           on the run register frees the period for a corrected
      *           rerun.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVERSING-GL-STATUS.

      * Read for the period's postings, then reopened EXTEND for the
      * offsetting lines.
           SELECT PROJECT-LABOR-FILE ASSIGN TO "PROJLAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJECT-LABOR-STATUS.

           SELECT REVERSAL-REPORT-FILE ASSIGN TO "REVERSAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
      * employees in one pass, so the period guard stays per period,
      * not per company.
           05  RR-COMPANY-CODE     PIC X(2).
      * "S" marks an off-cycle supplemental run - see
      * PROCEDURES-EXAMPLE. Only postings of the run being reversed
      * count, so a same-day off-cycle run never stands in for the
      * regular one or the other way round.
           05  RR-RUN-TYPE         PIC X.
               88  RR-IS-OFF-CYCLE     VALUE "S".
           05  RR-RUN-SEQUENCE     PIC 9(3).

       FD  RUN-REGISTER-OUT-FILE.
       01  RUN-REGISTER-OUT-RECORD.
           05  RO-PERIOD-DATE      PIC 9(8).
           05  RO-STATUS           PIC X.
           05  RO-COMPANY-CODE     PIC X(2).
           05  RO-RUN-TYPE         PIC X.
           05  RO-RUN-SEQUENCE     PIC 9(3).

       FD  PAYROLL-HISTORY-FILE.
       01  PAYROLL-HISTORY-RECORD.
           05  PH-REG-HOURS        PIC 9(3)V9(2).
           05  PH-OT-HOURS         PIC 9(3)V9(2).
           05  PH-COMPANY-CODE     PIC X(2).
           05  PH-RUN-TYPE         PIC X.
           05  PH-RUN-SEQUENCE     PIC 9(3).

       FD  PAY-ADJUSTMENT-FILE.
       01  PAY-ADJUSTMENT-RECORD.
           05  RTF-PERIOD-DATE     PIC 9(8).
           05  RTF-GRAND-GROSS     PIC 9(9)V9(2).
           05  RTF-GRAND-NET       PIC 9(9)V9(2).
           05  RTF-RUN-TYPE        PIC X.
           05  RTF-RUN-SEQUENCE    PIC 9(3).

       FD  PAYROLL-GL-FILE.
       01  PAYROLL-GL-RECORD.
           05  PG-TX-ACCOUNT       PIC X(6).
           05  PG-TX-TYPE          PIC X.
           05  PG-TX-AMOUNT        PIC 9(7)V9(2).
           05  PG-COMPANY-CODE     PIC X(2).

       FD  REVERSING-GL-FILE.
       01  REVERSING-GL-RECORD.
           05  RG-TX-ACCOUNT       PIC X(6).
           05  RG-TX-TYPE          PIC X.
           05  RG-TX-AMOUNT        PIC 9(7)V9(2).
           05  RG-COMPANY-CODE     PIC X(2).

      * PROCEDURES-EXAMPLE's layout. An "R" line cancels one earlier
      * line with the same project, employee, date and job class.
       FD  PROJECT-LABOR-FILE.
       01  PROJECT-LABOR-RECORD.
           05  PL-PROJECT-CODE     PIC X(8).
           05  PL-EMP-ID           PIC X(6).
           05  PL-PERIOD-DATE      PIC 9(8).
           05  PL-COMPANY-CODE     PIC X(2).
           05  PL-DEPARTMENT       PIC X(4).
           05  PL-JOB-CLASS        PIC X(4).
           05  PL-HOURS            PIC 9(5)V9(2).
           05  PL-LOADED-RATE      PIC 9(5)V9(4).
           05  PL-LABOR-AMOUNT     PIC 9(7)V9(2).
           05  PL-BURDEN-AMOUNT    PIC 9(7)V9(2).
           05  PL-ENTRY-TYPE       PIC X.
               88  PL-IS-REVERSAL      VALUE "R".

       FD  REVERSAL-REPORT-FILE.
       01  REVERSAL-LINE           PIC X(96).
       01  WS-PAYROLL-GL-STATUS    PIC XX.
       01  WS-REVERSING-GL-STATUS  PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-PROJECT-LABOR-STATUS PIC XX.

       01  WS-RUN-REGISTER-EOF     PIC X VALUE 'N'.
           88  END-OF-RUN-REGISTER     VALUE 'Y'.
           88  END-OF-HISTORY          VALUE 'Y'.
       01  WS-GL-EOF-SWITCH        PIC X VALUE 'N'.
           88  END-OF-GL-FEED          VALUE 'Y'.
       01  WS-LABOR-EOF-SWITCH     PIC X VALUE 'N'.
           88  END-OF-PROJECT-LABOR    VALUE 'Y'.

       01  WS-REVERSE-DATE         PIC 9(8).
       01  WS-ENV-REVERSE-DATE     PIC X(8).
       01  WS-PERIOD-POSTED-COUNT  PIC S9(3) VALUE 0.

      * The run being reversed, as PAYRUNS.DAT numbers it: "R" and
      * sequence 0 for the regular run, "S" and its sequence for an
      * off-cycle run.
       01  WS-ENV-REVERSE-RUN      PIC X(3) VALUE SPACES.
       01  WS-REVERSE-RUN-TYPE     PIC X VALUE "R".
           88  REVERSING-OFF-CYCLE     VALUE "S".
       01  WS-REVERSE-RUN-SEQUENCE PIC 9(3) VALUE 0.
       01  WS-RECORD-RUN-TYPE      PIC X.
       01  WS-RECORD-RUN-SEQUENCE  PIC 9(3).
       01  WS-RUN-MATCH-SWITCH     PIC X.
           88  RECORD-IS-REVERSED-RUN  VALUE 'Y'.

      * The period's project labor lines, one entry per project,
      * employee and job class: postings less reversals still open,
      * and the latest posting as the image to offset.
       01  WS-LABOR-COUNT-MAX      PIC 9(4) VALUE 2000.
       01  WS-LABOR-COUNT          PIC 9(4) VALUE 0.
       01  PERIOD-LABOR-TABLE.
           05  PERIOD-LABOR-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY LB-IDX.
               10  LBE-PROJECT-CODE    PIC X(8).
               10  LBE-EMP-ID          PIC X(6).
               10  LBE-JOB-CLASS       PIC X(4).
               10  LBE-OPEN-COUNT      PIC S9(3).
               10  LBE-RECORD          PIC X(67).
       01  WS-LABOR-LINES-REVERSED PIC 9(5) VALUE 0.

       01  OVERTIME-FACTOR         PIC 9V9(1) VALUE 1.5.
       01  WS-TOTAL-HOURS-BACKED   PIC S9(5)V9(2).
       01  WS-BACKED-HOURS         PIC S9(3)V9(2).
           05  FILLER          PIC X(30) VALUE
               "PAYROLL RUN REVERSAL AUDIT - ".
           05  RH-PERIOD-DATE  PIC 9(8).
           05  FILLER          PIC X(6)  VALUE "  RUN ".
           05  RH-RUN-TYPE     PIC X.
           05  RH-RUN-SEQUENCE PIC 9(3).
       01  REVERSAL-DETAIL-LINE.
           05  RD-EMP-ID       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
            PERFORM 200-OPEN-WORK-FILES
            PERFORM 300-BACK-OUT-HISTORY
            PERFORM 400-FLIP-GL-FEED
            PERFORM 500-REVERSE-PROJECT-LABOR
            PERFORM 700-MARK-PERIOD-REVERSED
            PERFORM 800-WRITE-TOTALS
            PERFORM 900-CLOSE-FILES
               DISPLAY "Enter the pay period date to reverse "
                  "(YYYYMMDD)."
               ACCEPT WS-REVERSE-DATE
            END-IF

      * Never prompted for, the way the payroll run's off-cycle
      * switch is not: the regular run is the default, and naming an
      * off-cycle run is a deliberate choice.
            DISPLAY "PAYROLL_REVERSE_RUN" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-REVERSE-RUN FROM ENVIRONMENT-VALUE
            IF WS-ENV-REVERSE-RUN NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-ENV-REVERSE-RUN) NOT = 0
                  DISPLAY "ERROR: PAYROLL_REVERSE_RUN ",
                     WS-ENV-REVERSE-RUN, " IS NOT A RUN SEQUENCE - "
                     "NOTHING REVERSED."
                  MOVE 1 TO RETURN-CODE
                  STOP RUN
               END-IF
               COMPUTE WS-REVERSE-RUN-SEQUENCE =
                  FUNCTION NUMVAL (WS-ENV-REVERSE-RUN)
               IF WS-REVERSE-RUN-SEQUENCE > 0
                  MOVE "S" TO WS-REVERSE-RUN-TYPE
               END-IF
            END-IF
            IF REVERSING-OFF-CYCLE
               DISPLAY "REVERSING OFF-CYCLE RUN ",
                  WS-REVERSE-RUN-SEQUENCE, " OF ", WS-REVERSE-DATE
            END-IF.

       150-VERIFY-PERIOD-POSTED.
                  AT END
                     MOVE 'Y' TO WS-RUN-REGISTER-EOF
                  NOT AT END
                     MOVE RR-RUN-TYPE TO WS-RECORD-RUN-TYPE
                     MOVE RR-RUN-SEQUENCE TO WS-RECORD-RUN-SEQUENCE
                     PERFORM 160-CHECK-RUN-MATCH
                     IF RR-PERIOD-DATE = WS-REVERSE-DATE
                           AND RECORD-IS-REVERSED-RUN
                        IF RR-IS-POSTED
                           ADD 1 TO WS-PERIOD-POSTED-COUNT
                        END-IF
            CLOSE RUN-REGISTER-FILE

            IF WS-PERIOD-POSTED-COUNT NOT > 0
               DISPLAY "ERROR: PERIOD ", WS-REVERSE-DATE, " RUN ",
                  WS-REVERSE-RUN-TYPE, WS-REVERSE-RUN-SEQUENCE,
                  " IS NOT POSTED ON THE RUN REGISTER - NOTHING "
                  "REVERSED."
               MOVE "REVERSAL REFUSED - PERIOD NOT POSTED"
                  TO EL-MESSAGE
               MOVE "PAYROLL-REVERSAL" TO EL-PROGRAM-ID
               STOP RUN
            END-IF.

      * Spaces (a record from before runs were numbered) read as the
      * regular run.
       160-CHECK-RUN-MATCH.

            IF WS-RECORD-RUN-TYPE = "S"
                  AND WS-RECORD-RUN-SEQUENCE IS NUMERIC
               CONTINUE
            ELSE
               MOVE "R" TO WS-RECORD-RUN-TYPE
               MOVE 0 TO WS-RECORD-RUN-SEQUENCE
            END-IF
            IF WS-RECORD-RUN-TYPE = WS-REVERSE-RUN-TYPE
                  AND WS-RECORD-RUN-SEQUENCE = WS-REVERSE-RUN-SEQUENCE
               MOVE 'Y' TO WS-RUN-MATCH-SWITCH
            ELSE
               MOVE 'N' TO WS-RUN-MATCH-SWITCH
            END-IF.

       200-OPEN-WORK-FILES.

            OPEN INPUT PAYROLL-HISTORY-FILE
               MOVE 1 TO RETURN-CODE
            ELSE
               MOVE WS-REVERSE-DATE TO RH-PERIOD-DATE
               MOVE WS-REVERSE-RUN-TYPE TO RH-RUN-TYPE
               MOVE WS-REVERSE-RUN-SEQUENCE TO RH-RUN-SEQUENCE
               WRITE REVERSAL-LINE FROM REVERSAL-HEADING-1
            END-IF.

                     MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     MOVE PH-RUN-TYPE TO WS-RECORD-RUN-TYPE
                     MOVE PH-RUN-SEQUENCE TO WS-RECORD-RUN-SEQUENCE
                     PERFORM 160-CHECK-RUN-MATCH
                     IF PH-PERIOD-DATE = WS-REVERSE-DATE
                           AND RECORD-IS-REVERSED-RUN
                        PERFORM 310-BACK-OUT-ONE-EMPLOYEE
                     END-IF
               END-READ
               EXIT PARAGRAPH
            END-IF

      * An off-cycle run paid SUPPEARN.DAT amounts, not hours, so
      * nothing of it can go back through the hours feed.
            IF REVERSING-OFF-CYCLE
               DISPLAY "WARNING: SUPPLEMENTAL PAY OF ", PH-GROSS-PAY,
                  " FOR ", PH-EMP-ID, " CANNOT RIDE THE HOURS FEED "
                  "- REVERSE BY HAND FROM THE REPORT."
               MOVE "SUPPLEMENTAL REVERSAL - BACK OUT BY HAND"
                  TO EL-MESSAGE
               MOVE "PAYROLL-REVERSAL" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               EXIT PARAGRAPH
            END-IF

      * A salaried period carries gross pay but zero hours - there
      * is nothing to feed back through the hours path, and a
      * -0.00-hours adjustment would reverse nothing while the
            MOVE PH-GROSS-PAY TO RD-GROSS
            WRITE REVERSAL-LINE FROM REVERSAL-DETAIL-LINE.

      * Debits become credits and credits debits, each under the
      * company the original line posted to; the reversing feed
      * balances, company by company, because the original did.
      * PAYGL.DAT is rewritten by
      * every run and carries no date, so PAYTOTAL.DAT (written in
      * the same breath as the feed) proves whose period it holds -
      * a mismatch means the feed on disk is not the reversed
            ELSE
               MOVE 0 TO RTF-PERIOD-DATE
            END-IF
            MOVE RTF-RUN-TYPE TO WS-RECORD-RUN-TYPE
            MOVE RTF-RUN-SEQUENCE TO WS-RECORD-RUN-SEQUENCE
            PERFORM 160-CHECK-RUN-MATCH
            IF RTF-PERIOD-DATE NOT = WS-REVERSE-DATE
                  OR NOT RECORD-IS-REVERSED-RUN
               DISPLAY "WARNING: PAYGL.DAT ON DISK BELONGS TO "
                  "PERIOD ", RTF-PERIOD-DATE, " RUN ",
                  WS-RECORD-RUN-TYPE, WS-RECORD-RUN-SEQUENCE,
                  ", NOT ", WS-REVERSE-DATE, " RUN ",
                  WS-REVERSE-RUN-TYPE, WS-REVERSE-RUN-SEQUENCE,
                  " - GL FLIP SKIPPED.  KEY THE "
                  "REVERSING ENTRIES FROM THE AUDIT REPORT."
               MOVE "GL FLIP SKIPPED - FEED IS NOT THE REVERSED "
                  TO EL-MESSAGE
                        MOVE "D" TO RG-TX-TYPE
                     END-IF
                     MOVE PG-TX-AMOUNT TO RG-TX-AMOUNT
                     MOVE PG-COMPANY-CODE TO RG-COMPANY-CODE
                     WRITE REVERSING-GL-RECORD
               END-READ
            END-PERFORM
            CLOSE PAYROLL-GL-FILE
            CLOSE REVERSING-GL-FILE.

      * Only a regular run charges projects. Every line of the
      * period not already offset gets an "R" copy of itself, so
      * TM-BILLING never bills it and PROJECT-COST-REPORT takes it
      * back off the project. Any line already billed shows on
      * TM-BILLING's exception report for a credit memo.
       500-REVERSE-PROJECT-LABOR.

            IF REVERSING-OFF-CYCLE
               EXIT PARAGRAPH
            END-IF
            OPEN INPUT PROJECT-LABOR-FILE
            IF WS-PROJECT-LABOR-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-PROJECT-LABOR
               READ PROJECT-LABOR-FILE
                  AT END
                     MOVE 'Y' TO WS-LABOR-EOF-SWITCH
                  NOT AT END
                     IF PL-PERIOD-DATE = WS-REVERSE-DATE
                        PERFORM 510-TABLE-LABOR-LINE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE PROJECT-LABOR-FILE
            IF WS-LABOR-COUNT = 0
               EXIT PARAGRAPH
            END-IF

            OPEN EXTEND PROJECT-LABOR-FILE
            IF WS-PROJECT-LABOR-STATUS NOT = "00"
               DISPLAY "ERROR: COULD NOT APPEND TO PROJLAB.DAT, "
                  "STATUS = ", WS-PROJECT-LABOR-STATUS,
                  " - PROJECT LABOR NOT REVERSED."
               MOVE "PROJECT LABOR NOT REVERSED - PROJLAB.DAT"
                  TO EL-MESSAGE
               MOVE "PAYROLL-REVERSAL" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING LB-IDX FROM 1 BY 1
                  UNTIL LB-IDX > WS-LABOR-COUNT
               IF LBE-OPEN-COUNT (LB-IDX) > 0
                  MOVE LBE-RECORD (LB-IDX) TO PROJECT-LABOR-RECORD
                  MOVE "R" TO PL-ENTRY-TYPE
                  WRITE PROJECT-LABOR-RECORD
                  ADD 1 TO WS-LABOR-LINES-REVERSED
                  ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               END-IF
            END-PERFORM
            CLOSE PROJECT-LABOR-FILE.

       510-TABLE-LABOR-LINE.

            PERFORM VARYING LB-IDX FROM 1 BY 1
                  UNTIL LB-IDX > WS-LABOR-COUNT
               IF LBE-PROJECT-CODE (LB-IDX) = PL-PROJECT-CODE
                     AND LBE-EMP-ID (LB-IDX) = PL-EMP-ID
                     AND LBE-JOB-CLASS (LB-IDX) = PL-JOB-CLASS
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF LB-IDX > WS-LABOR-COUNT
               IF WS-LABOR-COUNT >= WS-LABOR-COUNT-MAX
                  DISPLAY "WARNING: PROJECT LABOR TABLE FULL - "
                     PL-PROJECT-CODE, " ", PL-EMP-ID,
                     " NOT REVERSED. REVERSE BY HAND."
                  MOVE "PROJECT LABOR TABLE FULL - REVERSE BY HAND"
                     TO EL-MESSAGE
                  MOVE "PAYROLL-REVERSAL" TO EL-PROGRAM-ID
                  MOVE "W" TO EL-SEVERITY
                  PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LABOR-COUNT
               SET LB-IDX TO WS-LABOR-COUNT
               MOVE PL-PROJECT-CODE TO LBE-PROJECT-CODE (LB-IDX)
               MOVE PL-EMP-ID TO LBE-EMP-ID (LB-IDX)
               MOVE PL-JOB-CLASS TO LBE-JOB-CLASS (LB-IDX)
               MOVE 0 TO LBE-OPEN-COUNT (LB-IDX)
               MOVE PROJECT-LABOR-RECORD TO LBE-RECORD (LB-IDX)
            END-IF
            IF PL-IS-REVERSAL
               SUBTRACT 1 FROM LBE-OPEN-COUNT (LB-IDX)
            ELSE
               ADD 1 TO LBE-OPEN-COUNT (LB-IDX)
               MOVE PROJECT-LABOR-RECORD TO LBE-RECORD (LB-IDX)
            END-IF.

       700-MARK-PERIOD-REVERSED.

            OPEN EXTEND RUN-REGISTER-OUT-FILE
               MOVE WS-REVERSE-DATE TO RO-PERIOD-DATE
               MOVE "R" TO RO-STATUS
               MOVE "**" TO RO-COMPANY-CODE
               MOVE WS-REVERSE-RUN-TYPE TO RO-RUN-TYPE
               MOVE WS-REVERSE-RUN-SEQUENCE TO RO-RUN-SEQUENCE
               WRITE RUN-REGISTER-OUT-RECORD
               CLOSE RUN-REGISTER-OUT-FILE
            END-IF.
            WRITE REVERSAL-LINE FROM REVERSAL-TOTAL-LINE
            DISPLAY "REVERSED PERIOD ", WS-REVERSE-DATE, ": ",
               WS-EMPLOYEES-BACKED, " EMPLOYEE(S), GROSS ",
               WS-TOTAL-GROSS-BACKED, " BACKED OUT."
            DISPLAY "PROJECT LABOR LINES REVERSED: ",
               WS-LABOR-LINES-REVERSED.

       900-CLOSE-FILES.

