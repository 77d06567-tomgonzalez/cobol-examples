      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Quarterly supplier performance scorecard. Reads
      *           the receiving history PO-RECEIVING keeps on
      *           PORCVHST.DAT and grades every supplier with
      *           receipts in the quarter: on-time percentage (receipt
      *           on or before PO-DUE-DATE), fill rate (eaches
      *           received against eaches ordered on the PO lines
      *           received that quarter, over-receipts capped at the
      *           order), over-receipts flagged at receiving, average
      *           cost variance against PO-UNIT-COST, and actual
      *           order-to-receipt lead time against the stated
      *           SU-LEAD-TIME-DAYS. Suppliers are ranked on the
      *           average of on-time and fill, and anyone outside a
      *           SCORECTL.DAT threshold is flagged on SUPSCORE.RPT
      *           and in the exception log. SCORECTL.DAT also names
      *           the quarter; left zero, the last complete quarter
      *           is scored.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-SCORECARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVING-HISTORY-FILE ASSIGN TO "PORCVHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

      * One control record: the quarter and the flag thresholds.
      * Zero in any field keeps its default.
           SELECT SCORECARD-CONTROL-FILE ASSIGN TO "SCORECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT SCORECARD-REPORT-FILE ASSIGN TO "SUPSCORE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log.
           COPY EXCPSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVING-HISTORY-FILE.
       01  RECEIVING-HISTORY-RECORD.
           05  RV-PO-NUMBER        PIC X(6).
           05  RV-LINE-NO          PIC 9(2).
           05  RV-SUPPLIER         PIC X(10).
           05  RV-ITEM-ID          PIC X(6).
           05  RV-ORDER-DATE       PIC 9(8).
           05  RV-DUE-DATE         PIC 9(8).
           05  RV-RECEIPT-DATE     PIC 9(8).
           05  RV-RECEIPT-DATE-R REDEFINES RV-RECEIPT-DATE.
               10  RV-RECEIPT-YEAR     PIC 9(4).
               10  RV-RECEIPT-MONTH    PIC 9(2).
               10  RV-RECEIPT-DAY      PIC 9(2).
           05  RV-QTY-ORDERED      PIC 9(6).
           05  RV-QTY-RECEIVED     PIC 9(6).
           05  RV-QTY-TO-DATE      PIC 9(7).
           05  RV-PO-UNIT-COST     PIC 9(5)V9(2).
           05  RV-RECEIPT-COST     PIC 9(5)V9(2).
           05  RV-OVER-RECEIPT-FLAG PIC X.
               88  RV-WAS-OVER-RECEIPT VALUE "Y".

       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           05  SU-SUPPLIER         PIC X(10).
           05  SU-LEAD-TIME-DAYS   PIC 9(3).
           05  SU-NAME             PIC X(30).
      * Remit-to, terms, tax, 1099 and status - see
      * SUPPLIER-MAINTENANCE.
           05  FILLER              PIC X(124).

       FD  SCORECARD-CONTROL-FILE.
       01  SCORECARD-CONTROL-RECORD.
           05  SC-YEAR             PIC 9(4).
           05  SC-QUARTER          PIC 9(1).
           05  SC-MIN-ON-TIME-PCT  PIC 9(3)V9(2).
           05  SC-MIN-FILL-PCT     PIC 9(3)V9(2).
           05  SC-MAX-OVER-RECEIPTS PIC 9(3).
           05  SC-MAX-COST-VAR-PCT PIC 9(2)V9(2).
           05  SC-MAX-LEAD-OVER-DAYS PIC 9(3).

       FD  SCORECARD-REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

           COPY EXCPFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-HISTORY-FILE-STATUS  PIC XX.
       01  WS-SUPPLIER-FILE-STATUS PIC XX.
       01  WS-CONTROL-FILE-STATUS  PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YEAR       PIC 9(4).
           05  WS-TODAY-MONTH      PIC 9(2).
           05  WS-TODAY-DAY        PIC 9(2).

      * The quarter scored and the flag thresholds.
       01  WS-SCORE-YEAR           PIC 9(4).
       01  WS-SCORE-QUARTER        PIC 9(1).
       01  WS-RECEIPT-QUARTER      PIC 9(1).
       01  WS-MIN-ON-TIME-PCT      PIC 9(3)V9(2) VALUE 90.00.
       01  WS-MIN-FILL-PCT         PIC 9(3)V9(2) VALUE 95.00.
       01  WS-MAX-OVER-RECEIPTS    PIC 9(3) VALUE 2.
       01  WS-MAX-COST-VAR-PCT     PIC 9(2)V9(2) VALUE 5.00.
       01  WS-MAX-LEAD-OVER-DAYS   PIC 9(3) VALUE 7.
       01  WS-DEFAULT-LEAD-DAYS    PIC 9(3) VALUE 14.

      * One entry per supplier received from in the quarter.
       01  WS-SCORE-COUNT-MAX      PIC 9(3) VALUE 100.
       01  WS-SCORE-COUNT          PIC 9(3) VALUE 0.
       01  SCORE-TABLE.
           05  SCORE-ENTRY OCCURS 100 TIMES
                                   INDEXED BY SC-IDX.
               10  SCE-SUPPLIER        PIC X(10).
               10  SCE-NAME            PIC X(30).
               10  SCE-STATED-LEAD     PIC 9(3).
               10  SCE-RECEIPTS        PIC 9(5).
               10  SCE-ON-TIME         PIC 9(5).
               10  SCE-OVER-RECEIPTS   PIC 9(5).
               10  SCE-COST-VAR-SUM    PIC S9(7)V9(2).
               10  SCE-COST-VAR-COUNT  PIC 9(5).
               10  SCE-LEAD-DAYS-SUM   PIC 9(7).
               10  SCE-LEAD-COUNT      PIC 9(5).
               10  SCE-QTY-ORDERED     PIC 9(9).
               10  SCE-QTY-FILLED      PIC 9(9).
               10  SCE-ON-TIME-PCT     PIC 9(3)V9(2).
               10  SCE-FILL-PCT        PIC 9(3)V9(2).
               10  SCE-COST-VAR-PCT    PIC S9(3)V9(2).
               10  SCE-ACTUAL-LEAD     PIC 9(3)V9.
               10  SCE-SCORE           PIC 9(3)V9(2).
               10  SCE-FLAG-COUNT      PIC 9.

      * One entry per PO line received in the quarter; the latest
      * to-date quantity gives the line's fill.
       01  WS-LINE-COUNT-MAX       PIC 9(4) VALUE 1000.
       01  WS-LINE-COUNT           PIC 9(4) VALUE 0.
       01  PO-LINE-TABLE.
           05  PO-LINE-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY LN-IDX.
               10  LNE-SUPPLIER        PIC X(10).
               10  LNE-PO-NUMBER       PIC X(6).
               10  LNE-LINE-NO         PIC 9(2).
               10  LNE-QTY-ORDERED     PIC 9(6).
               10  LNE-QTY-TO-DATE     PIC 9(7).

       01  WS-COST-VAR-PCT         PIC S9(5)V9(2).
       01  WS-LEAD-DAYS            PIC S9(5).
       01  WS-LINE-FILLED          PIC 9(7).
       01  WS-LEAD-OVER            PIC S9(5)V9.
       01  WS-ABS-COST-VAR         PIC 9(3)V9(2).

      * Ranking scratch.
       01  WS-OUTER-SUB            PIC 9(3).
       01  WS-INNER-SUB            PIC 9(3).
       01  WS-SWAP-AREA            PIC X(127).
       01  WS-RANK                 PIC 9(3).

       01  WS-RECEIPTS-READ        PIC 9(7) VALUE 0.
       01  WS-RECEIPTS-SCORED      PIC 9(7) VALUE 0.
       01  WS-SUPPLIERS-FLAGGED    PIC 9(3) VALUE 0.

       01  REPORT-HEADING-1.
           05  FILLER          PIC X(34) VALUE
               "SUPPLIER PERFORMANCE SCORECARD".
           05  FILLER          PIC X(8)  VALUE "QUARTER ".
           05  RH1-YEAR        PIC 9(4).
           05  FILLER          PIC X(2)  VALUE "-Q".
           05  RH1-QUARTER     PIC 9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  RH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(52) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH1-PAGE-NUMBER PIC ZZ9.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(6)  VALUE "RANK".
           05  FILLER          PIC X(12) VALUE "SUPPLIER".
           05  FILLER          PIC X(23) VALUE "NAME".
           05  FILLER          PIC X(7)  VALUE "  RCPTS".
           05  FILLER          PIC X(9)  VALUE "  ON-TIME".
           05  FILLER          PIC X(9)  VALUE "     FILL".
           05  FILLER          PIC X(6)  VALUE "  OVER".
           05  FILLER          PIC X(9)  VALUE " COST VAR".
           05  FILLER          PIC X(8)  VALUE "  ACTUAL".
           05  FILLER          PIC X(8)  VALUE "  STATED".
           05  FILLER          PIC X(8)  VALUE "   SCORE".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(17) VALUE "FLAGS".
       01  REPORT-HEADING-3.
           05  FILLER          PIC X(48) VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "        %".
           05  FILLER          PIC X(9)  VALUE "        %".
           05  FILLER          PIC X(6)  VALUE " RCPTS".
           05  FILLER          PIC X(9)  VALUE "        %".
           05  FILLER          PIC X(8)  VALUE "    LEAD".
           05  FILLER          PIC X(8)  VALUE "    LEAD".
       01  REPORT-DETAIL-LINE.
           05  RD-RANK         PIC ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RD-SUPPLIER     PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-NAME         PIC X(22).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RD-RECEIPTS     PIC ZZ,ZZ9.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RD-ON-TIME-PCT  PIC ZZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-FILL-PCT     PIC ZZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-OVER         PIC ZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-COST-VAR     PIC ZZ9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-ACTUAL-LEAD  PIC ZZZ9.9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-STATED-LEAD  PIC ZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-SCORE        PIC ZZZ9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RD-FLAG-ON-TIME PIC X(7).
           05  RD-FLAG-FILL    PIC X(5).
           05  RD-FLAG-OVER    PIC X(5).
           05  RD-FLAG-COST    PIC X(5).
           05  RD-FLAG-LEAD    PIC X(4).
       01  REPORT-THRESHOLD-LINE.
           05  FILLER          PIC X(22) VALUE
               "THRESHOLDS:  ON-TIME ".
           05  RT-ON-TIME      PIC ZZ9.99.
           05  FILLER          PIC X(8)  VALUE "%  FILL ".
           05  RT-FILL         PIC ZZ9.99.
           05  FILLER          PIC X(21) VALUE
               "%  OVER-RECEIPTS MAX ".
           05  RT-OVER         PIC ZZ9.
           05  FILLER          PIC X(15) VALUE "  COST VAR +/- ".
           05  RT-COST-VAR     PIC Z9.99.
           05  FILLER          PIC X(17) VALUE
               "%  LEAD OVERRUN ".
           05  RT-LEAD         PIC ZZ9.
           05  FILLER          PIC X(5)  VALUE " DAYS".
       01  REPORT-TOTAL-LINE.
           05  FILLER          PIC X(20) VALUE "RECEIPTS READ".
           05  RT-READ         PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(18) VALUE "   IN QUARTER".
           05  RT-SCORED       PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(16) VALUE "   SUPPLIERS".
           05  RT-SUPPLIERS    PIC ZZ9.
           05  FILLER          PIC X(12) VALUE "   FLAGGED".
           05  RT-FLAGGED      PIC ZZ9.
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            MOVE "SUPPLIER-SCORECARD" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

            OPEN INPUT RECEIVING-HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: PORCVHST.DAT OPEN FAILED, STATUS = ",
                  WS-HISTORY-FILE-STATUS, " - NO SCORECARD"
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            OPEN OUTPUT SCORECARD-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: SUPSCORE.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS, " - NO SCORECARD"
               MOVE 1 TO RETURN-CODE
               CLOSE RECEIVING-HISTORY-FILE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 050-LOAD-CONTROL
            PERFORM 070-LOAD-SUPPLIERS

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ RECEIVING-HISTORY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     ADD 1 TO WS-RECEIPTS-READ
                     PERFORM 100-SCORE-ONE-RECEIPT
               END-READ
            END-PERFORM
            CLOSE RECEIVING-HISTORY-FILE

            PERFORM 300-ADD-LINE-FILLS
            PERFORM 400-FINISH-SCORES
            PERFORM 500-RANK-SUPPLIERS
            PERFORM 810-WRITE-REPORT-HEADER
            PERFORM 600-REPORT-SUPPLIERS
            PERFORM 800-WRITE-REPORT-TOTALS
            CLOSE SCORECARD-REPORT-FILE

            DISPLAY "SUPPLIER SCORECARD ", WS-SCORE-YEAR, "-Q",
               WS-SCORE-QUARTER, " COMPLETE.  ", WS-SCORE-COUNT,
               " SUPPLIER(S) SCORED, ", WS-SUPPLIERS-FLAGGED,
               " FLAGGED."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * With no quarter named, the last complete one: January
      * through March scores the prior year's fourth quarter.
       050-LOAD-CONTROL.

            MOVE 0 TO WS-SCORE-YEAR
            MOVE 0 TO WS-SCORE-QUARTER
            OPEN INPUT SCORECARD-CONTROL-FILE
            IF WS-CONTROL-FILE-STATUS = "00"
               READ SCORECARD-CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF SC-YEAR IS NUMERIC
                        MOVE SC-YEAR TO WS-SCORE-YEAR
                     END-IF
                     IF SC-QUARTER IS NUMERIC
                           AND SC-QUARTER NOT > 4
                        MOVE SC-QUARTER TO WS-SCORE-QUARTER
                     END-IF
                     IF SC-MIN-ON-TIME-PCT IS NUMERIC
                           AND SC-MIN-ON-TIME-PCT NOT = 0
                        MOVE SC-MIN-ON-TIME-PCT TO WS-MIN-ON-TIME-PCT
                     END-IF
                     IF SC-MIN-FILL-PCT IS NUMERIC
                           AND SC-MIN-FILL-PCT NOT = 0
                        MOVE SC-MIN-FILL-PCT TO WS-MIN-FILL-PCT
                     END-IF
                     IF SC-MAX-OVER-RECEIPTS IS NUMERIC
                           AND SC-MAX-OVER-RECEIPTS NOT = 0
                        MOVE SC-MAX-OVER-RECEIPTS TO
                           WS-MAX-OVER-RECEIPTS
                     END-IF
                     IF SC-MAX-COST-VAR-PCT IS NUMERIC
                           AND SC-MAX-COST-VAR-PCT NOT = 0
                        MOVE SC-MAX-COST-VAR-PCT TO
                           WS-MAX-COST-VAR-PCT
                     END-IF
                     IF SC-MAX-LEAD-OVER-DAYS IS NUMERIC
                           AND SC-MAX-LEAD-OVER-DAYS NOT = 0
                        MOVE SC-MAX-LEAD-OVER-DAYS TO
                           WS-MAX-LEAD-OVER-DAYS
                     END-IF
               END-READ
               CLOSE SCORECARD-CONTROL-FILE
            END-IF

            IF WS-SCORE-YEAR = 0 OR WS-SCORE-QUARTER = 0
               COMPUTE WS-SCORE-QUARTER =
                  (WS-TODAY-MONTH + 2) / 3 - 1
               MOVE WS-TODAY-YEAR TO WS-SCORE-YEAR
               IF WS-SCORE-QUARTER = 0
                  MOVE 4 TO WS-SCORE-QUARTER
                  SUBTRACT 1 FROM WS-SCORE-YEAR
               END-IF
            END-IF.

       070-LOAD-SUPPLIERS.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT SUPPLIER-FILE
            IF WS-SUPPLIER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: SUPPLIER.DAT NOT FOUND - STATED "
                  "LEAD TIME DEFAULTS TO ", WS-DEFAULT-LEAD-DAYS,
                  " DAYS"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ SUPPLIER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-SCORE-COUNT < WS-SCORE-COUNT-MAX
                        ADD 1 TO WS-SCORE-COUNT
                        SET SC-IDX TO WS-SCORE-COUNT
                        INITIALIZE SCORE-ENTRY (SC-IDX)
                        MOVE SU-SUPPLIER TO SCE-SUPPLIER (SC-IDX)
                        MOVE SU-NAME TO SCE-NAME (SC-IDX)
                        IF SU-LEAD-TIME-DAYS IS NUMERIC
                           MOVE SU-LEAD-TIME-DAYS TO
                              SCE-STATED-LEAD (SC-IDX)
                        ELSE
                           MOVE WS-DEFAULT-LEAD-DAYS TO
                              SCE-STATED-LEAD (SC-IDX)
                        END-IF
                     ELSE
                        DISPLAY "WARNING: SUPPLIER TABLE FULL, "
                           "IGNORING SUPPLIER ", SU-SUPPLIER
                     END-IF
               END-READ
            END-PERFORM
            IF WS-SUPPLIER-FILE-STATUS = "10"
               CLOSE SUPPLIER-FILE
            END-IF.

       100-SCORE-ONE-RECEIPT.

            IF RV-RECEIPT-DATE NOT NUMERIC
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-RECEIPT-QUARTER = (RV-RECEIPT-MONTH + 2) / 3
            IF RV-RECEIPT-YEAR NOT = WS-SCORE-YEAR
                  OR WS-RECEIPT-QUARTER NOT = WS-SCORE-QUARTER
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-RECEIPTS-SCORED

            PERFORM VARYING SC-IDX FROM 1 BY 1
                  UNTIL SC-IDX > WS-SCORE-COUNT
               IF SCE-SUPPLIER (SC-IDX) = RV-SUPPLIER
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF SC-IDX > WS-SCORE-COUNT
               IF WS-SCORE-COUNT NOT < WS-SCORE-COUNT-MAX
                  DISPLAY "WARNING: SUPPLIER TABLE FULL, RECEIPT "
                     "FOR ", RV-SUPPLIER, " NOT SCORED"
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SCORE-COUNT
               SET SC-IDX TO WS-SCORE-COUNT
               INITIALIZE SCORE-ENTRY (SC-IDX)
               MOVE RV-SUPPLIER TO SCE-SUPPLIER (SC-IDX)
               MOVE "SUPPLIER NOT ON FILE" TO SCE-NAME (SC-IDX)
               MOVE WS-DEFAULT-LEAD-DAYS TO SCE-STATED-LEAD (SC-IDX)
            END-IF

            ADD 1 TO SCE-RECEIPTS (SC-IDX)
            IF RV-RECEIPT-DATE NOT > RV-DUE-DATE
               ADD 1 TO SCE-ON-TIME (SC-IDX)
            END-IF
            IF RV-WAS-OVER-RECEIPT
               ADD 1 TO SCE-OVER-RECEIPTS (SC-IDX)
            END-IF

      * Variance is only meaningful where both costs were keyed.
            IF RV-RECEIPT-COST NOT = 0 AND RV-PO-UNIT-COST NOT = 0
               COMPUTE WS-COST-VAR-PCT ROUNDED =
                  (RV-RECEIPT-COST - RV-PO-UNIT-COST) * 100
                  / RV-PO-UNIT-COST
               ADD WS-COST-VAR-PCT TO SCE-COST-VAR-SUM (SC-IDX)
               ADD 1 TO SCE-COST-VAR-COUNT (SC-IDX)
            END-IF

      * Lines keyed before order dates were kept carry none and
      * are left out of the lead-time average.
            IF RV-ORDER-DATE IS NUMERIC AND RV-ORDER-DATE NOT = 0
                  AND RV-ORDER-DATE NOT > RV-RECEIPT-DATE
               COMPUTE WS-LEAD-DAYS =
                  FUNCTION INTEGER-OF-DATE (RV-RECEIPT-DATE)
                  - FUNCTION INTEGER-OF-DATE (RV-ORDER-DATE)
               ADD WS-LEAD-DAYS TO SCE-LEAD-DAYS-SUM (SC-IDX)
               ADD 1 TO SCE-LEAD-COUNT (SC-IDX)
            END-IF

            PERFORM 200-NOTE-PO-LINE.

      * Receipts are in date order, so the last one seen for a line
      * carries its quantity received to date.
       200-NOTE-PO-LINE.

            PERFORM VARYING LN-IDX FROM 1 BY 1
                  UNTIL LN-IDX > WS-LINE-COUNT
               IF LNE-PO-NUMBER (LN-IDX) = RV-PO-NUMBER
                     AND LNE-LINE-NO (LN-IDX) = RV-LINE-NO
                  MOVE RV-QTY-ORDERED TO LNE-QTY-ORDERED (LN-IDX)
                  MOVE RV-QTY-TO-DATE TO LNE-QTY-TO-DATE (LN-IDX)
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-LINE-COUNT NOT < WS-LINE-COUNT-MAX
               DISPLAY "WARNING: PO LINE TABLE FULL, ", RV-PO-NUMBER,
                  "/", RV-LINE-NO, " LEFT OUT OF FILL RATE"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-LINE-COUNT
            SET LN-IDX TO WS-LINE-COUNT
            MOVE RV-SUPPLIER TO LNE-SUPPLIER (LN-IDX)
            MOVE RV-PO-NUMBER TO LNE-PO-NUMBER (LN-IDX)
            MOVE RV-LINE-NO TO LNE-LINE-NO (LN-IDX)
            MOVE RV-QTY-ORDERED TO LNE-QTY-ORDERED (LN-IDX)
            MOVE RV-QTY-TO-DATE TO LNE-QTY-TO-DATE (LN-IDX).

      * An over-receipt fills its line, no more.
       300-ADD-LINE-FILLS.

            PERFORM VARYING LN-IDX FROM 1 BY 1
                  UNTIL LN-IDX > WS-LINE-COUNT
               MOVE LNE-QTY-TO-DATE (LN-IDX) TO WS-LINE-FILLED
               IF WS-LINE-FILLED > LNE-QTY-ORDERED (LN-IDX)
                  MOVE LNE-QTY-ORDERED (LN-IDX) TO WS-LINE-FILLED
               END-IF
               PERFORM VARYING SC-IDX FROM 1 BY 1
                     UNTIL SC-IDX > WS-SCORE-COUNT
                  IF SCE-SUPPLIER (SC-IDX) = LNE-SUPPLIER (LN-IDX)
                     ADD LNE-QTY-ORDERED (LN-IDX) TO
                        SCE-QTY-ORDERED (SC-IDX)
                     ADD WS-LINE-FILLED TO SCE-QTY-FILLED (SC-IDX)
                     EXIT PERFORM
                  END-IF
               END-PERFORM
            END-PERFORM.

       400-FINISH-SCORES.

            PERFORM VARYING SC-IDX FROM 1 BY 1
                  UNTIL SC-IDX > WS-SCORE-COUNT
               IF SCE-RECEIPTS (SC-IDX) > 0
                  COMPUTE SCE-ON-TIME-PCT (SC-IDX) ROUNDED =
                     SCE-ON-TIME (SC-IDX) * 100 / SCE-RECEIPTS (SC-IDX)
               END-IF
               IF SCE-QTY-ORDERED (SC-IDX) > 0
                  COMPUTE SCE-FILL-PCT (SC-IDX) ROUNDED =
                     SCE-QTY-FILLED (SC-IDX) * 100
                     / SCE-QTY-ORDERED (SC-IDX)
               END-IF
               IF SCE-COST-VAR-COUNT (SC-IDX) > 0
                  COMPUTE SCE-COST-VAR-PCT (SC-IDX) ROUNDED =
                     SCE-COST-VAR-SUM (SC-IDX)
                     / SCE-COST-VAR-COUNT (SC-IDX)
               END-IF
               IF SCE-LEAD-COUNT (SC-IDX) > 0
                  COMPUTE SCE-ACTUAL-LEAD (SC-IDX) ROUNDED =
                     SCE-LEAD-DAYS-SUM (SC-IDX)
                     / SCE-LEAD-COUNT (SC-IDX)
               END-IF
               COMPUTE SCE-SCORE (SC-IDX) ROUNDED =
                  (SCE-ON-TIME-PCT (SC-IDX) + SCE-FILL-PCT (SC-IDX))
                  / 2
            END-PERFORM.

      * Best score first; suppliers with no receipts in the
      * quarter sink to the bottom and are not printed.
       500-RANK-SUPPLIERS.

            IF WS-SCORE-COUNT > 1
               PERFORM VARYING WS-OUTER-SUB FROM 1 BY 1
                     UNTIL WS-OUTER-SUB > WS-SCORE-COUNT - 1
                  PERFORM VARYING WS-INNER-SUB FROM 1 BY 1
                        UNTIL WS-INNER-SUB >
                           WS-SCORE-COUNT - WS-OUTER-SUB
                     IF SCE-RECEIPTS (WS-INNER-SUB) = 0
                           AND SCE-RECEIPTS (WS-INNER-SUB + 1) > 0
                        OR (SCE-RECEIPTS (WS-INNER-SUB + 1) > 0
                        AND SCE-SCORE (WS-INNER-SUB) <
                           SCE-SCORE (WS-INNER-SUB + 1))
                        MOVE SCORE-ENTRY (WS-INNER-SUB) TO
                           WS-SWAP-AREA
                        MOVE SCORE-ENTRY (WS-INNER-SUB + 1) TO
                           SCORE-ENTRY (WS-INNER-SUB)
                        MOVE WS-SWAP-AREA TO
                           SCORE-ENTRY (WS-INNER-SUB + 1)
                     END-IF
                  END-PERFORM
               END-PERFORM
            END-IF.

       600-REPORT-SUPPLIERS.

            MOVE 0 TO WS-RANK
            PERFORM VARYING SC-IDX FROM 1 BY 1
                  UNTIL SC-IDX > WS-SCORE-COUNT
                     OR SCE-RECEIPTS (SC-IDX) = 0
               ADD 1 TO WS-RANK
               PERFORM 610-REPORT-ONE-SUPPLIER
            END-PERFORM.

       610-REPORT-ONE-SUPPLIER.

            MOVE WS-RANK TO RD-RANK
            MOVE SCE-SUPPLIER (SC-IDX) TO RD-SUPPLIER
            MOVE SCE-NAME (SC-IDX) TO RD-NAME
            MOVE SCE-RECEIPTS (SC-IDX) TO RD-RECEIPTS
            MOVE SCE-ON-TIME-PCT (SC-IDX) TO RD-ON-TIME-PCT
            MOVE SCE-FILL-PCT (SC-IDX) TO RD-FILL-PCT
            MOVE SCE-OVER-RECEIPTS (SC-IDX) TO RD-OVER
            MOVE SCE-COST-VAR-PCT (SC-IDX) TO RD-COST-VAR
            MOVE SCE-ACTUAL-LEAD (SC-IDX) TO RD-ACTUAL-LEAD
            MOVE SCE-STATED-LEAD (SC-IDX) TO RD-STATED-LEAD
            MOVE SCE-SCORE (SC-IDX) TO RD-SCORE
            MOVE SPACES TO RD-FLAG-ON-TIME RD-FLAG-FILL RD-FLAG-OVER
               RD-FLAG-COST RD-FLAG-LEAD
            MOVE 0 TO SCE-FLAG-COUNT (SC-IDX)

            IF SCE-ON-TIME-PCT (SC-IDX) < WS-MIN-ON-TIME-PCT
               MOVE "ONTIME" TO RD-FLAG-ON-TIME
               ADD 1 TO SCE-FLAG-COUNT (SC-IDX)
            END-IF
            IF SCE-QTY-ORDERED (SC-IDX) > 0
                  AND SCE-FILL-PCT (SC-IDX) < WS-MIN-FILL-PCT
               MOVE "FILL" TO RD-FLAG-FILL
               ADD 1 TO SCE-FLAG-COUNT (SC-IDX)
            END-IF
            IF SCE-OVER-RECEIPTS (SC-IDX) > WS-MAX-OVER-RECEIPTS
               MOVE "OVER" TO RD-FLAG-OVER
               ADD 1 TO SCE-FLAG-COUNT (SC-IDX)
            END-IF
            IF SCE-COST-VAR-PCT (SC-IDX) < 0
               COMPUTE WS-ABS-COST-VAR = 0 - SCE-COST-VAR-PCT (SC-IDX)
            ELSE
               MOVE SCE-COST-VAR-PCT (SC-IDX) TO WS-ABS-COST-VAR
            END-IF
            IF WS-ABS-COST-VAR > WS-MAX-COST-VAR-PCT
               MOVE "COST" TO RD-FLAG-COST
               ADD 1 TO SCE-FLAG-COUNT (SC-IDX)
            END-IF
            IF SCE-LEAD-COUNT (SC-IDX) > 0
               COMPUTE WS-LEAD-OVER = SCE-ACTUAL-LEAD (SC-IDX)
                  - SCE-STATED-LEAD (SC-IDX)
               IF WS-LEAD-OVER > WS-MAX-LEAD-OVER-DAYS
                  MOVE "LEAD" TO RD-FLAG-LEAD
                  ADD 1 TO SCE-FLAG-COUNT (SC-IDX)
               END-IF
            END-IF

            IF SCE-FLAG-COUNT (SC-IDX) > 0
               ADD 1 TO WS-SUPPLIERS-FLAGGED
               MOVE SPACES TO EL-MESSAGE
               STRING "SUPPLIER " DELIMITED BY SIZE
                      SCE-SUPPLIER (SC-IDX) DELIMITED BY "  "
                      "FLAGGED:" DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RD-FLAG-ON-TIME DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      RD-FLAG-FILL DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      RD-FLAG-OVER DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      RD-FLAG-COST DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      RD-FLAG-LEAD DELIMITED BY SPACE
                  INTO EL-MESSAGE
               END-STRING
               MOVE "SUPPLIER-SCORECARD" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       800-WRITE-REPORT-TOTALS.

            IF WS-PAGE-LINE-COUNT + 3 > WS-PAGE-LINES-PER-PAGE
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            MOVE WS-MIN-ON-TIME-PCT TO RT-ON-TIME
            MOVE WS-MIN-FILL-PCT TO RT-FILL
            MOVE WS-MAX-OVER-RECEIPTS TO RT-OVER
            MOVE WS-MAX-COST-VAR-PCT TO RT-COST-VAR
            MOVE WS-MAX-LEAD-OVER-DAYS TO RT-LEAD
            MOVE WS-RECEIPTS-READ TO RT-READ
            MOVE WS-RECEIPTS-SCORED TO RT-SCORED
            MOVE WS-RANK TO RT-SUPPLIERS
            MOVE WS-SUPPLIERS-FLAGGED TO RT-FLAGGED
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            WRITE REPORT-LINE FROM REPORT-THRESHOLD-LINE
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.

       810-WRITE-REPORT-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER
            MOVE WS-TODAY-DATE TO RH1-RUN-DATE
            MOVE WS-SCORE-YEAR TO RH1-YEAR
            MOVE WS-SCORE-QUARTER TO RH1-QUARTER
            IF WS-PAGE-NUMBER = 1
               WRITE REPORT-LINE FROM REPORT-HEADING-1
            ELSE
               WRITE REPORT-LINE FROM REPORT-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            WRITE REPORT-LINE FROM REPORT-HEADING-2
            WRITE REPORT-LINE FROM REPORT-HEADING-3
            MOVE 3 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM SUPPLIER-SCORECARD.
