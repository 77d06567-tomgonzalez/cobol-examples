      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Expiring-stock report. Every lot on INVLOT.DAT
      *           with stock on hand and an expiration inside the
      *           next LOT_EXPIRY_DAYS days (three digits, default
      *           030) - or already past it - is listed soonest
      *           first with its location, eaches and days left, so
      *           the warehouse can ship it, move it or scrap it
      *           before it is worthless. Lots that never expire
      *           (zero expiration) are not listed. Report to
      *           LOTEXPR.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-EXPIRY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Per-lot balances as INVENTORY-BALANCE-UPDATE last left them.
           SELECT LOT-BALANCE-FILE ASSIGN TO "INVLOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

           SELECT EXPIRY-REPORT-FILE ASSIGN TO "LOTEXPR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOT-BALANCE-FILE.
       01  LOT-BALANCE-RECORD.
           05  LT-ITEM-ID          PIC X(6).
           05  LT-LOCATION         PIC X(3).
           05  LT-LOT-NUMBER       PIC X(10).
           05  LT-EXPIRATION-DATE  PIC 9(8).
           05  LT-ON-HAND-EACHES   PIC S9(7) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05  IM-ITEM-ID          PIC X(6).
           05  IM-DESCRIPTION      PIC X(25).
           05  IM-EACHES-PER-CASE  PIC 9(3).
           05  IM-REORDER-POINT    PIC 9(6).
           05  IM-REORDER-QTY      PIC 9(6).
           05  IM-SUPPLIER         PIC X(10).
           05  IM-UNIT-COST        PIC 9(5)V9(2).
           05  IM-ABC-CLASS        PIC X.

       FD  EXPIRY-REPORT-FILE.
       01  REPORT-LINE             PIC X(96).

           COPY RUNHFD.

       WORKING-STORAGE SECTION.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-LOT-FILE-STATUS      PIC XX.
       01  WS-ITEM-MASTER-STATUS   PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7).
       01  WS-HORIZON-DATE         PIC 9(8).
       01  WS-HORIZON-DAYS         PIC 9(3) VALUE 30.
       01  WS-ENV-DAYS             PIC X(3).

       01  WS-ITEM-COUNT-MAX       PIC 9(3) VALUE 500.
       01  WS-ITEM-COUNT           PIC 9(3) VALUE 0.
       01  ITEM-MASTER-TABLE.
           05  ITEM-MASTER-ENTRY OCCURS 500 TIMES
                                   INDEXED BY IM-IDX.
               10  IME-ITEM-ID         PIC X(6).
               10  IME-DESCRIPTION     PIC X(25).

      * The lots inside the horizon, sorted soonest first.
       01  WS-EXPIRY-COUNT-MAX     PIC 9(4) VALUE 2000.
       01  WS-EXPIRY-COUNT         PIC 9(4) VALUE 0.
       01  EXPIRY-TABLE.
           05  EXPIRY-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY EX-IDX.
               10  EXE-EXPIRATION-DATE PIC 9(8).
               10  EXE-ITEM-ID         PIC X(6).
               10  EXE-LOCATION        PIC X(3).
               10  EXE-LOT-NUMBER      PIC X(10).
               10  EXE-ON-HAND         PIC 9(7).
       01  WS-SWAP-ENTRY           PIC X(34).
       01  WS-OUTER-SUB            PIC 9(4).
       01  WS-INNER-SUB            PIC 9(4).

       01  WS-DAYS-LEFT            PIC S9(5).
       01  WS-EXPIRED-LOTS         PIC 9(5) VALUE 0.
       01  WS-EXPIRED-EACHES       PIC 9(9) VALUE 0.
       01  WS-EXPIRING-LOTS        PIC 9(5) VALUE 0.
       01  WS-EXPIRING-EACHES      PIC 9(9) VALUE 0.

       01  REPORT-HEADING-1.
           05  FILLER          PIC X(21) VALUE
               "LOTS EXPIRING WITHIN".
           05  RH1-DAYS        PIC ZZ9.
           05  FILLER          PIC X(15) VALUE " DAYS - THROUGH".
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RH1-HORIZON     PIC 9(8).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "AS OF ".
           05  RH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH1-PAGE-NUMBER PIC ZZ9.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(10) VALUE "EXPIRES".
           05  FILLER          PIC X(8)  VALUE "ITEM".
           05  FILLER          PIC X(27) VALUE "DESCRIPTION".
           05  FILLER          PIC X(5)  VALUE "LOC".
           05  FILLER          PIC X(12) VALUE "LOT".
           05  FILLER          PIC X(10) VALUE "   ON HAND".
           05  FILLER          PIC X(11) VALUE "  DAYS LEFT".
           05  FILLER          PIC X(10) VALUE "  STATUS".
       01  REPORT-DETAIL-LINE.
           05  RD-EXPIRATION   PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-ITEM-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DESCRIPTION  PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-LOCATION     PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-LOT-NUMBER   PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-ON-HAND      PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RD-DAYS-LEFT    PIC ZZ,ZZ9-.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RD-STATUS       PIC X(8).
       01  REPORT-TOTAL-LINE.
           05  RT-CAPTION      PIC X(20).
           05  RT-LOTS         PIC ZZ,ZZ9.
           05  FILLER          PIC X(11) VALUE " LOT(S)    ".
           05  RT-EACHES       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(7)  VALUE " EACHES".
       01  REPORT-NONE-LINE.
           05  FILLER          PIC X(40) VALUE
               "NO LOTS EXPIRE WITHIN THE HORIZON".
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            MOVE "LOT-EXPIRY-REPORT" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START
            PERFORM 020-GET-HORIZON

            OPEN OUTPUT EXPIRY-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: LOTEXPR.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 060-LOAD-ITEM-MASTER
            PERFORM 070-LOAD-EXPIRING-LOTS
            PERFORM 200-SORT-BY-EXPIRATION
            PERFORM 810-WRITE-REPORT-HEADER
            PERFORM VARYING EX-IDX FROM 1 BY 1
                  UNTIL EX-IDX > WS-EXPIRY-COUNT
               PERFORM 300-WRITE-ONE-LOT
            END-PERFORM
            PERFORM 800-WRITE-REPORT-TOTALS
            CLOSE EXPIRY-REPORT-FILE

            DISPLAY "LOT EXPIRY: ", WS-EXPIRED-LOTS,
               " LOT(S) EXPIRED, ", WS-EXPIRING-LOTS,
               " EXPIRING WITHIN ", WS-HORIZON-DAYS, " DAYS."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

       020-GET-HORIZON.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
            COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
            DISPLAY "LOT_EXPIRY_DAYS" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-DAYS FROM ENVIRONMENT-VALUE
            IF WS-ENV-DAYS IS NUMERIC
               MOVE WS-ENV-DAYS TO WS-HORIZON-DAYS
            END-IF
            COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + WS-HORIZON-DAYS).

      * Not fatal if missing - descriptions print blank.
       060-LOAD-ITEM-MASTER.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT ITEM-MASTER-FILE
            IF WS-ITEM-MASTER-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ ITEM-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-ITEM-COUNT < WS-ITEM-COUNT-MAX
                        ADD 1 TO WS-ITEM-COUNT
                        MOVE IM-ITEM-ID TO IME-ITEM-ID (WS-ITEM-COUNT)
                        MOVE IM-DESCRIPTION TO
                           IME-DESCRIPTION (WS-ITEM-COUNT)
                     END-IF
               END-READ
            END-PERFORM
            IF WS-ITEM-MASTER-STATUS = "10"
               CLOSE ITEM-MASTER-FILE
            END-IF.

       070-LOAD-EXPIRING-LOTS.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT LOT-BALANCE-FILE
            IF WS-LOT-FILE-STATUS NOT = "00"
               DISPLAY "NOTICE: INVLOT.DAT NOT FOUND, STATUS = ",
                  WS-LOT-FILE-STATUS, " - NO LOTS ON HAND"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ LOT-BALANCE-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF LT-ON-HAND-EACHES > 0
                           AND LT-EXPIRATION-DATE > 0
                           AND LT-EXPIRATION-DATE NOT > WS-HORIZON-DATE
                        PERFORM 075-TABLE-ONE-LOT
                     END-IF
               END-READ
            END-PERFORM
            IF WS-LOT-FILE-STATUS = "10"
               CLOSE LOT-BALANCE-FILE
            END-IF.

       075-TABLE-ONE-LOT.

            IF WS-EXPIRY-COUNT >= WS-EXPIRY-COUNT-MAX
               DISPLAY "WARNING: EXPIRY TABLE FULL, LOT ",
                  LT-LOT-NUMBER, " OF ", LT-ITEM-ID, " NOT LISTED"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-EXPIRY-COUNT
            SET EX-IDX TO WS-EXPIRY-COUNT
            MOVE LT-EXPIRATION-DATE TO EXE-EXPIRATION-DATE (EX-IDX)
            MOVE LT-ITEM-ID TO EXE-ITEM-ID (EX-IDX)
            IF LT-LOCATION = SPACES
               MOVE "WH1" TO EXE-LOCATION (EX-IDX)
            ELSE
               MOVE LT-LOCATION TO EXE-LOCATION (EX-IDX)
            END-IF
            MOVE LT-LOT-NUMBER TO EXE-LOT-NUMBER (EX-IDX)
            MOVE LT-ON-HAND-EACHES TO EXE-ON-HAND (EX-IDX).

      * Expiration date leads the entry, so the whole entry sorts.
       200-SORT-BY-EXPIRATION.

            PERFORM VARYING WS-OUTER-SUB FROM 1 BY 1
                  UNTIL WS-OUTER-SUB >= WS-EXPIRY-COUNT
               PERFORM VARYING WS-INNER-SUB FROM 1 BY 1
                     UNTIL WS-INNER-SUB >
                        WS-EXPIRY-COUNT - WS-OUTER-SUB
                  IF EXPIRY-ENTRY (WS-INNER-SUB) >
                        EXPIRY-ENTRY (WS-INNER-SUB + 1)
                     MOVE EXPIRY-ENTRY (WS-INNER-SUB) TO WS-SWAP-ENTRY
                     MOVE EXPIRY-ENTRY (WS-INNER-SUB + 1) TO
                        EXPIRY-ENTRY (WS-INNER-SUB)
                     MOVE WS-SWAP-ENTRY TO
                        EXPIRY-ENTRY (WS-INNER-SUB + 1)
                  END-IF
               END-PERFORM
            END-PERFORM.

       300-WRITE-ONE-LOT.

            COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE
               (EXE-EXPIRATION-DATE (EX-IDX)) - WS-TODAY-INT
            MOVE EXE-EXPIRATION-DATE (EX-IDX) TO RD-EXPIRATION
            MOVE EXE-ITEM-ID (EX-IDX) TO RD-ITEM-ID
            MOVE SPACES TO RD-DESCRIPTION
            PERFORM VARYING IM-IDX FROM 1 BY 1
                  UNTIL IM-IDX > WS-ITEM-COUNT
               IF IME-ITEM-ID (IM-IDX) = EXE-ITEM-ID (EX-IDX)
                  MOVE IME-DESCRIPTION (IM-IDX) TO RD-DESCRIPTION
                  EXIT PERFORM
               END-IF
            END-PERFORM
            MOVE EXE-LOCATION (EX-IDX) TO RD-LOCATION
            MOVE EXE-LOT-NUMBER (EX-IDX) TO RD-LOT-NUMBER
            MOVE EXE-ON-HAND (EX-IDX) TO RD-ON-HAND
            MOVE WS-DAYS-LEFT TO RD-DAYS-LEFT
            IF WS-DAYS-LEFT < 0
               MOVE "EXPIRED" TO RD-STATUS
               ADD 1 TO WS-EXPIRED-LOTS
               ADD EXE-ON-HAND (EX-IDX) TO WS-EXPIRED-EACHES
            ELSE
               MOVE "EXPIRING" TO RD-STATUS
               ADD 1 TO WS-EXPIRING-LOTS
               ADD EXE-ON-HAND (EX-IDX) TO WS-EXPIRING-EACHES
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

       800-WRITE-REPORT-TOTALS.

            IF WS-PAGE-LINE-COUNT + 3 > WS-PAGE-LINES-PER-PAGE
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            IF WS-EXPIRY-COUNT = 0
               WRITE REPORT-LINE FROM REPORT-NONE-LINE
               EXIT PARAGRAPH
            END-IF
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            MOVE "ALREADY EXPIRED" TO RT-CAPTION
            MOVE WS-EXPIRED-LOTS TO RT-LOTS
            MOVE WS-EXPIRED-EACHES TO RT-EACHES
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
            MOVE "EXPIRING" TO RT-CAPTION
            MOVE WS-EXPIRING-LOTS TO RT-LOTS
            MOVE WS-EXPIRING-EACHES TO RT-EACHES
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.

       810-WRITE-REPORT-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER
            MOVE WS-HORIZON-DAYS TO RH1-DAYS
            MOVE WS-HORIZON-DATE TO RH1-HORIZON
            MOVE WS-TODAY-DATE TO RH1-RUN-DATE
            IF WS-PAGE-NUMBER = 1
               WRITE REPORT-LINE FROM REPORT-HEADING-1
            ELSE
               WRITE REPORT-LINE FROM REPORT-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            WRITE REPORT-LINE FROM REPORT-HEADING-2
            MOVE 2 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM LOT-EXPIRY-REPORT.
