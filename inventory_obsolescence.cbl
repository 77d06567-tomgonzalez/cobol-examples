      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Quarterly slow-moving and obsolete inventory
      *           reserve. Every item with stock on INVBAL.DAT (all
      *           locations together, seal-checked) is aged from its
      *           last issue date on ITEMLAST.DAT - or, for an item
      *           never issued, from the date it was first stocked -
      *           and valued at its FIFO cost: the newest layers on
      *           INVLAYER.DAT are the ones still on hand, so the
      *           on-hand quantity is priced from the newest layer
      *           back (any quantity the layers do not cover at the
      *           item master cost). The age-bucket table on
      *           OBSOCTL.DAT (minimum age in days, reserve percent,
      *           caption) sets the reserve each item needs. The
      *           slow-moving/obsolete report goes to OBSOLETE.RPT,
      *           and the difference between the new requirement and
      *           the reserve last booked (OBSORSV.DAT) posts to
      *           GLTRANS.DAT as one balanced batch between the
      *           inventory reserve and obsolescence expense
      *           accounts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-OBSOLESCENCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-BALANCE-FILE ASSIGN TO "INVBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

      * Last issue and first-stocked dates - kept by
      * INVENTORY-BALANCE-UPDATE.
           SELECT ITEM-ACTIVITY-FILE ASSIGN TO "ITEMLAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-FILE-STATUS.

      * FIFO cost layers as INVENTORY-COSTING last left them.
           SELECT COST-LAYER-FILE ASSIGN TO "INVLAYER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYER-FILE-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

      * One line per age bucket.
           SELECT OBSOLESCENCE-CONTROL-FILE ASSIGN TO "OBSOCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

      * The reserve requirement booked by the last run - what this
      * run's entry adjusts from.
           SELECT RESERVE-BOOKED-FILE ASSIGN TO "OBSORSV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKED-FILE-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT OBSOLESCENCE-REPORT-FILE ASSIGN TO "OBSOLETE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-BALANCE-FILE.
       01  INVENTORY-BALANCE-RECORD.
           05  IB-ITEM-ID          PIC X(6).
           05  IB-ON-HAND-EACHES   PIC S9(7) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  IB-LOCATION         PIC X(3).

       FD  ITEM-ACTIVITY-FILE.
       01  ITEM-ACTIVITY-RECORD.
           05  LA-ITEM-ID          PIC X(6).
           05  LA-LAST-ISSUE-DATE  PIC 9(8).
           05  LA-FIRST-STOCKED-DATE PIC 9(8).

       FD  COST-LAYER-FILE.
       01  COST-LAYER-RECORD.
           05  LY-ITEM-ID          PIC X(6).
           05  LY-QTY-REMAINING    PIC 9(7).
           05  LY-UNIT-COST        PIC 9(5)V9(2).
           05  LY-PO-NUMBER        PIC X(6).

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

      * An item at least OC-MIN-AGE-DAYS since its last issue takes
      * OC-RESERVE-PCT of its value; the oldest bucket it reaches
      * wins. Lines may come in any order.
       FD  OBSOLESCENCE-CONTROL-FILE.
       01  OBSOLESCENCE-CONTROL-RECORD.
           05  OC-MIN-AGE-DAYS     PIC 9(4).
           05  OC-RESERVE-PCT      PIC 9(3)V9(2).
           05  OC-CAPTION          PIC X(20).

       FD  RESERVE-BOOKED-FILE.
       01  RESERVE-BOOKED-RECORD.
           05  RB-RESERVE-AMOUNT   PIC 9(9)V9(2).
           05  RB-BOOKED-DATE      PIC 9(8).

       FD  GL-TRANSACTION-FILE.
       01  GL-TRANSACTION-RECORD.
           05  TX-ACCOUNT          PIC X(6).
           05  TX-TYPE             PIC X.
           05  TX-AMOUNT           PIC 9(7)V9(2).
           05  TX-SOURCE           PIC X(8).
           05  TX-BATCH-REF        PIC X(6).
           05  TX-COMPANY          PIC X(2).
       01  GL-BATCH-HEADER-VIEW REDEFINES GL-TRANSACTION-RECORD.
           05  BH-RECORD-TYPE      PIC X(2).
           05  BH-BATCH-ID         PIC X(6).
           05  BH-SOURCE           PIC X(8).
           05  BH-BATCH-DATE       PIC 9(8).
           05  FILLER              PIC X(6).
           05  BH-COMPANY          PIC X(2).
       01  GL-BATCH-TRAILER-VIEW REDEFINES GL-TRANSACTION-RECORD.
           05  BT-RECORD-TYPE      PIC X(2).
           05  BT-BATCH-ID         PIC X(6).
           05  BT-RECORD-COUNT     PIC 9(5).
           05  BT-DEBIT-TOTAL      PIC 9(7)V9(2).
           05  BT-CREDIT-TOTAL     PIC 9(7)V9(2).

       FD  OBSOLESCENCE-REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

           COPY EXCPFD.
           COPY SEALFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-BALANCE-FILE-STATUS  PIC XX.
       01  WS-ACTIVITY-FILE-STATUS PIC XX.
       01  WS-LAYER-FILE-STATUS    PIC XX.
       01  WS-ITEM-MASTER-STATUS   PIC XX.
       01  WS-CONTROL-FILE-STATUS  PIC XX.
       01  WS-BOOKED-FILE-STATUS   PIC XX.
       01  WS-GL-FILE-STATUS       PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-DAYS           PIC 9(7).
       01  WS-RESERVE-ACCOUNT      PIC X(6) VALUE "100310".
       01  WS-EXPENSE-ACCOUNT      PIC X(6) VALUE "510300".

      * Age buckets, youngest first once sorted. Used as given when
      * OBSOCTL.DAT is missing.
       01  WS-BUCKET-COUNT-MAX     PIC 9(2) VALUE 10.
       01  WS-BUCKET-COUNT         PIC 9(2) VALUE 0.
       01  BUCKET-TABLE.
           05  BUCKET-ENTRY OCCURS 10 TIMES
                                   INDEXED BY BK-IDX.
               10  BKE-MIN-AGE-DAYS    PIC 9(4).
               10  BKE-RESERVE-PCT     PIC 9(3)V9(2).
               10  BKE-CAPTION         PIC X(20).
               10  BKE-ITEM-COUNT      PIC 9(5).
               10  BKE-VALUE           PIC 9(11)V9(2).
               10  BKE-RESERVE         PIC 9(11)V9(2).

      * Item totals across locations, with the item's dates, cost
      * and bucket.
       01  WS-ITEM-COUNT-MAX       PIC 9(4) VALUE 1000.
       01  WS-ITEM-COUNT           PIC 9(4) VALUE 0.
       01  ITEM-AGE-TABLE.
           05  ITEM-AGE-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY IA-IDX.
               10  IAE-ITEM-ID         PIC X(6).
               10  IAE-DESCRIPTION     PIC X(25).
               10  IAE-ON-HAND         PIC S9(8).
               10  IAE-MASTER-COST     PIC 9(5)V9(2).
               10  IAE-AGE-FROM-DATE   PIC 9(8).
               10  IAE-DATE-BASIS      PIC X.
                   88  IAE-AGED-FROM-ISSUE     VALUE "I".
                   88  IAE-AGED-FROM-STOCKING  VALUE "S".
                   88  IAE-NO-DATE-ON-FILE     VALUE "N".
               10  IAE-AGE-DAYS        PIC 9(5).
               10  IAE-BUCKET-SUB      PIC 9(2).
               10  IAE-VALUE           PIC 9(9)V9(2).
               10  IAE-RESERVE         PIC 9(9)V9(2).
               10  IAE-MASTER-PRICED   PIC X.

       01  WS-LAYER-COUNT-MAX      PIC 9(4) VALUE 2000.
       01  WS-LAYER-COUNT          PIC 9(4) VALUE 0.
       01  LAYER-TABLE.
           05  LAYER-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY LY-IDX.
               10  LYE-ITEM-ID         PIC X(6).
               10  LYE-QTY-REMAINING   PIC 9(7).
               10  LYE-UNIT-COST       PIC 9(5)V9(2).

      * Sort scratch - a BUCKET-ENTRY is 60 bytes.
       01  WS-OUTER-SUB            PIC 9(2).
       01  WS-INNER-SUB            PIC 9(2).
       01  WS-SWAP-AREA            PIC X(60).

       01  WS-QTY-LEFT             PIC 9(8).
       01  WS-TAKE-QTY             PIC 9(8).
       01  WS-LOOKUP-ITEM          PIC X(6).
       01  WS-BUCKET-SUB           PIC 9(2).
       01  WS-PRINT-SUB            PIC 9(2).

       01  WS-TOTAL-VALUE          PIC 9(11)V9(2) VALUE 0.
       01  WS-NEW-RESERVE          PIC 9(11)V9(2) VALUE 0.
       01  WS-BOOKED-RESERVE       PIC 9(11)V9(2) VALUE 0.
       01  WS-BOOKED-DATE          PIC 9(8) VALUE 0.
       01  WS-ADJUSTMENT           PIC S9(11)V9(2) VALUE 0.
       01  WS-ADJUSTMENT-ABS       PIC 9(11)V9(2) VALUE 0.
       01  WS-GL-LINE-COUNT        PIC 9(5).
       01  WS-GL-POSTED-SWITCH     PIC X VALUE 'N'.
           88  GL-ENTRY-POSTED         VALUE 'Y'.
       01  WS-NO-DATE-COUNT        PIC 9(5) VALUE 0.
       01  WS-MASTER-PRICED-COUNT  PIC 9(5) VALUE 0.

       01  REPORT-HEADING-1.
           05  FILLER          PIC X(50) VALUE
               "SLOW-MOVING AND OBSOLETE INVENTORY RESERVE".
           05  FILLER          PIC X(9)  VALUE "AS OF    ".
           05  RH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(57) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH1-PAGE-NUMBER PIC ZZ9.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(8)  VALUE "ITEM".
           05  FILLER          PIC X(22) VALUE "DESCRIPTION".
           05  FILLER          PIC X(10) VALUE "   ON HAND".
           05  FILLER          PIC X(12) VALUE "  LAST ISSUE".
           05  FILLER          PIC X(7)  VALUE "   DAYS".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(22) VALUE "AGE BUCKET".
           05  FILLER          PIC X(15) VALUE "     FIFO VALUE".
           05  FILLER          PIC X(8)  VALUE "   PCT".
           05  FILLER          PIC X(14) VALUE "       RESERVE".
           05  FILLER          PIC X(6)  VALUE "  NOTE".
       01  REPORT-DETAIL-LINE.
           05  RD-ITEM-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DESCRIPTION  PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-ON-HAND      PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RD-AGE-FROM     PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-AGE-DAYS     PIC ZZ,ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-CAPTION      PIC X(20).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-VALUE        PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-PCT          PIC ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RD-RESERVE      PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-NOTE         PIC X(8).
       01  BUCKET-HEADING-LINE.
           05  FILLER          PIC X(20) VALUE "RESERVE BY AGE".
       01  BUCKET-TOTAL-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BT-CAPTION      PIC X(20).
           05  FILLER          PIC X(6)  VALUE " FROM ".
           05  BT-MIN-DAYS     PIC Z,ZZ9.
           05  FILLER          PIC X(7)  VALUE " DAYS  ".
           05  BT-ITEM-COUNT   PIC ZZ,ZZ9.
           05  FILLER          PIC X(8)  VALUE " ITEM(S)".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BT-VALUE        PIC $$,$$$,$$$,$$9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BT-PCT          PIC ZZ9.99.
           05  FILLER          PIC X(1)  VALUE "%".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BT-RESERVE      PIC $$,$$$,$$$,$$9.99.
       01  REPORT-TOTAL-LINE.
           05  RT-CAPTION      PIC X(40).
           05  RT-AMOUNT       PIC $$,$$$,$$$,$$9.99-.
       01  REPORT-COUNT-LINE.
           05  RC-CAPTION      PIC X(40).
           05  FILLER          PIC X(11) VALUE SPACES.
           05  RC-COUNT        PIC ZZ,ZZ9.
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            MOVE "INVENTORY-OBSOLESCENCE" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
            COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)

            OPEN OUTPUT OBSOLESCENCE-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: OBSOLETE.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS, " - NO RESERVE RUN"
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 050-LOAD-AGE-BUCKETS
            PERFORM 060-LOAD-BALANCES
            PERFORM 070-LOAD-ITEM-ACTIVITY
            PERFORM 075-LOAD-ITEM-MASTER
            PERFORM 080-LOAD-COST-LAYERS
            PERFORM 085-LOAD-BOOKED-RESERVE

            PERFORM VARYING IA-IDX FROM 1 BY 1
                  UNTIL IA-IDX > WS-ITEM-COUNT
               PERFORM 100-AGE-ONE-ITEM
            END-PERFORM

            PERFORM 810-WRITE-REPORT-HEADER
            PERFORM 200-WRITE-ITEM-LINES
            PERFORM 300-WRITE-BUCKET-TOTALS
            COMPUTE WS-ADJUSTMENT = WS-NEW-RESERVE - WS-BOOKED-RESERVE
            PERFORM 400-POST-RESERVE-ADJUSTMENT
            PERFORM 800-WRITE-REPORT-TOTALS
            CLOSE OBSOLESCENCE-REPORT-FILE

            DISPLAY "OBSOLESCENCE RESERVE: REQUIRED ", WS-NEW-RESERVE,
               ", PREVIOUSLY BOOKED ", WS-BOOKED-RESERVE,
               ", ADJUSTMENT ", WS-ADJUSTMENT
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * Defaults: under six months carries nothing, six to twelve a
      * quarter, one to two years half, two years and over all.
       050-LOAD-AGE-BUCKETS.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT OBSOLESCENCE-CONTROL-FILE
            IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "NOTICE: OBSOCTL.DAT NOT FOUND, STATUS = ",
                  WS-CONTROL-FILE-STATUS, " - STANDARD AGE BUCKETS"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ OBSOLESCENCE-CONTROL-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF OC-MIN-AGE-DAYS NOT NUMERIC
                           OR OC-RESERVE-PCT NOT NUMERIC
                           OR OC-RESERVE-PCT > 100
                        DISPLAY "WARNING: OBSOCTL.DAT LINE FOR ",
                           OC-CAPTION, " IGNORED - BAD AGE OR PERCENT"
                     ELSE
                        IF WS-BUCKET-COUNT < WS-BUCKET-COUNT-MAX
                           ADD 1 TO WS-BUCKET-COUNT
                           SET BK-IDX TO WS-BUCKET-COUNT
                           MOVE OC-MIN-AGE-DAYS TO
                              BKE-MIN-AGE-DAYS (BK-IDX)
                           MOVE OC-RESERVE-PCT TO
                              BKE-RESERVE-PCT (BK-IDX)
                           MOVE OC-CAPTION TO BKE-CAPTION (BK-IDX)
                        ELSE
                           DISPLAY "WARNING: AGE BUCKET TABLE FULL, "
                              "IGNORING ", OC-CAPTION
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            IF WS-CONTROL-FILE-STATUS = "10"
               CLOSE OBSOLESCENCE-CONTROL-FILE
            END-IF

            IF WS-BUCKET-COUNT = 0
               MOVE 4 TO WS-BUCKET-COUNT
               MOVE 0 TO BKE-MIN-AGE-DAYS (1)
               MOVE 0 TO BKE-RESERVE-PCT (1)
               MOVE "CURRENT" TO BKE-CAPTION (1)
               MOVE 181 TO BKE-MIN-AGE-DAYS (2)
               MOVE 25 TO BKE-RESERVE-PCT (2)
               MOVE "SLOW 6-12 MONTHS" TO BKE-CAPTION (2)
               MOVE 366 TO BKE-MIN-AGE-DAYS (3)
               MOVE 50 TO BKE-RESERVE-PCT (3)
               MOVE "SLOW 1-2 YEARS" TO BKE-CAPTION (3)
               MOVE 731 TO BKE-MIN-AGE-DAYS (4)
               MOVE 100 TO BKE-RESERVE-PCT (4)
               MOVE "OBSOLETE 2 YEARS+" TO BKE-CAPTION (4)
            END-IF

            PERFORM VARYING WS-OUTER-SUB FROM 1 BY 1
                  UNTIL WS-OUTER-SUB >= WS-BUCKET-COUNT
               PERFORM VARYING WS-INNER-SUB FROM 1 BY 1
                     UNTIL WS-INNER-SUB >
                        WS-BUCKET-COUNT - WS-OUTER-SUB
                  IF BKE-MIN-AGE-DAYS (WS-INNER-SUB) >
                        BKE-MIN-AGE-DAYS (WS-INNER-SUB + 1)
                     MOVE BUCKET-ENTRY (WS-INNER-SUB) TO WS-SWAP-AREA
                     MOVE BUCKET-ENTRY (WS-INNER-SUB + 1) TO
                        BUCKET-ENTRY (WS-INNER-SUB)
                     MOVE WS-SWAP-AREA TO
                        BUCKET-ENTRY (WS-INNER-SUB + 1)
                  END-IF
               END-PERFORM
            END-PERFORM
            PERFORM VARYING BK-IDX FROM 1 BY 1
                  UNTIL BK-IDX > WS-BUCKET-COUNT
               MOVE 0 TO BKE-ITEM-COUNT (BK-IDX)
               MOVE 0 TO BKE-VALUE (BK-IDX)
               MOVE 0 TO BKE-RESERVE (BK-IDX)
            END-PERFORM.

      * Same seal check as REORDER-REPORT - a reserve booked on
      * balances the perpetual update never wrote is refused.
      * Locations fold into one total per item.
       060-LOAD-BALANCES.

            PERFORM 930-RESET-SEAL
            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT INVENTORY-BALANCE-FILE
            IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: INVENTORY-BALANCE-FILE NOT FOUND, "
                  "STATUS = ", WS-BALANCE-FILE-STATUS,
                  ", ON-HAND TREATED AS ZERO"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ INVENTORY-BALANCE-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 062-SEAL-COUNT-BALANCE
                     PERFORM 064-ADD-TO-ITEM
               END-READ
            END-PERFORM
            IF WS-BALANCE-FILE-STATUS = "10"
               CLOSE INVENTORY-BALANCE-FILE
            END-IF
            MOVE "INVBAL.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: INVBAL.DAT FAILS ITS SEAL - "
                  "NO RESERVE RUN"
               MOVE "INVBAL.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "INVENTORY-OBSOLESCENCE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               CLOSE OBSOLESCENCE-REPORT-FILE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF.

       062-SEAL-COUNT-BALANCE.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE IB-ITEM-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE IB-LOCATION TO WS-SEAL-KEY-STRING (7:3)
            MOVE IB-ON-HAND-EACHES TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

       064-ADD-TO-ITEM.

            PERFORM VARYING IA-IDX FROM 1 BY 1
                  UNTIL IA-IDX > WS-ITEM-COUNT
               IF IAE-ITEM-ID (IA-IDX) = IB-ITEM-ID
                  ADD IB-ON-HAND-EACHES TO IAE-ON-HAND (IA-IDX)
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-ITEM-COUNT >= WS-ITEM-COUNT-MAX
               DISPLAY "WARNING: ITEM TABLE FULL, DROPPING BALANCE "
                  "FOR ", IB-ITEM-ID
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ITEM-COUNT
            SET IA-IDX TO WS-ITEM-COUNT
            INITIALIZE ITEM-AGE-ENTRY (IA-IDX)
            MOVE IB-ITEM-ID TO IAE-ITEM-ID (IA-IDX)
            MOVE IB-ON-HAND-EACHES TO IAE-ON-HAND (IA-IDX)
            MOVE "N" TO IAE-DATE-BASIS (IA-IDX)
            MOVE "N" TO IAE-MASTER-PRICED (IA-IDX).

      * Without the dates file no item can be aged - refused rather
      * than booking every item as never issued.
       070-LOAD-ITEM-ACTIVITY.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT ITEM-ACTIVITY-FILE
            IF WS-ACTIVITY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ITEMLAST.DAT OPEN FAILED, STATUS = ",
                  WS-ACTIVITY-FILE-STATUS, " - NO RESERVE RUN"
               MOVE "ITEMLAST.DAT MISSING - RESERVE RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "INVENTORY-OBSOLESCENCE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               CLOSE OBSOLESCENCE-REPORT-FILE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ ITEM-ACTIVITY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM VARYING IA-IDX FROM 1 BY 1
                           UNTIL IA-IDX > WS-ITEM-COUNT
                        IF IAE-ITEM-ID (IA-IDX) = LA-ITEM-ID
                           PERFORM 072-TAKE-AGE-DATE
                           EXIT PERFORM
                        END-IF
                     END-PERFORM
               END-READ
            END-PERFORM
            CLOSE ITEM-ACTIVITY-FILE.

       072-TAKE-AGE-DATE.

            IF LA-LAST-ISSUE-DATE IS NUMERIC
                  AND LA-LAST-ISSUE-DATE > 0
               MOVE LA-LAST-ISSUE-DATE TO IAE-AGE-FROM-DATE (IA-IDX)
               MOVE "I" TO IAE-DATE-BASIS (IA-IDX)
            ELSE
               IF LA-FIRST-STOCKED-DATE IS NUMERIC
                     AND LA-FIRST-STOCKED-DATE > 0
                  MOVE LA-FIRST-STOCKED-DATE TO
                     IAE-AGE-FROM-DATE (IA-IDX)
                  MOVE "S" TO IAE-DATE-BASIS (IA-IDX)
               END-IF
            END-IF.

       075-LOAD-ITEM-MASTER.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT ITEM-MASTER-FILE
            IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "WARNING: ITEMMAST.DAT OPEN FAILED, STATUS = ",
                  WS-ITEM-MASTER-STATUS, " - NO FALLBACK COSTS"
               EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ ITEM-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM VARYING IA-IDX FROM 1 BY 1
                           UNTIL IA-IDX > WS-ITEM-COUNT
                        IF IAE-ITEM-ID (IA-IDX) = IM-ITEM-ID
                           MOVE IM-DESCRIPTION TO
                              IAE-DESCRIPTION (IA-IDX)
                           MOVE IM-UNIT-COST TO
                              IAE-MASTER-COST (IA-IDX)
                           EXIT PERFORM
                        END-IF
                     END-PERFORM
               END-READ
            END-PERFORM
            CLOSE ITEM-MASTER-FILE.

      * Layers for items with no stock are skipped - the table only
      * has to hold what will be priced.
       080-LOAD-COST-LAYERS.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT COST-LAYER-FILE
            IF WS-LAYER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: INVLAYER.DAT OPEN FAILED, STATUS = ",
                  WS-LAYER-FILE-STATUS, " - VALUED AT MASTER COST"
               EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ COST-LAYER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-LAYER-COUNT < WS-LAYER-COUNT-MAX
                        ADD 1 TO WS-LAYER-COUNT
                        SET LY-IDX TO WS-LAYER-COUNT
                        MOVE LY-ITEM-ID TO LYE-ITEM-ID (LY-IDX)
                        MOVE LY-QTY-REMAINING TO
                           LYE-QTY-REMAINING (LY-IDX)
                        MOVE LY-UNIT-COST TO LYE-UNIT-COST (LY-IDX)
                     ELSE
                        DISPLAY "WARNING: LAYER TABLE FULL - ",
                           LY-ITEM-ID, " LAYER NOT LOADED"
                     END-IF
               END-READ
            END-PERFORM
            CLOSE COST-LAYER-FILE.

      * No booked reserve on file is the first run - the whole
      * requirement is the adjustment.
       085-LOAD-BOOKED-RESERVE.

            OPEN INPUT RESERVE-BOOKED-FILE
            IF WS-BOOKED-FILE-STATUS NOT = "00"
               DISPLAY "NOTICE: NO BOOKED RESERVE (OBSORSV.DAT STATUS "
                  "= ", WS-BOOKED-FILE-STATUS, ") - STARTING FROM ZERO"
               EXIT PARAGRAPH
            END-IF
            READ RESERVE-BOOKED-FILE
               AT END
                  CONTINUE
               NOT AT END
                  ADD 1 TO WS-RUNSTAT-RECORDS-READ
                  IF RB-RESERVE-AMOUNT IS NUMERIC
                     MOVE RB-RESERVE-AMOUNT TO WS-BOOKED-RESERVE
                     MOVE RB-BOOKED-DATE TO WS-BOOKED-DATE
                  END-IF
            END-READ
            CLOSE RESERVE-BOOKED-FILE.

      * Age, FIFO value and bucket for one item. Stock on hand is
      * the newest receipts, so the layers are walked newest first.
      * An item with no date on file ages into the oldest bucket -
      * the reserve errs toward caution until its dates exist.
       100-AGE-ONE-ITEM.

            IF IAE-ON-HAND (IA-IDX) NOT > 0
               EXIT PARAGRAPH
            END-IF

            IF IAE-NO-DATE-ON-FILE (IA-IDX)
               MOVE 99999 TO IAE-AGE-DAYS (IA-IDX)
               ADD 1 TO WS-NO-DATE-COUNT
            ELSE
               IF FUNCTION INTEGER-OF-DATE (IAE-AGE-FROM-DATE (IA-IDX))
                     > WS-TODAY-DAYS
                  MOVE 0 TO IAE-AGE-DAYS (IA-IDX)
               ELSE
                  COMPUTE IAE-AGE-DAYS (IA-IDX) = WS-TODAY-DAYS
                     - FUNCTION INTEGER-OF-DATE
                        (IAE-AGE-FROM-DATE (IA-IDX))
               END-IF
            END-IF

            MOVE 1 TO WS-BUCKET-SUB
            PERFORM VARYING BK-IDX FROM 1 BY 1
                  UNTIL BK-IDX > WS-BUCKET-COUNT
               IF IAE-AGE-DAYS (IA-IDX) >= BKE-MIN-AGE-DAYS (BK-IDX)
                  SET WS-BUCKET-SUB TO BK-IDX
               END-IF
            END-PERFORM
            MOVE WS-BUCKET-SUB TO IAE-BUCKET-SUB (IA-IDX)

            MOVE IAE-ON-HAND (IA-IDX) TO WS-QTY-LEFT
            MOVE 0 TO IAE-VALUE (IA-IDX)
            PERFORM VARYING LY-IDX FROM WS-LAYER-COUNT BY -1
                  UNTIL LY-IDX < 1 OR WS-QTY-LEFT = 0
               IF LYE-ITEM-ID (LY-IDX) = IAE-ITEM-ID (IA-IDX)
                  IF LYE-QTY-REMAINING (LY-IDX) >= WS-QTY-LEFT
                     MOVE WS-QTY-LEFT TO WS-TAKE-QTY
                  ELSE
                     MOVE LYE-QTY-REMAINING (LY-IDX) TO WS-TAKE-QTY
                  END-IF
                  COMPUTE IAE-VALUE (IA-IDX) ROUNDED =
                     IAE-VALUE (IA-IDX)
                     + WS-TAKE-QTY * LYE-UNIT-COST (LY-IDX)
                  SUBTRACT WS-TAKE-QTY FROM WS-QTY-LEFT
               END-IF
            END-PERFORM
            IF WS-QTY-LEFT > 0
               COMPUTE IAE-VALUE (IA-IDX) ROUNDED =
                  IAE-VALUE (IA-IDX)
                  + WS-QTY-LEFT * IAE-MASTER-COST (IA-IDX)
               MOVE "Y" TO IAE-MASTER-PRICED (IA-IDX)
               ADD 1 TO WS-MASTER-PRICED-COUNT
            END-IF

            SET BK-IDX TO WS-BUCKET-SUB
            COMPUTE IAE-RESERVE (IA-IDX) ROUNDED =
               IAE-VALUE (IA-IDX) * BKE-RESERVE-PCT (BK-IDX) / 100
            ADD 1 TO BKE-ITEM-COUNT (BK-IDX)
            ADD IAE-VALUE (IA-IDX) TO BKE-VALUE (BK-IDX)
            ADD IAE-RESERVE (IA-IDX) TO BKE-RESERVE (BK-IDX)
            ADD IAE-VALUE (IA-IDX) TO WS-TOTAL-VALUE
            ADD IAE-RESERVE (IA-IDX) TO WS-NEW-RESERVE.

      * Oldest bucket first - what the auditors ask about leads.
       200-WRITE-ITEM-LINES.

            PERFORM VARYING WS-PRINT-SUB FROM WS-BUCKET-COUNT BY -1
                  UNTIL WS-PRINT-SUB < 1
               PERFORM VARYING IA-IDX FROM 1 BY 1
                     UNTIL IA-IDX > WS-ITEM-COUNT
                  IF IAE-ON-HAND (IA-IDX) > 0
                        AND IAE-BUCKET-SUB (IA-IDX) = WS-PRINT-SUB
                     PERFORM 210-WRITE-ONE-ITEM
                  END-IF
               END-PERFORM
            END-PERFORM.

       210-WRITE-ONE-ITEM.

            SET BK-IDX TO IAE-BUCKET-SUB (IA-IDX)
            MOVE IAE-ITEM-ID (IA-IDX) TO RD-ITEM-ID
            MOVE IAE-DESCRIPTION (IA-IDX) TO RD-DESCRIPTION
            MOVE IAE-ON-HAND (IA-IDX) TO RD-ON-HAND
            MOVE SPACES TO RD-NOTE
            EVALUATE TRUE
               WHEN IAE-AGED-FROM-ISSUE (IA-IDX)
                  MOVE IAE-AGE-FROM-DATE (IA-IDX) TO RD-AGE-FROM
                  MOVE IAE-AGE-DAYS (IA-IDX) TO RD-AGE-DAYS
               WHEN IAE-AGED-FROM-STOCKING (IA-IDX)
                  MOVE "NEVER" TO RD-AGE-FROM
                  MOVE IAE-AGE-DAYS (IA-IDX) TO RD-AGE-DAYS
                  MOVE "NO ISSUE" TO RD-NOTE
               WHEN OTHER
                  MOVE "NO DATE" TO RD-AGE-FROM
                  MOVE 0 TO RD-AGE-DAYS
                  MOVE "NO DATE" TO RD-NOTE
            END-EVALUATE
            IF IAE-MASTER-PRICED (IA-IDX) = "Y"
               MOVE "MASTER $" TO RD-NOTE
            END-IF
            MOVE BKE-CAPTION (BK-IDX) TO RD-CAPTION
            MOVE IAE-VALUE (IA-IDX) TO RD-VALUE
            MOVE BKE-RESERVE-PCT (BK-IDX) TO RD-PCT
            MOVE IAE-RESERVE (IA-IDX) TO RD-RESERVE
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

       300-WRITE-BUCKET-TOTALS.

            IF WS-PAGE-LINE-COUNT + WS-BUCKET-COUNT + 3
                  > WS-PAGE-LINES-PER-PAGE
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            WRITE REPORT-LINE FROM BUCKET-HEADING-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            PERFORM VARYING BK-IDX FROM 1 BY 1
                  UNTIL BK-IDX > WS-BUCKET-COUNT
               MOVE BKE-CAPTION (BK-IDX) TO BT-CAPTION
               MOVE BKE-MIN-AGE-DAYS (BK-IDX) TO BT-MIN-DAYS
               MOVE BKE-ITEM-COUNT (BK-IDX) TO BT-ITEM-COUNT
               MOVE BKE-VALUE (BK-IDX) TO BT-VALUE
               MOVE BKE-RESERVE-PCT (BK-IDX) TO BT-PCT
               MOVE BKE-RESERVE (BK-IDX) TO BT-RESERVE
               WRITE REPORT-LINE FROM BUCKET-TOTAL-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-PERFORM.

      * The reserve is a contra-asset: raising it credits the
      * reserve and charges obsolescence expense; releasing it runs
      * the other way. The new requirement is recorded as booked
      * only once its entry is on GLTRANS.DAT.
       400-POST-RESERVE-ADJUSTMENT.

            IF WS-ADJUSTMENT = 0
               MOVE 'Y' TO WS-GL-POSTED-SWITCH
               PERFORM 450-RECORD-BOOKED-RESERVE
               EXIT PARAGRAPH
            END-IF
            IF WS-ADJUSTMENT < 0
               COMPUTE WS-ADJUSTMENT-ABS = 0 - WS-ADJUSTMENT
            ELSE
               MOVE WS-ADJUSTMENT TO WS-ADJUSTMENT-ABS
            END-IF
            IF WS-ADJUSTMENT-ABS > 9999999.99
               DISPLAY "ERROR: RESERVE ADJUSTMENT ", WS-ADJUSTMENT,
                  " EXCEEDS ONE GL LINE - NOT POSTED"
               MOVE "RESERVE ADJUSTMENT TOO LARGE - NOT POSTED"
                  TO EL-MESSAGE
               MOVE "INVENTORY-OBSOLESCENCE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            OPEN EXTEND GL-TRANSACTION-FILE
            IF WS-GL-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-TRANSACTION-FILE
            END-IF
            IF WS-GL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: GLTRANS.DAT OPEN FAILED, STATUS = ",
                  WS-GL-FILE-STATUS, " - RESERVE NOT POSTED"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO GL-TRANSACTION-RECORD
            MOVE "BH" TO BH-RECORD-TYPE
            MOVE "INVOBS" TO BH-BATCH-ID
            MOVE "INVOBSOL" TO BH-SOURCE
            MOVE WS-TODAY-DATE TO BH-BATCH-DATE
            WRITE GL-TRANSACTION-RECORD

            MOVE SPACES TO GL-TRANSACTION-RECORD
            MOVE WS-EXPENSE-ACCOUNT TO TX-ACCOUNT
            IF WS-ADJUSTMENT > 0
               MOVE "D" TO TX-TYPE
            ELSE
               MOVE "C" TO TX-TYPE
            END-IF
            MOVE WS-ADJUSTMENT-ABS TO TX-AMOUNT
            MOVE "INVOBSOL" TO TX-SOURCE
            MOVE "INVOBS" TO TX-BATCH-REF
            WRITE GL-TRANSACTION-RECORD

            MOVE SPACES TO GL-TRANSACTION-RECORD
            MOVE WS-RESERVE-ACCOUNT TO TX-ACCOUNT
            IF WS-ADJUSTMENT > 0
               MOVE "C" TO TX-TYPE
            ELSE
               MOVE "D" TO TX-TYPE
            END-IF
            MOVE WS-ADJUSTMENT-ABS TO TX-AMOUNT
            MOVE "INVOBSOL" TO TX-SOURCE
            MOVE "INVOBS" TO TX-BATCH-REF
            WRITE GL-TRANSACTION-RECORD
            MOVE 2 TO WS-GL-LINE-COUNT

            MOVE SPACES TO GL-TRANSACTION-RECORD
            MOVE "BT" TO BT-RECORD-TYPE
            MOVE "INVOBS" TO BT-BATCH-ID
            MOVE WS-GL-LINE-COUNT TO BT-RECORD-COUNT
            MOVE WS-ADJUSTMENT-ABS TO BT-DEBIT-TOTAL
            MOVE WS-ADJUSTMENT-ABS TO BT-CREDIT-TOTAL
            WRITE GL-TRANSACTION-RECORD
            ADD 2 TO WS-GL-LINE-COUNT
            ADD WS-GL-LINE-COUNT TO WS-RUNSTAT-RECORDS-WRITTEN
            CLOSE GL-TRANSACTION-FILE
            MOVE 'Y' TO WS-GL-POSTED-SWITCH
            PERFORM 450-RECORD-BOOKED-RESERVE.

       450-RECORD-BOOKED-RESERVE.

            OPEN OUTPUT RESERVE-BOOKED-FILE
            IF WS-BOOKED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: OBSORSV.DAT OPEN FAILED, STATUS = ",
                  WS-BOOKED-FILE-STATUS, " - NEXT RUN WILL REPOST "
                  "THIS ADJUSTMENT"
               MOVE "OBSORSV.DAT NOT UPDATED - RESERVE REPOSTS"
                  TO EL-MESSAGE
               MOVE "INVENTORY-OBSOLESCENCE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE WS-NEW-RESERVE TO RB-RESERVE-AMOUNT
            MOVE WS-TODAY-DATE TO RB-BOOKED-DATE
            WRITE RESERVE-BOOKED-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            CLOSE RESERVE-BOOKED-FILE.

       800-WRITE-REPORT-TOTALS.

            IF WS-PAGE-LINE-COUNT + 8 > WS-PAGE-LINES-PER-PAGE
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            MOVE "INVENTORY AT FIFO COST" TO RT-CAPTION
            MOVE WS-TOTAL-VALUE TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "RESERVE REQUIRED" TO RT-CAPTION
            MOVE WS-NEW-RESERVE TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "RESERVE PREVIOUSLY BOOKED" TO RT-CAPTION
            MOVE WS-BOOKED-RESERVE TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            IF GL-ENTRY-POSTED
               MOVE "ADJUSTMENT POSTED (BATCH INVOBS)" TO RT-CAPTION
            ELSE
               MOVE "ADJUSTMENT NOT POSTED - SEE SYSOUT" TO RT-CAPTION
            END-IF
            MOVE WS-ADJUSTMENT TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            IF WS-NO-DATE-COUNT > 0
               MOVE "ITEMS WITH NO DATE - RESERVED AS OLDEST"
                  TO RC-CAPTION
               MOVE WS-NO-DATE-COUNT TO RC-COUNT
               PERFORM 875-WRITE-COUNT-LINE
            END-IF
            IF WS-MASTER-PRICED-COUNT > 0
               MOVE "ITEMS PRICED PAST THEIR LAYERS" TO RC-CAPTION
               MOVE WS-MASTER-PRICED-COUNT TO RC-COUNT
               PERFORM 875-WRITE-COUNT-LINE
            END-IF.

       810-WRITE-REPORT-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER
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

       870-WRITE-TOTAL-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       875-WRITE-COUNT-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-COUNT-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

           COPY EXCPLOG.
           COPY SEALTBL.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM INVENTORY-OBSOLESCENCE.
