      *           stock status report in whole cases plus leftover
      *           eaches using the same DIVIDE/REMAINDER case math
      *           INVENTORY-CASE-CONVERSION established.
      *           Kits are built and broken down here too: a K
      *           transaction assembles IT-QUANTITY of the parent
      *           item from its bill of materials (BOMMAST.DAT -
      *           parent, component, quantity per), consuming every
      *           component at the location and producing the
      *           parent; a D transaction disassembles the other way.
      *           An assembly that would drive any component
      *           negative is rejected whole, as is a kit with no
      *           bill. Every assembly applied is written to
      *           KITASSY.DAT, so INVENTORY-COSTING builds the
      *           parent's cost from the component layers only for
      *           the kits that were actually put together.
      *           Each item's last issue date (and the date it was
      *           first stocked) rolls old/new beside the balances
      *           in ITEMLAST.DAT/ITEMLAST.NEW - an applied issue or
      *           a component consumed by an assembly stamps the run
      *           date - so INVENTORY-OBSOLESCENCE can age on-hand
      *           without reading a year of INVTRAN.DAT by hand.
      *           Lot-tracked stock carries a balance per lot under
      *           each item and location, rolled old/new in
      *           INVLOT.DAT/INVLOT.NEW: a receipt lands in the lot
      *           (and expiration) INVRECPT.DAT recorded for it, an
      *           issue or transfer that names no lot draws the
      *           first-expiring lot first, and the quantity no lot
      *           covers is the item's untracked stock. A count
      *           decrease that names no lot comes out of untracked
      *           stock first. Every lot movement is appended to
      *           LOTHIST.DAT with its source document, so a recall
      *           can be traced to the invoices the lot shipped on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

      * Bill of materials - one line per parent/component pair.
           SELECT BILL-OF-MATERIALS-FILE ASSIGN TO "BOMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-FILE-STATUS.

      * The assemblies and disassemblies this run applied, for
      * INVENTORY-COSTING - written fresh each run, like the
      * balances.
           SELECT KIT-ASSEMBLY-FILE ASSIGN TO "KITASSY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIT-FILE-STATUS.

      * Last issue date per item, rolled with the balances.
           SELECT ITEM-ACTIVITY-OLD-FILE ASSIGN TO "ITEMLAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-OLD-STATUS.

           SELECT ITEM-ACTIVITY-NEW-FILE ASSIGN TO "ITEMLAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-NEW-STATUS.

      * Receipt paperwork - read for the lot and expiration of
      * each PO receipt.
           SELECT INVENTORY-RECEIPT-FILE ASSIGN TO "INVRECPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-FILE-STATUS.

      * Per-lot balances, rolled with INVBAL.
           SELECT LOT-BALANCE-OLD-FILE ASSIGN TO "INVLOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-OLD-STATUS.

           SELECT LOT-BALANCE-NEW-FILE ASSIGN TO "INVLOT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-NEW-STATUS.

      * Lot movement history, appended run over run like
      * VARHIST.DAT.
           SELECT LOT-HISTORY-FILE ASSIGN TO "LOTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-HISTORY-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * "T" moves IT-QUANTITY from IT-LOCATION to IT-TO-LOCATION
      * as one balanced operation.
               88  IT-IS-TRANSFER      VALUE "T".
      * "K" assembles IT-QUANTITY of the kit IT-ITEM-ID from its
      * components at IT-LOCATION; "D" breaks that many down.
               88  IT-IS-ASSEMBLY      VALUE "K".
               88  IT-IS-DISASSEMBLY   VALUE "D".
      * Stock location - the second warehouse ended the one-balance-
      * per-item world. Spaces on a record written before the field
      * existed reads as the main warehouse, WH1.
           05  IT-LOCATION         PIC X(3).
           05  IT-TO-LOCATION      PIC X(3).
      * Source document - the invoice an issue shipped on, the RMA
      * a return came back under. Spaces on records written
      * before the field existed, and on counts and transfers.
           05  IT-REFERENCE        PIC X(6).
      * Lot the movement belongs to. Spaces on an issue or
      * transfer draw first-expiring lot first, on a count decrease
      * untracked stock first; spaces on a receipt take the lot
      * INVRECPT.DAT recorded for that PO.
           05  IT-LOT-NUMBER       PIC X(10).

       FD  INVENTORY-BALANCE-OLD-FILE.
       01  INVENTORY-BALANCE-OLD-RECORD.
      * schedule. Spaces (pre-classification) schedule as C.
           05  IM-ABC-CLASS        PIC X.

       FD  BILL-OF-MATERIALS-FILE.
       01  BILL-OF-MATERIALS-RECORD.
           05  BM-PARENT-ITEM      PIC X(6).
           05  BM-COMPONENT-ITEM   PIC X(6).
      * Eaches of the component in one each of the parent.
           05  BM-QTY-PER          PIC 9(5).

       FD  KIT-ASSEMBLY-FILE.
       01  KIT-ASSEMBLY-RECORD.
           05  KA-TRANS-TYPE       PIC X.
           05  KA-PARENT-ITEM      PIC X(6).
           05  KA-QUANTITY         PIC 9(6).
           05  KA-LOCATION         PIC X(3).
           05  KA-REFERENCE        PIC X(6).

      * Zero last-issue date - never issued since the file began;
      * the item then ages from the date it was first stocked.
       FD  ITEM-ACTIVITY-OLD-FILE.
       01  ITEM-ACTIVITY-OLD-RECORD.
           05  LO-ITEM-ID          PIC X(6).
           05  LO-LAST-ISSUE-DATE  PIC 9(8).
           05  LO-FIRST-STOCKED-DATE PIC 9(8).

       FD  ITEM-ACTIVITY-NEW-FILE.
       01  ITEM-ACTIVITY-NEW-RECORD.
           05  LN-ITEM-ID          PIC X(6).
           05  LN-LAST-ISSUE-DATE  PIC 9(8).
           05  LN-FIRST-STOCKED-DATE PIC 9(8).

       FD  INVENTORY-RECEIPT-FILE.
       01  INVENTORY-RECEIPT-RECORD.
           05  IR-ITEM-ID          PIC X(6).
           05  IR-EACHES-RECEIVED  PIC 9(6).
           05  IR-EACHES-PER-CASE  PIC 9(3).
           05  IR-UNIT-COST        PIC 9(5)V9(2).
           05  IR-PO-NUMBER        PIC X(6).
           05  IR-LOT-NUMBER       PIC X(10).
           05  IR-EXPIRATION-DATE  PIC 9(8).

      * Zero expiration - the lot does not expire.
       FD  LOT-BALANCE-OLD-FILE.
       01  LOT-BALANCE-OLD-RECORD.
           05  LTO-ITEM-ID         PIC X(6).
           05  LTO-LOCATION        PIC X(3).
           05  LTO-LOT-NUMBER      PIC X(10).
           05  LTO-EXPIRATION-DATE PIC 9(8).
           05  LTO-ON-HAND-EACHES  PIC S9(7) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

       FD  LOT-BALANCE-NEW-FILE.
       01  LOT-BALANCE-NEW-RECORD.
           05  LTN-ITEM-ID         PIC X(6).
           05  LTN-LOCATION        PIC X(3).
           05  LTN-LOT-NUMBER      PIC X(10).
           05  LTN-EXPIRATION-DATE PIC 9(8).
           05  LTN-ON-HAND-EACHES  PIC S9(7) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

      * Quantity signed - into the lot positive, out negative.
      * LH-REFERENCE is the transaction's source document: the
      * invoice an issue shipped on.
       FD  LOT-HISTORY-FILE.
       01  LOT-HISTORY-RECORD.
           05  LH-ACTIVITY-DATE    PIC 9(8).
           05  LH-TRANS-TYPE       PIC X.
           05  LH-ITEM-ID          PIC X(6).
           05  LH-LOCATION         PIC X(3).
           05  LH-LOT-NUMBER       PIC X(10).
           05  LH-QUANTITY         PIC S9(7) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  LH-REFERENCE        PIC X(6).

           COPY EXCPFD.
           COPY SEALFD.
           COPY RUNHFD.
       01  WS-BALANCE-NEW-STATUS   PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-ITEM-MASTER-STATUS   PIC XX.
       01  WS-BOM-FILE-STATUS      PIC XX.
       01  WS-KIT-FILE-STATUS      PIC XX.
       01  WS-ACTIVITY-OLD-STATUS  PIC XX.
       01  WS-ACTIVITY-NEW-STATUS  PIC XX.
       01  WS-RECEIPT-FILE-STATUS  PIC XX.
       01  WS-LOT-OLD-STATUS       PIC XX.
       01  WS-LOT-NEW-STATUS       PIC XX.
       01  WS-LOT-HISTORY-STATUS   PIC XX.
       01  WS-LOT-HISTORY-OPEN     PIC X VALUE 'N'.
           88  LOT-HISTORY-IS-OPEN     VALUE 'Y'.
       01  WS-KIT-OPEN-SWITCH      PIC X VALUE 'N'.
           88  KIT-FILE-IS-OPEN        VALUE 'Y'.

       01  WS-TRANS-EOF-SWITCH     PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS     VALUE 'Y'.
           88  END-OF-OLD-BALANCES     VALUE 'Y'.
       01  WS-ITEM-MASTER-EOF      PIC X VALUE 'N'.
           88  END-OF-ITEM-MASTER      VALUE 'Y'.
       01  WS-BOM-EOF              PIC X VALUE 'N'.
           88  END-OF-BOM              VALUE 'Y'.
       01  WS-ACTIVITY-OLD-EOF     PIC X VALUE 'N'.
           88  END-OF-OLD-ACTIVITY     VALUE 'Y'.
       01  WS-RECEIPT-EOF          PIC X VALUE 'N'.
           88  END-OF-RECEIPTS         VALUE 'Y'.
       01  WS-LOT-OLD-EOF          PIC X VALUE 'N'.
           88  END-OF-OLD-LOTS         VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).

       01  WS-BALANCE-COUNT-MAX    PIC 9(4) VALUE 1000.
       01  WS-BALANCE-COUNT        PIC 9(4) VALUE 0.
      * warehouse) normalize to the main warehouse.
       01  WS-DEFAULT-LOCATION     PIC X(3) VALUE "WH1".
       01  WS-TRANS-LOCATION       PIC X(3).
      * The item 220-FIND-OR-ADD-BALANCE looks up - the
      * transaction's own item, or a kit component.
       01  WS-BALANCE-ITEM         PIC X(6).
       01  WS-TO-LOCATION          PIC X(3).
       01  WS-SOURCE-SUB           PIC 9(4).
       01  WS-EACHES-PER-CASE      PIC 9(3).

       01  WS-BOM-COUNT-MAX        PIC 9(4) VALUE 1000.
       01  WS-BOM-COUNT            PIC 9(4) VALUE 0.
       01  BOM-TABLE.
           05  BOM-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY BM-IDX.
               10  BME-PARENT-ITEM     PIC X(6).
               10  BME-COMPONENT-ITEM  PIC X(6).
               10  BME-QTY-PER         PIC 9(5).
       01  WS-KIT-COMPONENT-COUNT  PIC 9(4).
       01  WS-KIT-QUANTITY         PIC 9(6).
       01  WS-KIT-NEED             PIC 9(11).
       01  WS-KIT-AVAILABLE        PIC S9(7).
       01  WS-KIT-PARENT-SUB       PIC 9(4).
       01  WS-KIT-SHORT-SWITCH     PIC X.
           88  KIT-IS-SHORT            VALUE 'Y'.
       01  WS-KIT-ASSEMBLY-COUNT   PIC 9(5) VALUE 0.

       01  WS-ACTIVITY-COUNT-MAX   PIC 9(4) VALUE 1000.
       01  WS-ACTIVITY-COUNT       PIC 9(4) VALUE 0.
       01  ITEM-ACTIVITY-TABLE.
           05  ITEM-ACTIVITY-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY IA-IDX.
               10  IAE-ITEM-ID         PIC X(6).
               10  IAE-LAST-ISSUE-DATE PIC 9(8).
               10  IAE-FIRST-STOCKED-DATE PIC 9(8).

      * Lot-bearing PO receipts off INVRECPT.DAT. A receipt
      * transaction citing the PO takes the first one not yet
      * matched for its item.
       01  WS-RECEIPT-LOT-COUNT-MAX PIC 9(4) VALUE 1000.
       01  WS-RECEIPT-LOT-COUNT    PIC 9(4) VALUE 0.
       01  RECEIPT-LOT-TABLE.
           05  RECEIPT-LOT-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY RL-IDX.
               10  RLE-ITEM-ID         PIC X(6).
               10  RLE-PO-NUMBER       PIC X(6).
               10  RLE-LOT-NUMBER      PIC X(10).
               10  RLE-EXPIRATION-DATE PIC 9(8).
               10  RLE-MATCHED-SWITCH  PIC X.
                   88  RLE-IS-MATCHED      VALUE 'Y'.

       01  WS-LOT-COUNT-MAX        PIC 9(4) VALUE 2000.
       01  WS-LOT-COUNT            PIC 9(4) VALUE 0.
       01  LOT-BALANCE-TABLE.
           05  LOT-BALANCE-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY LB-IDX.
               10  LBE-ITEM-ID         PIC X(6).
               10  LBE-LOCATION        PIC X(3).
               10  LBE-LOT-NUMBER      PIC X(10).
               10  LBE-EXPIRATION-DATE PIC 9(8).
               10  LBE-ON-HAND         PIC S9(7).

      * The lot movement being applied. WS-LOT-NUMBER spaces on a
      * draw means first-expiring first; the lots a draw took are
      * left in DRAWN-LOT-TABLE so a transfer can land the same
      * lots at the other location.
       01  WS-LOT-NUMBER           PIC X(10).
       01  WS-LOT-EXPIRATION       PIC 9(8).
       01  WS-LOT-LOCATION         PIC X(3).
       01  WS-LOT-QUANTITY         PIC 9(7).
       01  WS-LOT-REMAINING        PIC 9(7).
       01  WS-LOT-TAKE             PIC 9(7).
       01  WS-LOT-AVAILABLE        PIC S9(7).
       01  WS-LOT-UNTRACKED        PIC S9(7).
       01  WS-LOT-HIST-TYPE        PIC X.
       01  WS-LOT-BEST-SUB         PIC 9(4).
       01  WS-LOT-BEST-EXPIRATION  PIC 9(8).
       01  WS-LOT-SORT-EXPIRATION  PIC 9(8).
       01  WS-DRAWN-COUNT-MAX      PIC 9(3) VALUE 100.
       01  WS-DRAWN-COUNT          PIC 9(3) VALUE 0.
       01  DRAWN-LOT-TABLE.
           05  DRAWN-LOT-ENTRY OCCURS 100 TIMES
                                   INDEXED BY DL-IDX.
               10  DLE-LOT-NUMBER      PIC X(10).
               10  DLE-EXPIRATION-DATE PIC 9(8).
               10  DLE-QUANTITY        PIC 9(7).
       01  WS-LOT-MOVES-COUNT      PIC 9(5) VALUE 0.

       01  WS-WHOLE-CASES          PIC 9(5).
       01  WS-LEFTOVER-EACHES      PIC 9(3).
       01  WS-ABS-ON-HAND          PIC 9(7).

            PERFORM 010-RECORD-RUN-START
            MOVE "INVENTORY-BALANCE-UPDATE" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
            PERFORM 050-OPEN-FILES
            PERFORM 060-LOAD-ITEM-MASTER
            PERFORM 065-LOAD-BILL-OF-MATERIALS
            PERFORM 070-LOAD-OLD-BALANCES
            PERFORM 080-LOAD-ITEM-ACTIVITY
            PERFORM 085-LOAD-RECEIPT-LOTS
            PERFORM 090-LOAD-OLD-LOTS

      * A failed seal means INVBAL.DAT is not the generation its
      * writer left - a botched promotion or a truncated copy -
            END-PERFORM

            PERFORM 500-WRITE-NEW-BALANCES
            PERFORM 520-WRITE-ITEM-ACTIVITY
            PERFORM 530-WRITE-LOT-BALANCES
            PERFORM 800-WRITE-STOCK-STATUS
            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            DISPLAY "INVENTORY UPDATE: ", WS-APPLIED-COUNT,
               " APPLIED, ", WS-REJECTED-COUNT, " REJECTED, ",
               WS-KIT-ASSEMBLY-COUNT, " KIT ASSEMBLIES, ",
               WS-LOT-MOVES-COUNT, " LOT MOVEMENTS.  "
               "PROMOTE INVBAL.NEW TO INVBAL.DAT, ITEMLAST.NEW "
               "TO ITEMLAST.DAT AND INVLOT.NEW TO INVLOT.DAT."
            STOP RUN.

       050-OPEN-FILES.
               DISPLAY "ERROR: STOCK-STATUS-REPORT-FILE OPEN FAILED,"
                  " STATUS = ", WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN OUTPUT KIT-ASSEMBLY-FILE
            IF WS-KIT-FILE-STATUS = "00"
               MOVE 'Y' TO WS-KIT-OPEN-SWITCH
            ELSE
               DISPLAY "ERROR: KITASSY.DAT OPEN FAILED, STATUS = ",
                  WS-KIT-FILE-STATUS, " - KIT TRANSACTIONS REJECTED"
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN EXTEND LOT-HISTORY-FILE
            IF WS-LOT-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT LOT-HISTORY-FILE
            END-IF
            IF WS-LOT-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-LOT-HISTORY-OPEN
            ELSE
               DISPLAY "WARNING: LOTHIST.DAT OPEN FAILED, STATUS = ",
                  WS-LOT-HISTORY-STATUS, " - LOT MOVEMENTS NOT "
                  "TRACEABLE THIS RUN"
            END-IF.

      * Not fatal if missing - items then fall back to the case
               CLOSE ITEM-MASTER-FILE
            END-IF.

      * Not fatal if missing - kit transactions are then rejected
      * for want of a bill. A line with no quantity, or naming its
      * own parent as a component, is dropped with a warning.
       065-LOAD-BILL-OF-MATERIALS.

            OPEN INPUT BILL-OF-MATERIALS-FILE
            IF WS-BOM-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-BOM-EOF
            END-IF
            PERFORM UNTIL END-OF-BOM
               READ BILL-OF-MATERIALS-FILE
                  AT END
                     MOVE 'Y' TO WS-BOM-EOF
                  NOT AT END
                     EVALUATE TRUE
                        WHEN BM-QTY-PER NOT NUMERIC
                              OR BM-QTY-PER = 0
                              OR BM-COMPONENT-ITEM = BM-PARENT-ITEM
                           DISPLAY "WARNING: BILL OF MATERIALS LINE "
                              BM-PARENT-ITEM, "/", BM-COMPONENT-ITEM,
                              " IGNORED - BAD QUANTITY OR COMPONENT"
                        WHEN WS-BOM-COUNT >= WS-BOM-COUNT-MAX
                           DISPLAY "WARNING: BILL OF MATERIALS TABLE "
                              "FULL, IGNORING ", BM-PARENT-ITEM, "/",
                              BM-COMPONENT-ITEM
                        WHEN OTHER
                           ADD 1 TO WS-BOM-COUNT
                           SET BM-IDX TO WS-BOM-COUNT
                           MOVE BM-PARENT-ITEM TO
                              BME-PARENT-ITEM (BM-IDX)
                           MOVE BM-COMPONENT-ITEM TO
                              BME-COMPONENT-ITEM (BM-IDX)
                           MOVE BM-QTY-PER TO BME-QTY-PER (BM-IDX)
                     END-EVALUATE
               END-READ
            END-PERFORM
            IF WS-BOM-FILE-STATUS = "10"
               CLOSE BILL-OF-MATERIALS-FILE
            END-IF.

      * A missing old generation is the first perpetual run ever.
       070-LOAD-OLD-BALANCES.

            MOVE "INVBAL.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL.

      * A missing old generation is the first run to keep dates;
      * every item then starts its clock today.
       080-LOAD-ITEM-ACTIVITY.

            OPEN INPUT ITEM-ACTIVITY-OLD-FILE
            IF WS-ACTIVITY-OLD-STATUS NOT = "00"
               MOVE 'Y' TO WS-ACTIVITY-OLD-EOF
            END-IF
            PERFORM UNTIL END-OF-OLD-ACTIVITY
               READ ITEM-ACTIVITY-OLD-FILE
                  AT END
                     MOVE 'Y' TO WS-ACTIVITY-OLD-EOF
                  NOT AT END
                     IF WS-ACTIVITY-COUNT < WS-ACTIVITY-COUNT-MAX
                        ADD 1 TO WS-ACTIVITY-COUNT
                        SET IA-IDX TO WS-ACTIVITY-COUNT
                        MOVE LO-ITEM-ID TO IAE-ITEM-ID (IA-IDX)
                        MOVE LO-LAST-ISSUE-DATE TO
                           IAE-LAST-ISSUE-DATE (IA-IDX)
                        MOVE LO-FIRST-STOCKED-DATE TO
                           IAE-FIRST-STOCKED-DATE (IA-IDX)
                     ELSE
                        DISPLAY "WARNING: ITEM ACTIVITY TABLE FULL, "
                           "DROPPING DATES FOR ", LO-ITEM-ID
                     END-IF
               END-READ
            END-PERFORM
            IF WS-ACTIVITY-OLD-STATUS = "10"
               CLOSE ITEM-ACTIVITY-OLD-FILE
            END-IF.

      * Raw file fields, not the normalized table - the seal
      * proves the bytes on disk against what the writer sealed.
       075-SEAL-COUNT-OLD-BALANCE.
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

      * Only receipts that carry a lot matter here. Not fatal if
      * missing - receipts then land in a lot only when the
      * transaction names one.
       085-LOAD-RECEIPT-LOTS.

            OPEN INPUT INVENTORY-RECEIPT-FILE
            IF WS-RECEIPT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-RECEIPT-EOF
            END-IF
            PERFORM UNTIL END-OF-RECEIPTS
               READ INVENTORY-RECEIPT-FILE
                  AT END
                     MOVE 'Y' TO WS-RECEIPT-EOF
                  NOT AT END
                     IF IR-LOT-NUMBER NOT = SPACES
                        IF WS-RECEIPT-LOT-COUNT <
                              WS-RECEIPT-LOT-COUNT-MAX
                           ADD 1 TO WS-RECEIPT-LOT-COUNT
                           SET RL-IDX TO WS-RECEIPT-LOT-COUNT
                           MOVE IR-ITEM-ID TO RLE-ITEM-ID (RL-IDX)
                           MOVE IR-PO-NUMBER TO RLE-PO-NUMBER (RL-IDX)
                           MOVE IR-LOT-NUMBER TO
                              RLE-LOT-NUMBER (RL-IDX)
                           IF IR-EXPIRATION-DATE IS NUMERIC
                              MOVE IR-EXPIRATION-DATE TO
                                 RLE-EXPIRATION-DATE (RL-IDX)
                           ELSE
                              MOVE 0 TO RLE-EXPIRATION-DATE (RL-IDX)
                           END-IF
                           MOVE 'N' TO RLE-MATCHED-SWITCH (RL-IDX)
                        ELSE
                           DISPLAY "WARNING: RECEIPT LOT TABLE FULL, "
                              "IGNORING LOT ", IR-LOT-NUMBER, " OF ",
                              IR-ITEM-ID
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            IF WS-RECEIPT-FILE-STATUS = "10"
               CLOSE INVENTORY-RECEIPT-FILE
            END-IF.

      * A missing old generation is the first run to keep lots;
      * all stock on hand starts out untracked.
       090-LOAD-OLD-LOTS.

            OPEN INPUT LOT-BALANCE-OLD-FILE
            IF WS-LOT-OLD-STATUS NOT = "00"
               MOVE 'Y' TO WS-LOT-OLD-EOF
            END-IF
            PERFORM UNTIL END-OF-OLD-LOTS
               READ LOT-BALANCE-OLD-FILE
                  AT END
                     MOVE 'Y' TO WS-LOT-OLD-EOF
                  NOT AT END
                     IF WS-LOT-COUNT < WS-LOT-COUNT-MAX
                        ADD 1 TO WS-LOT-COUNT
                        SET LB-IDX TO WS-LOT-COUNT
                        MOVE LTO-ITEM-ID TO LBE-ITEM-ID (LB-IDX)
                        IF LTO-LOCATION = SPACES
                           MOVE WS-DEFAULT-LOCATION TO
                              LBE-LOCATION (LB-IDX)
                        ELSE
                           MOVE LTO-LOCATION TO LBE-LOCATION (LB-IDX)
                        END-IF
                        MOVE LTO-LOT-NUMBER TO LBE-LOT-NUMBER (LB-IDX)
                        MOVE LTO-EXPIRATION-DATE TO
                           LBE-EXPIRATION-DATE (LB-IDX)
                        MOVE LTO-ON-HAND-EACHES TO
                           LBE-ON-HAND (LB-IDX)
                     ELSE
                        DISPLAY "WARNING: LOT TABLE FULL, DROPPING "
                           "LOT ", LTO-LOT-NUMBER, " OF ", LTO-ITEM-ID
                     END-IF
               END-READ
            END-PERFORM
            IF WS-LOT-OLD-STATUS = "10"
               CLOSE LOT-BALANCE-OLD-FILE
            END-IF.

      * A receipt adds, an issue subtracts (refused if it would
      * drive the item negative), an adjustment applies its own
      * sign. A receipt whose case size disagrees with the item
            IF WS-TRANS-LOCATION = SPACES
               MOVE WS-DEFAULT-LOCATION TO WS-TRANS-LOCATION
            END-IF
            MOVE IT-ITEM-ID TO WS-BALANCE-ITEM
            PERFORM 220-FIND-OR-ADD-BALANCE
            IF IB-IDX > WS-BALANCE-COUNT
               EXIT PARAGRAPH
            END-IF

      * Stock leaving a named lot has to be in that lot - the
      * whole movement is refused otherwise, before anything
      * moves.
            IF IT-LOT-NUMBER NOT = SPACES
                  AND (IT-IS-ISSUE OR IT-IS-TRANSFER
                     OR (IT-IS-ADJUSTMENT AND IT-QUANTITY < 0))
               PERFORM 310-CHECK-NAMED-LOT
               IF IT-IS-ADJUSTMENT
                  COMPUTE WS-LOT-QUANTITY = 0 - IT-QUANTITY
               ELSE
                  MOVE IT-QUANTITY TO WS-LOT-QUANTITY
               END-IF
               IF WS-LOT-QUANTITY > WS-LOT-AVAILABLE
                  DISPLAY "REJECTED: ", IT-TRANS-TYPE, " OF ",
                     WS-LOT-QUANTITY, " FOR ITEM ", IT-ITEM-ID,
                     " EXCEEDS LOT ", IT-LOT-NUMBER, " ON-HAND ",
                     WS-LOT-AVAILABLE
                  MOVE "MOVEMENT EXCEEDS THE NAMED LOT ON-HAND" TO
                     WS-ISSUE-MSG-TEXT
                  PERFORM 290-REJECT-TRANSACTION
                  EXIT PARAGRAPH
               END-IF
            END-IF

      * A transfer is its own balanced two-sided operation and
      * leaves the single-location math below alone.
            IF IT-IS-TRANSFER
               EXIT PARAGRAPH
            END-IF

      * So is a kit assembly or disassembly - the parent and every
      * component move together or not at all.
            IF IT-IS-ASSEMBLY OR IT-IS-DISASSEMBLY
               PERFORM 240-APPLY-KIT-TRANSACTION
               EXIT PARAGRAPH
            END-IF

            IF IT-IS-RECEIPT
               PERFORM 210-CHECK-RECEIPT-CASE-SIZE
            END-IF
               WHEN IT-IS-RECEIPT
                  ADD IT-QUANTITY TO IBE-ON-HAND (IB-IDX)
                  ADD 1 TO WS-APPLIED-COUNT
                  PERFORM 340-RECEIVE-INTO-LOT
               WHEN IT-IS-ISSUE
                  IF IT-QUANTITY > IBE-ON-HAND (IB-IDX)
                     DISPLAY "REJECTED: ISSUE OF ", IT-QUANTITY,
                  ELSE
                     SUBTRACT IT-QUANTITY FROM IBE-ON-HAND (IB-IDX)
                     ADD 1 TO WS-APPLIED-COUNT
                     PERFORM 260-STAMP-LAST-ISSUE
                     MOVE IT-QUANTITY TO WS-LOT-QUANTITY
                     MOVE IT-LOT-NUMBER TO WS-LOT-NUMBER
                     MOVE WS-TRANS-LOCATION TO WS-LOT-LOCATION
                     MOVE IT-TRANS-TYPE TO WS-LOT-HIST-TYPE
                     PERFORM 300-DRAW-FROM-LOTS
                  END-IF
               WHEN IT-IS-ADJUSTMENT
                  ADD IT-QUANTITY TO IBE-ON-HAND (IB-IDX)
                  ADD 1 TO WS-APPLIED-COUNT
                  PERFORM 350-ADJUST-LOTS
               WHEN OTHER
                  DISPLAY "REJECTED: UNKNOWN TRANSACTION TYPE ",
                     IT-TRANS-TYPE, " FOR ITEM ", IT-ITEM-ID

            PERFORM VARYING IB-IDX FROM 1 BY 1
                  UNTIL IB-IDX > WS-BALANCE-COUNT
               IF IBE-ITEM-ID (IB-IDX) = WS-BALANCE-ITEM
                     AND IBE-LOCATION (IB-IDX) = WS-TRANS-LOCATION
                  EXIT PERFORM
               END-IF
            IF IB-IDX > WS-BALANCE-COUNT
               IF WS-BALANCE-COUNT >= WS-BALANCE-COUNT-MAX
                  DISPLAY "WARNING: BALANCE TABLE FULL, TRANSACTION "
                     "FOR ", WS-BALANCE-ITEM, " NOT APPLIED"
                  ADD 1 TO WS-REJECTED-COUNT
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BALANCE-COUNT
               MOVE WS-BALANCE-COUNT TO IB-IDX
               MOVE WS-BALANCE-ITEM TO IBE-ITEM-ID (IB-IDX)
               MOVE WS-TRANS-LOCATION TO IBE-LOCATION (IB-IDX)
               MOVE 0 TO IBE-ON-HAND (IB-IDX)
            END-IF.
               EXIT PARAGRAPH
            END-IF
            ADD IT-QUANTITY TO IBE-ON-HAND (IB-IDX)
            ADD 1 TO WS-APPLIED-COUNT

      * The lots move with the stock - drawn at the source as any
      * issue would be, landed at the target with their own
      * expirations.
            MOVE IT-QUANTITY TO WS-LOT-QUANTITY
            MOVE IT-LOT-NUMBER TO WS-LOT-NUMBER
            MOVE IBE-LOCATION (WS-SOURCE-SUB) TO WS-LOT-LOCATION
            MOVE IT-TRANS-TYPE TO WS-LOT-HIST-TYPE
            PERFORM 300-DRAW-FROM-LOTS
            MOVE WS-TO-LOCATION TO WS-LOT-LOCATION
            PERFORM VARYING DL-IDX FROM 1 BY 1
                  UNTIL DL-IDX > WS-DRAWN-COUNT
               MOVE DLE-LOT-NUMBER (DL-IDX) TO WS-LOT-NUMBER
               MOVE DLE-EXPIRATION-DATE (DL-IDX) TO WS-LOT-EXPIRATION
               MOVE DLE-QUANTITY (DL-IDX) TO WS-LOT-QUANTITY
               PERFORM 320-ADD-TO-LOT
            END-PERFORM.

      * Kit assembly and disassembly. Every check is made before
      * anything moves: a positive quantity, a bill on file, room
      * in the balance table for any component not yet stocked
      * here, and - for an assembly - every component's on-hand at
      * the location covering quantity times quantity-per (one
      * short component rejects the lot, each shortage shown); for
      * a disassembly, the kits themselves on hand. IB-IDX arrives
      * on the parent's balance.
       240-APPLY-KIT-TRANSACTION.

            SET WS-KIT-PARENT-SUB TO IB-IDX
            MOVE 0 TO WS-KIT-COMPONENT-COUNT
            PERFORM VARYING BM-IDX FROM 1 BY 1
                  UNTIL BM-IDX > WS-BOM-COUNT
               IF BME-PARENT-ITEM (BM-IDX) = IT-ITEM-ID
                  ADD 1 TO WS-KIT-COMPONENT-COUNT
               END-IF
            END-PERFORM

            EVALUATE TRUE
               WHEN NOT KIT-FILE-IS-OPEN
                  DISPLAY "REJECTED: KIT TRANSACTION FOR ", IT-ITEM-ID,
                     " - KITASSY.DAT IS NOT OPEN"
                  MOVE "KIT TRANSACTION WITH NO KITASSY.DAT" TO
                     WS-ISSUE-MSG-TEXT
                  PERFORM 290-REJECT-TRANSACTION
                  EXIT PARAGRAPH
               WHEN IT-QUANTITY NOT > 0
                  DISPLAY "REJECTED: KIT TRANSACTION FOR ", IT-ITEM-ID,
                     " WITHOUT A POSITIVE QUANTITY"
                  MOVE "KIT TRANSACTION QUANTITY NOT POSITIVE" TO
                     WS-ISSUE-MSG-TEXT
                  PERFORM 290-REJECT-TRANSACTION
                  EXIT PARAGRAPH
               WHEN WS-KIT-COMPONENT-COUNT = 0
                  DISPLAY "REJECTED: KIT TRANSACTION FOR ", IT-ITEM-ID,
                     " - NO BILL OF MATERIALS ON FILE"
                  MOVE "KIT HAS NO BILL OF MATERIALS" TO
                     WS-ISSUE-MSG-TEXT
                  PERFORM 290-REJECT-TRANSACTION
                  EXIT PARAGRAPH
               WHEN WS-BALANCE-COUNT + WS-KIT-COMPONENT-COUNT
                     > WS-BALANCE-COUNT-MAX
                  DISPLAY "REJECTED: KIT TRANSACTION FOR ", IT-ITEM-ID,
                     " - BALANCE TABLE FULL"
                  MOVE "KIT TRANSACTION - BALANCE TABLE FULL" TO
                     WS-ISSUE-MSG-TEXT
                  PERFORM 290-REJECT-TRANSACTION
                  EXIT PARAGRAPH
            END-EVALUATE
            MOVE IT-QUANTITY TO WS-KIT-QUANTITY

            IF IT-IS-DISASSEMBLY
               IF WS-KIT-QUANTITY > IBE-ON-HAND (IB-IDX)
                  DISPLAY "REJECTED: DISASSEMBLY OF ", WS-KIT-QUANTITY,
                     " OF KIT ", IT-ITEM-ID, " EXCEEDS ON-HAND ",
                     IBE-ON-HAND (IB-IDX)
                  MOVE "DISASSEMBLY EXCEEDS KITS ON HAND" TO
                     WS-ISSUE-MSG-TEXT
                  PERFORM 290-REJECT-TRANSACTION
                  EXIT PARAGRAPH
               END-IF
            ELSE
               MOVE 'N' TO WS-KIT-SHORT-SWITCH
               PERFORM VARYING BM-IDX FROM 1 BY 1
                     UNTIL BM-IDX > WS-BOM-COUNT
                  IF BME-PARENT-ITEM (BM-IDX) = IT-ITEM-ID
                     PERFORM 250-CHECK-ONE-COMPONENT
                  END-IF
               END-PERFORM
               IF KIT-IS-SHORT
                  MOVE "ASSEMBLY WOULD DRIVE A COMPONENT NEGATIVE" TO
                     WS-ISSUE-MSG-TEXT
                  PERFORM 290-REJECT-TRANSACTION
                  EXIT PARAGRAPH
               END-IF
            END-IF

      * Components consumed, and kits broken down, draw their lots
      * first-expiring first; what an assembly or disassembly
      * produces is untracked stock.
            MOVE SPACES TO WS-LOT-NUMBER
            MOVE WS-TRANS-LOCATION TO WS-LOT-LOCATION
            MOVE IT-TRANS-TYPE TO WS-LOT-HIST-TYPE
            SET IB-IDX TO WS-KIT-PARENT-SUB
            IF IT-IS-ASSEMBLY
               ADD WS-KIT-QUANTITY TO IBE-ON-HAND (IB-IDX)
            ELSE
               SUBTRACT WS-KIT-QUANTITY FROM IBE-ON-HAND (IB-IDX)
               MOVE IT-ITEM-ID TO WS-BALANCE-ITEM
               MOVE WS-KIT-QUANTITY TO WS-LOT-QUANTITY
               PERFORM 300-DRAW-FROM-LOTS
            END-IF
            PERFORM VARYING BM-IDX FROM 1 BY 1
                  UNTIL BM-IDX > WS-BOM-COUNT
               IF BME-PARENT-ITEM (BM-IDX) = IT-ITEM-ID
                  MOVE BME-COMPONENT-ITEM (BM-IDX) TO WS-BALANCE-ITEM
                  PERFORM 220-FIND-OR-ADD-BALANCE
                  COMPUTE WS-KIT-NEED =
                     WS-KIT-QUANTITY * BME-QTY-PER (BM-IDX)
                  IF IT-IS-ASSEMBLY
                     SUBTRACT WS-KIT-NEED FROM IBE-ON-HAND (IB-IDX)
                     PERFORM 260-STAMP-LAST-ISSUE
                     MOVE WS-KIT-NEED TO WS-LOT-QUANTITY
                     PERFORM 300-DRAW-FROM-LOTS
                  ELSE
                     ADD WS-KIT-NEED TO IBE-ON-HAND (IB-IDX)
                  END-IF
               END-IF
            END-PERFORM

            MOVE IT-TRANS-TYPE TO KA-TRANS-TYPE
            MOVE IT-ITEM-ID TO KA-PARENT-ITEM
            MOVE WS-KIT-QUANTITY TO KA-QUANTITY
            MOVE WS-TRANS-LOCATION TO KA-LOCATION
            MOVE IT-REFERENCE TO KA-REFERENCE
            WRITE KIT-ASSEMBLY-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            ADD 1 TO WS-KIT-ASSEMBLY-COUNT
            ADD 1 TO WS-APPLIED-COUNT.

      * Looked up without adding - a component never stocked at
      * the location has none to give.
       250-CHECK-ONE-COMPONENT.

            COMPUTE WS-KIT-NEED =
               WS-KIT-QUANTITY * BME-QTY-PER (BM-IDX)
            MOVE 0 TO WS-KIT-AVAILABLE
            PERFORM VARYING IB-IDX FROM 1 BY 1
                  UNTIL IB-IDX > WS-BALANCE-COUNT
               IF IBE-ITEM-ID (IB-IDX) = BME-COMPONENT-ITEM (BM-IDX)
                     AND IBE-LOCATION (IB-IDX) = WS-TRANS-LOCATION
                  MOVE IBE-ON-HAND (IB-IDX) TO WS-KIT-AVAILABLE
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF WS-KIT-NEED > WS-KIT-AVAILABLE
               DISPLAY "REJECTED: ASSEMBLY OF ", WS-KIT-QUANTITY,
                  " OF KIT ", IT-ITEM-ID, " NEEDS ", WS-KIT-NEED,
                  " OF ", BME-COMPONENT-ITEM (BM-IDX), " - ON-HAND AT ",
                  WS-TRANS-LOCATION, " IS ", WS-KIT-AVAILABLE
               MOVE 'Y' TO WS-KIT-SHORT-SWITCH
            END-IF.

      * Today is WS-BALANCE-ITEM's last issue.
       260-STAMP-LAST-ISSUE.

            PERFORM 270-FIND-OR-ADD-ACTIVITY
            IF IA-IDX NOT > WS-ACTIVITY-COUNT
               MOVE WS-TODAY-DATE TO IAE-LAST-ISSUE-DATE (IA-IDX)
            END-IF.

      * An item seen for the first time was first stocked today.
       270-FIND-OR-ADD-ACTIVITY.

            PERFORM VARYING IA-IDX FROM 1 BY 1
                  UNTIL IA-IDX > WS-ACTIVITY-COUNT
               IF IAE-ITEM-ID (IA-IDX) = WS-BALANCE-ITEM
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF IA-IDX > WS-ACTIVITY-COUNT
                  AND WS-ACTIVITY-COUNT < WS-ACTIVITY-COUNT-MAX
               ADD 1 TO WS-ACTIVITY-COUNT
               SET IA-IDX TO WS-ACTIVITY-COUNT
               MOVE WS-BALANCE-ITEM TO IAE-ITEM-ID (IA-IDX)
               MOVE 0 TO IAE-LAST-ISSUE-DATE (IA-IDX)
               MOVE WS-TODAY-DATE TO IAE-FIRST-STOCKED-DATE (IA-IDX)
            END-IF.

      * The caller leaves the reason in WS-ISSUE-MSG-TEXT.
       290-REJECT-TRANSACTION.

            MOVE IT-ITEM-ID TO WS-ISSUE-MSG-ITEM
            MOVE WS-ISSUE-MSG-BUILD TO EL-MESSAGE
            MOVE "INVENTORY-BALANCE-UPDATE" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            ADD 1 TO WS-REJECTED-COUNT.

      * Takes WS-LOT-QUANTITY of WS-BALANCE-ITEM at WS-LOT-LOCATION
      * out of its lots - the named lot, or with none named the
      * earliest expiration first (a lot that never expires goes
      * last). Whatever the lots cannot cover came out of the
      * item's untracked stock.
       300-DRAW-FROM-LOTS.

            MOVE 0 TO WS-DRAWN-COUNT
            MOVE WS-LOT-QUANTITY TO WS-LOT-REMAINING
            PERFORM UNTIL WS-LOT-REMAINING = 0
               MOVE 0 TO WS-LOT-BEST-SUB
               MOVE 0 TO WS-LOT-BEST-EXPIRATION
               PERFORM VARYING LB-IDX FROM 1 BY 1
                     UNTIL LB-IDX > WS-LOT-COUNT
                  IF LBE-ITEM-ID (LB-IDX) = WS-BALANCE-ITEM
                        AND LBE-LOCATION (LB-IDX) = WS-LOT-LOCATION
                        AND LBE-ON-HAND (LB-IDX) > 0
                        AND (WS-LOT-NUMBER = SPACES
                           OR LBE-LOT-NUMBER (LB-IDX) = WS-LOT-NUMBER)
                     IF LBE-EXPIRATION-DATE (LB-IDX) = 0
                        MOVE 99999999 TO WS-LOT-SORT-EXPIRATION
                     ELSE
                        MOVE LBE-EXPIRATION-DATE (LB-IDX) TO
                           WS-LOT-SORT-EXPIRATION
                     END-IF
                     IF WS-LOT-BEST-SUB = 0
                           OR WS-LOT-SORT-EXPIRATION <
                              WS-LOT-BEST-EXPIRATION
                        SET WS-LOT-BEST-SUB TO LB-IDX
                        MOVE WS-LOT-SORT-EXPIRATION TO
                           WS-LOT-BEST-EXPIRATION
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-LOT-BEST-SUB = 0
                  EXIT PERFORM
               END-IF

               SET LB-IDX TO WS-LOT-BEST-SUB
               IF LBE-ON-HAND (LB-IDX) < WS-LOT-REMAINING
                  MOVE LBE-ON-HAND (LB-IDX) TO WS-LOT-TAKE
               ELSE
                  MOVE WS-LOT-REMAINING TO WS-LOT-TAKE
               END-IF
               SUBTRACT WS-LOT-TAKE FROM LBE-ON-HAND (LB-IDX)
               SUBTRACT WS-LOT-TAKE FROM WS-LOT-REMAINING
               IF IT-IS-ISSUE
                     AND LBE-EXPIRATION-DATE (LB-IDX) > 0
                     AND LBE-EXPIRATION-DATE (LB-IDX) < WS-TODAY-DATE
                  DISPLAY "WARNING: ISSUE OF ", IT-ITEM-ID, " ON ",
                     IT-REFERENCE, " SHIPS ", WS-LOT-TAKE,
                     " FROM LOT ", LBE-LOT-NUMBER (LB-IDX),
                     " EXPIRED ", LBE-EXPIRATION-DATE (LB-IDX)
               END-IF
               IF WS-DRAWN-COUNT < WS-DRAWN-COUNT-MAX
                  ADD 1 TO WS-DRAWN-COUNT
                  SET DL-IDX TO WS-DRAWN-COUNT
                  MOVE LBE-LOT-NUMBER (LB-IDX) TO
                     DLE-LOT-NUMBER (DL-IDX)
                  MOVE LBE-EXPIRATION-DATE (LB-IDX) TO
                     DLE-EXPIRATION-DATE (DL-IDX)
                  MOVE WS-LOT-TAKE TO DLE-QUANTITY (DL-IDX)
               ELSE
                  DISPLAY "WARNING: ", IT-ITEM-ID, " DREW MORE THAN ",
                     WS-DRAWN-COUNT-MAX, " LOTS - LOT ",
                     LBE-LOT-NUMBER (LB-IDX), " NOT CARRIED FORWARD"
               END-IF
               MOVE LBE-LOT-NUMBER (LB-IDX) TO LH-LOT-NUMBER
               COMPUTE LH-QUANTITY = 0 - WS-LOT-TAKE
               PERFORM 380-WRITE-LOT-HISTORY
            END-PERFORM.

      * On-hand of the lot the transaction names, at its location.
       310-CHECK-NAMED-LOT.

            MOVE 0 TO WS-LOT-AVAILABLE
            PERFORM VARYING LB-IDX FROM 1 BY 1
                  UNTIL LB-IDX > WS-LOT-COUNT
               IF LBE-ITEM-ID (LB-IDX) = IT-ITEM-ID
                     AND LBE-LOCATION (LB-IDX) = WS-TRANS-LOCATION
                     AND LBE-LOT-NUMBER (LB-IDX) = IT-LOT-NUMBER
                  MOVE LBE-ON-HAND (LB-IDX) TO WS-LOT-AVAILABLE
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * Puts WS-LOT-QUANTITY of WS-BALANCE-ITEM into lot
      * WS-LOT-NUMBER at WS-LOT-LOCATION. A full table leaves the
      * quantity untracked rather than losing it.
       320-ADD-TO-LOT.

            PERFORM VARYING LB-IDX FROM 1 BY 1
                  UNTIL LB-IDX > WS-LOT-COUNT
               IF LBE-ITEM-ID (LB-IDX) = WS-BALANCE-ITEM
                     AND LBE-LOCATION (LB-IDX) = WS-LOT-LOCATION
                     AND LBE-LOT-NUMBER (LB-IDX) = WS-LOT-NUMBER
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF LB-IDX > WS-LOT-COUNT
               IF WS-LOT-COUNT >= WS-LOT-COUNT-MAX
                  DISPLAY "WARNING: LOT TABLE FULL - ", WS-LOT-QUANTITY,
                     " OF ", WS-BALANCE-ITEM, " LOT ", WS-LOT-NUMBER,
                     " HELD AS UNTRACKED STOCK"
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LOT-COUNT
               SET LB-IDX TO WS-LOT-COUNT
               MOVE WS-BALANCE-ITEM TO LBE-ITEM-ID (LB-IDX)
               MOVE WS-LOT-LOCATION TO LBE-LOCATION (LB-IDX)
               MOVE WS-LOT-NUMBER TO LBE-LOT-NUMBER (LB-IDX)
               MOVE WS-LOT-EXPIRATION TO LBE-EXPIRATION-DATE (LB-IDX)
               MOVE 0 TO LBE-ON-HAND (LB-IDX)
            END-IF
            IF LBE-EXPIRATION-DATE (LB-IDX) = 0
               MOVE WS-LOT-EXPIRATION TO LBE-EXPIRATION-DATE (LB-IDX)
            END-IF
            ADD WS-LOT-QUANTITY TO LBE-ON-HAND (LB-IDX)
            MOVE WS-LOT-NUMBER TO LH-LOT-NUMBER
            MOVE WS-LOT-QUANTITY TO LH-QUANTITY
            PERFORM 380-WRITE-LOT-HISTORY.

      * Expiration of a lot named on a transaction - from a
      * balance of the same lot anywhere, else its receipt.
       330-FIND-LOT-EXPIRATION.

            MOVE 0 TO WS-LOT-EXPIRATION
            PERFORM VARYING LB-IDX FROM 1 BY 1
                  UNTIL LB-IDX > WS-LOT-COUNT
               IF LBE-ITEM-ID (LB-IDX) = WS-BALANCE-ITEM
                     AND LBE-LOT-NUMBER (LB-IDX) = WS-LOT-NUMBER
                     AND LBE-EXPIRATION-DATE (LB-IDX) > 0
                  MOVE LBE-EXPIRATION-DATE (LB-IDX) TO
                     WS-LOT-EXPIRATION
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            PERFORM VARYING RL-IDX FROM 1 BY 1
                  UNTIL RL-IDX > WS-RECEIPT-LOT-COUNT
               IF RLE-ITEM-ID (RL-IDX) = WS-BALANCE-ITEM
                     AND RLE-LOT-NUMBER (RL-IDX) = WS-LOT-NUMBER
                  MOVE RLE-EXPIRATION-DATE (RL-IDX) TO
                     WS-LOT-EXPIRATION
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM.

      * The lot a receipt lands in: the one the transaction names,
      * else the first unmatched INVRECPT.DAT lot for the item on
      * the PO the transaction cites. Neither - untracked stock.
       340-RECEIVE-INTO-LOT.

            IF IT-QUANTITY NOT > 0
               EXIT PARAGRAPH
            END-IF
            MOVE IT-LOT-NUMBER TO WS-LOT-NUMBER
            IF WS-LOT-NUMBER = SPACES
               IF IT-REFERENCE = SPACES
                  EXIT PARAGRAPH
               END-IF
               PERFORM VARYING RL-IDX FROM 1 BY 1
                     UNTIL RL-IDX > WS-RECEIPT-LOT-COUNT
                  IF RLE-ITEM-ID (RL-IDX) = IT-ITEM-ID
                        AND RLE-PO-NUMBER (RL-IDX) = IT-REFERENCE
                        AND NOT RLE-IS-MATCHED (RL-IDX)
                     MOVE RLE-LOT-NUMBER (RL-IDX) TO WS-LOT-NUMBER
                     MOVE RLE-EXPIRATION-DATE (RL-IDX) TO
                        WS-LOT-EXPIRATION
                     MOVE 'Y' TO RLE-MATCHED-SWITCH (RL-IDX)
                     EXIT PERFORM
                  END-IF
               END-PERFORM
               IF WS-LOT-NUMBER = SPACES
                  EXIT PARAGRAPH
               END-IF
            ELSE
               PERFORM 330-FIND-LOT-EXPIRATION
            END-IF
            MOVE IT-QUANTITY TO WS-LOT-QUANTITY
            MOVE WS-TRANS-LOCATION TO WS-LOT-LOCATION
            MOVE IT-TRANS-TYPE TO WS-LOT-HIST-TYPE
            PERFORM 320-ADD-TO-LOT.

      * A count increase lands in the lot it names (none named -
      * untracked stock); a decrease draws like an issue. A
      * decrease that names no lot (a count variance, a restock
      * reversal) is charged to untracked stock first - on-hand
      * before the adjustment less what the lots hold - and only
      * what that cannot cover is drawn from the lots.
       350-ADJUST-LOTS.

            MOVE IT-LOT-NUMBER TO WS-LOT-NUMBER
            MOVE WS-TRANS-LOCATION TO WS-LOT-LOCATION
            MOVE IT-TRANS-TYPE TO WS-LOT-HIST-TYPE
            IF IT-QUANTITY > 0
               IF WS-LOT-NUMBER NOT = SPACES
                  PERFORM 330-FIND-LOT-EXPIRATION
                  MOVE IT-QUANTITY TO WS-LOT-QUANTITY
                  PERFORM 320-ADD-TO-LOT
               END-IF
            ELSE
               COMPUTE WS-LOT-QUANTITY = 0 - IT-QUANTITY
               IF WS-LOT-NUMBER = SPACES
                  PERFORM 355-FIND-UNTRACKED-STOCK
                  IF WS-LOT-UNTRACKED >= WS-LOT-QUANTITY
                     EXIT PARAGRAPH
                  END-IF
                  IF WS-LOT-UNTRACKED > 0
                     SUBTRACT WS-LOT-UNTRACKED FROM WS-LOT-QUANTITY
                  END-IF
               END-IF
               PERFORM 300-DRAW-FROM-LOTS
            END-IF.

      * Untracked stock of the item at the transaction location
      * before the adjustment now being applied (IB-IDX is set on
      * its balance, already moved by IT-QUANTITY).
       355-FIND-UNTRACKED-STOCK.

            COMPUTE WS-LOT-UNTRACKED =
               IBE-ON-HAND (IB-IDX) - IT-QUANTITY
            PERFORM VARYING LB-IDX FROM 1 BY 1
                  UNTIL LB-IDX > WS-LOT-COUNT
               IF LBE-ITEM-ID (LB-IDX) = WS-BALANCE-ITEM
                     AND LBE-LOCATION (LB-IDX) = WS-LOT-LOCATION
                     AND LBE-ON-HAND (LB-IDX) > 0
                  SUBTRACT LBE-ON-HAND (LB-IDX) FROM WS-LOT-UNTRACKED
               END-IF
            END-PERFORM.

      * The caller leaves LH-LOT-NUMBER and LH-QUANTITY set.
       380-WRITE-LOT-HISTORY.

            ADD 1 TO WS-LOT-MOVES-COUNT
            IF NOT LOT-HISTORY-IS-OPEN
               EXIT PARAGRAPH
            END-IF
            MOVE WS-TODAY-DATE TO LH-ACTIVITY-DATE
            MOVE WS-LOT-HIST-TYPE TO LH-TRANS-TYPE
            MOVE WS-BALANCE-ITEM TO LH-ITEM-ID
            MOVE WS-LOT-LOCATION TO LH-LOCATION
            MOVE IT-REFERENCE TO LH-REFERENCE
            WRITE LOT-HISTORY-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

       210-CHECK-RECEIPT-CASE-SIZE.

            PERFORM VARYING IM-IDX FROM 1 BY 1
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

      * Every item with a balance gets a date record, so an item
      * received and never issued still ages from when it came in.
       520-WRITE-ITEM-ACTIVITY.

            PERFORM VARYING IB-IDX FROM 1 BY 1
                  UNTIL IB-IDX > WS-BALANCE-COUNT
               MOVE IBE-ITEM-ID (IB-IDX) TO WS-BALANCE-ITEM
               PERFORM 270-FIND-OR-ADD-ACTIVITY
            END-PERFORM

            OPEN OUTPUT ITEM-ACTIVITY-NEW-FILE
            IF WS-ACTIVITY-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: ITEMLAST.NEW OPEN FAILED, STATUS = ",
                  WS-ACTIVITY-NEW-STATUS, " - ISSUE DATES NOT KEPT"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING IA-IDX FROM 1 BY 1
                  UNTIL IA-IDX > WS-ACTIVITY-COUNT
               MOVE IAE-ITEM-ID (IA-IDX) TO LN-ITEM-ID
               MOVE IAE-LAST-ISSUE-DATE (IA-IDX) TO
                  LN-LAST-ISSUE-DATE
               MOVE IAE-FIRST-STOCKED-DATE (IA-IDX) TO
                  LN-FIRST-STOCKED-DATE
               WRITE ITEM-ACTIVITY-NEW-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-PERFORM
            CLOSE ITEM-ACTIVITY-NEW-FILE.

      * Emptied lots drop off; the history keeps their movements.
       530-WRITE-LOT-BALANCES.

            OPEN OUTPUT LOT-BALANCE-NEW-FILE
            IF WS-LOT-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: INVLOT.NEW OPEN FAILED, STATUS = ",
                  WS-LOT-NEW-STATUS, " - LOT BALANCES NOT KEPT"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING LB-IDX FROM 1 BY 1
                  UNTIL LB-IDX > WS-LOT-COUNT
               IF LBE-ON-HAND (LB-IDX) > 0
                  MOVE LBE-ITEM-ID (LB-IDX) TO LTN-ITEM-ID
                  MOVE LBE-LOCATION (LB-IDX) TO LTN-LOCATION
                  MOVE LBE-LOT-NUMBER (LB-IDX) TO LTN-LOT-NUMBER
                  MOVE LBE-EXPIRATION-DATE (LB-IDX) TO
                     LTN-EXPIRATION-DATE
                  MOVE LBE-ON-HAND (LB-IDX) TO LTN-ON-HAND-EACHES
                  WRITE LOT-BALANCE-NEW-RECORD
                  ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               END-IF
            END-PERFORM
            CLOSE LOT-BALANCE-NEW-FILE.

      * Cases-plus-eaches from the item master's case size (falling
      * back to whole eaches when an item has no master record).
       800-WRITE-STOCK-STATUS.
       900-CLOSE-FILES.

            CLOSE INVENTORY-TRANS-FILE
            CLOSE STOCK-STATUS-REPORT-FILE
            IF KIT-FILE-IS-OPEN
               CLOSE KIT-ASSEMBLY-FILE
               MOVE 'N' TO WS-KIT-OPEN-SWITCH
            END-IF
            IF LOT-HISTORY-IS-OPEN
               CLOSE LOT-HISTORY-FILE
               MOVE 'N' TO WS-LOT-HISTORY-OPEN
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
