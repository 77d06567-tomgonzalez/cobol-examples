      *           and posts the period's COGS to GLTRANS.DAT as one
      *           balanced batch - so the inventory control account
      *           finally means something.
      *           The cost of every issue that carries its invoice
      *           number is kept in INVISCST.DAT, so goods a customer
      *           returns in good condition (RMARSTK.DAT, written by
      *           RMA-PROCESSING) go back on the books as a layer at
      *           the cost they left at - ahead of the item's newer
      *           layers - and the same batch reverses that COGS.
      *           Inbound freight, duty and brokerage bills
      *           (LANDCOST.DAT) are capitalized here too: each
      *           charge names the receipts it covers by PO (and
      *           item), is spread across those receipt lines from
      *           the receiving history PORCVHST.DAT by value,
      *           quantity or weight as the charge says, raises the
      *           unit cost of the receipts' open layers (each layer
      *           now carries its PO number), and sends the share
      *           for units already issued to COGS - posted out of
      *           the freight clearing account in its own batch.
      *           Kit assemblies INVENTORY-BALANCE-UPDATE applied
      *           (KITASSY.DAT) are costed from the bill of materials
      *           (BOMMAST.DAT): an assembly consumes each
      *           component's layers FIFO and lays the parent down
      *           at the summed cost per kit; a disassembly consumes
      *           the kit's layers and lays the components down,
      *           the kit cost split by each component's item master
      *           cost times quantity per. The fraction of a cent a
      *           unit cost cannot carry goes to COGS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.

      * Cost of each invoiced issue, appended every run - what a
      * customer return is restored at.
           SELECT ISSUE-COST-HISTORY-FILE ASSIGN TO "INVISCST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-HISTORY-STATUS.

      * Good-condition returned goods to put back on the layers -
      * the same per-period batch as INVRECPT.DAT.
           SELECT RETURN-RESTOCK-FILE ASSIGN TO "RMARSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTOCK-FILE-STATUS.

      * Assemblies and disassemblies the balance update applied -
      * rejected ones never reach this file - and the bill of
      * materials that says what each kit is made of.
           SELECT KIT-ASSEMBLY-FILE ASSIGN TO "KITASSY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIT-FILE-STATUS.

           SELECT BILL-OF-MATERIALS-FILE ASSIGN TO "BOMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-FILE-STATUS.

      * Landed-cost charges for the period: a header per freight,
      * duty or brokerage bill, then the receipts it covers.
           SELECT LANDED-COST-FILE ASSIGN TO "LANDCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANDED-FILE-STATUS.

      * PO-RECEIVING's receipt history - what a landed-cost
      * reference is spread across.
           SELECT RECEIVING-HISTORY-FILE ASSIGN TO "PORCVHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           05  LY-ITEM-ID          PIC X(6).
           05  LY-QTY-REMAINING    PIC 9(7).
           05  LY-UNIT-COST        PIC 9(5)V9(2).
      * The PO the layer was received on - spaces for returns and
      * for layers carried from before it was kept.
           05  LY-PO-NUMBER        PIC X(6).

       FD  COST-LAYER-NEW-FILE.
       01  COST-LAYER-NEW-RECORD.
           05  LN-ITEM-ID          PIC X(6).
           05  LN-QTY-REMAINING    PIC 9(7).
           05  LN-UNIT-COST        PIC 9(5)V9(2).
           05  LN-PO-NUMBER        PIC X(6).

       FD  INVENTORY-RECEIPT-FILE.
       01  INVENTORY-RECEIPT-RECORD.
           05  IR-UNIT-COST-X REDEFINES IR-UNIT-COST
                               PIC X(7).
           05  IR-PO-NUMBER        PIC X(6).
           05  IR-LOT-NUMBER       PIC X(10).
           05  IR-EXPIRATION-DATE  PIC 9(8).

       FD  INVENTORY-TRANS-FILE.
       01  INVENTORY-TRANS-RECORD.
      * moves stock, not value.
           05  IT-LOCATION         PIC X(3).
           05  IT-TO-LOCATION      PIC X(3).
      * Source document - the invoice an issue shipped on, the RMA
      * a return came back under. Spaces on records written
      * before the field existed, and on counts and transfers.
           05  IT-REFERENCE        PIC X(6).
           05  IT-LOT-NUMBER       PIC X(10).

       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
      * schedule. Spaces (pre-classification) schedule as C.
           05  IM-ABC-CLASS        PIC X.

       FD  ISSUE-COST-HISTORY-FILE.
       01  ISSUE-COST-HISTORY-RECORD.
           05  CH-REFERENCE        PIC X(6).
           05  CH-ITEM-ID          PIC X(6).
           05  CH-QUANTITY         PIC 9(7).
           05  CH-EXTENDED-COST    PIC 9(9)V9(2).
           05  CH-COST-DATE        PIC 9(8).

       FD  RETURN-RESTOCK-FILE.
       01  RETURN-RESTOCK-RECORD.
           05  RK-RMA-ID           PIC X(6).
           05  RK-INVOICE-ID       PIC X(6).
           05  RK-ITEM-ID          PIC X(6).
           05  RK-QUANTITY         PIC 9(6).
           05  RK-RECEIVED-DATE    PIC 9(8).

       FD  KIT-ASSEMBLY-FILE.
       01  KIT-ASSEMBLY-RECORD.
           05  KA-TRANS-TYPE       PIC X.
               88  KA-IS-ASSEMBLY      VALUE "K".
               88  KA-IS-DISASSEMBLY   VALUE "D".
           05  KA-PARENT-ITEM      PIC X(6).
           05  KA-QUANTITY         PIC 9(6).
           05  KA-LOCATION         PIC X(3).
           05  KA-REFERENCE        PIC X(6).

       FD  BILL-OF-MATERIALS-FILE.
       01  BILL-OF-MATERIALS-RECORD.
           05  BM-PARENT-ITEM      PIC X(6).
           05  BM-COMPONENT-ITEM   PIC X(6).
           05  BM-QTY-PER          PIC 9(5).

      * Basis V spreads by receipt value, Q by eaches received, W
      * by the weight keyed on each reference. A reference with
      * no item covers every item received on the PO; its weight
      * divides among them by quantity.
       FD  LANDED-COST-FILE.
       01  LANDED-COST-RECORD.
           05  LC-RECORD-TYPE      PIC X.
               88  LC-IS-HEADER        VALUE "H".
               88  LC-IS-REFERENCE     VALUE "R".
           05  LC-CHARGE-ID        PIC X(8).
           05  LC-DETAIL           PIC X(22).
           05  LC-HEADER-VIEW REDEFINES LC-DETAIL.
               10  LH-CHARGE-TYPE      PIC X.
                   88  LH-IS-VALID-TYPE    VALUE "F" "D" "B".
               10  LH-AMOUNT           PIC 9(7)V9(2).
               10  LH-BASIS            PIC X.
                   88  LH-IS-VALID-BASIS   VALUE "V" "Q" "W".
               10  FILLER              PIC X(11).
           05  LC-REFERENCE-VIEW REDEFINES LC-DETAIL.
               10  LR-PO-NUMBER        PIC X(6).
               10  LR-ITEM-ID          PIC X(6).
               10  LR-WEIGHT           PIC 9(7)V9(2).
               10  FILLER              PIC X.

       FD  RECEIVING-HISTORY-FILE.
       01  RECEIVING-HISTORY-RECORD.
           05  RV-PO-NUMBER        PIC X(6).
           05  RV-LINE-NO          PIC 9(2).
           05  RV-SUPPLIER         PIC X(10).
           05  RV-ITEM-ID          PIC X(6).
           05  RV-ORDER-DATE       PIC 9(8).
           05  RV-DUE-DATE         PIC 9(8).
           05  RV-RECEIPT-DATE     PIC 9(8).
           05  RV-QTY-ORDERED      PIC 9(6).
           05  RV-QTY-RECEIVED     PIC 9(6).
           05  RV-QTY-TO-DATE      PIC 9(7).
           05  RV-PO-UNIT-COST     PIC 9(5)V9(2).
           05  RV-RECEIPT-COST     PIC 9(5)V9(2).
           05  RV-OVER-RECEIPT-FLAG PIC X.

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
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-ITEM-FILE-STATUS     PIC XX.
       01  WS-GL-FILE-STATUS       PIC XX.
       01  WS-COST-HISTORY-STATUS  PIC XX.
       01  WS-COST-HISTORY-OPEN-SWITCH PIC X VALUE 'N'.
           88  COST-HISTORY-IS-OPEN    VALUE 'Y'.
       01  WS-RESTOCK-FILE-STATUS  PIC XX.
       01  WS-KIT-FILE-STATUS      PIC XX.
       01  WS-BOM-FILE-STATUS      PIC XX.
       01  WS-LANDED-FILE-STATUS   PIC XX.
       01  WS-HISTORY-FILE-STATUS  PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-COGS-ACCOUNT         PIC X(6) VALUE "510100".
       01  WS-INVENTORY-ACCOUNT    PIC X(6) VALUE "100300".
       01  WS-FREIGHT-CLEARING-ACCOUNT PIC X(6) VALUE "100400".

      * Layers held in FIFO order (carried layers first, this run's
      * receipts behind them).
               10  LYE-ITEM-ID         PIC X(6).
               10  LYE-QTY-REMAINING   PIC S9(7).
               10  LYE-UNIT-COST       PIC 9(5)V9(2).
               10  LYE-PO-NUMBER       PIC X(6).

       01  WS-ITEM-COUNT-MAX       PIC 9(3) VALUE 500.
       01  WS-ITEM-COUNT           PIC 9(3) VALUE 0.
       01  WS-GRAND-VALUE          PIC 9(11)V9(2) VALUE 0.
       01  WS-CURRENT-ITEM         PIC X(6).
       01  WS-FALLBACK-COST        PIC 9(5)V9(2).
       01  WS-ISSUE-COST           PIC 9(9)V9(2).
       01  WS-RETURN-TOTAL         PIC 9(9)V9(2) VALUE 0.
       01  WS-RETURN-COST          PIC 9(5)V9(2).
       01  WS-INSERT-AT            PIC 9(4).
       01  WS-SHIFT-FROM           PIC 9(4).
       01  WS-GL-LINE-COUNT        PIC 9(5).
       01  WS-GL-DEBIT-TOTAL       PIC 9(9)V9(2).

      * This run's returns, priced from the issue cost history
      * before they are layered.
       01  WS-RESTOCK-COUNT-MAX    PIC 9(3) VALUE 200.
       01  WS-RESTOCK-COUNT        PIC 9(3) VALUE 0.
       01  RESTOCK-TABLE.
           05  RESTOCK-ENTRY OCCURS 200 TIMES
                                   INDEXED BY RS-IDX.
               10  RSE-RMA-ID          PIC X(6).
               10  RSE-INVOICE-ID      PIC X(6).
               10  RSE-ITEM-ID         PIC X(6).
               10  RSE-QUANTITY        PIC 9(6).
               10  RSE-ISSUED-QTY      PIC 9(7).
               10  RSE-ISSUED-COST     PIC 9(9)V9(2).

      * This run's landed-cost charges, the receipts each names,
      * and the receipt lines (PO and item) the references matched.
       01  WS-CHARGE-COUNT-MAX     PIC 9(3) VALUE 50.
       01  WS-CHARGE-COUNT         PIC 9(3) VALUE 0.
       01  CHARGE-TABLE.
           05  CHARGE-ENTRY OCCURS 50 TIMES
                                   INDEXED BY CG-IDX.
               10  CGE-CHARGE-ID       PIC X(8).
               10  CGE-CHARGE-TYPE     PIC X.
               10  CGE-AMOUNT          PIC 9(7)V9(2).
               10  CGE-BASIS           PIC X.
               10  CGE-BASIS-TOTAL     PIC 9(11)V9(4).
               10  CGE-REJECT-SWITCH   PIC X.
                   88  CHARGE-IS-REJECTED  VALUE 'Y'.

       01  WS-REFERENCE-COUNT-MAX  PIC 9(3) VALUE 200.
       01  WS-REFERENCE-COUNT      PIC 9(3) VALUE 0.
       01  REFERENCE-TABLE.
           05  REFERENCE-ENTRY OCCURS 200 TIMES
                                   INDEXED BY RF-IDX.
               10  RFE-CHARGE-SUB      PIC 9(3).
               10  RFE-PO-NUMBER       PIC X(6).
               10  RFE-ITEM-ID         PIC X(6).
               10  RFE-WEIGHT          PIC 9(7)V9(2).
               10  RFE-MATCHED-QTY     PIC 9(9).

       01  WS-CHARGE-LINE-COUNT-MAX PIC 9(3) VALUE 500.
       01  WS-CHARGE-LINE-COUNT    PIC 9(3) VALUE 0.
       01  CHARGE-LINE-TABLE.
           05  CHARGE-LINE-ENTRY OCCURS 500 TIMES
                                   INDEXED BY CL-IDX.
               10  CLE-CHARGE-SUB      PIC 9(3).
               10  CLE-REFERENCE-SUB   PIC 9(3).
               10  CLE-PO-NUMBER       PIC X(6).
               10  CLE-ITEM-ID         PIC X(6).
               10  CLE-QTY-RECEIVED    PIC 9(9).
               10  CLE-VALUE           PIC 9(11)V9(2).
               10  CLE-BASIS           PIC 9(11)V9(4).
               10  CLE-SHARE           PIC 9(7)V9(2).
               10  CLE-TO-LAYERS       PIC 9(7)V9(2).
               10  CLE-TO-COGS         PIC 9(7)V9(2).

       01  WS-CHARGE-SUB           PIC 9(3).
       01  WS-LAST-LINE-SUB        PIC 9(3).
       01  WS-SHARE-LEFT           PIC 9(7)V9(2).
       01  WS-RECEIPT-VALUE-COST   PIC 9(5)V9(2).
       01  WS-UNIT-INCREMENT       PIC 9(5)V9(2).
       01  WS-LAYER-ADD            PIC 9(9)V9(2).
       01  WS-LANDED-TO-LAYERS     PIC 9(9)V9(2) VALUE 0.
       01  WS-LANDED-TO-COGS       PIC 9(9)V9(2) VALUE 0.
       01  WS-LANDED-TOTAL         PIC 9(9)V9(2) VALUE 0.

      * The bill of materials, and each kit transaction costed this
      * run for the report.
       01  WS-BOM-COUNT-MAX        PIC 9(4) VALUE 1000.
       01  WS-BOM-COUNT            PIC 9(4) VALUE 0.
       01  BOM-TABLE.
           05  BOM-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY BM-IDX.
               10  BME-PARENT-ITEM     PIC X(6).
               10  BME-COMPONENT-ITEM  PIC X(6).
               10  BME-QTY-PER         PIC 9(5).

       01  WS-KIT-COUNT-MAX        PIC 9(3) VALUE 200.
       01  WS-KIT-COUNT            PIC 9(3) VALUE 0.
       01  KIT-COST-TABLE.
           05  KIT-COST-ENTRY OCCURS 200 TIMES
                                   INDEXED BY KC-IDX.
               10  KCE-TRANS-TYPE      PIC X.
               10  KCE-PARENT-ITEM     PIC X(6).
               10  KCE-QUANTITY        PIC 9(6).
               10  KCE-COST            PIC 9(9)V9(2).
               10  KCE-UNIT-COST       PIC 9(5)V9(2).
               10  KCE-TO-COGS         PIC 9(7)V9(2).

       01  WS-KIT-ITEM             PIC X(6).
       01  WS-KIT-LAYER-QTY        PIC 9(7).
       01  WS-KIT-UNIT-COST        PIC 9(5)V9(2).
       01  WS-KIT-COST             PIC 9(9)V9(2).
       01  WS-KIT-LAYERED          PIC 9(9)V9(2).
       01  WS-KIT-WEIGHT           PIC 9(11)V9(2).
       01  WS-KIT-WEIGHT-TOTAL     PIC 9(11)V9(2).
       01  WS-KIT-SHARE            PIC 9(9)V9(2).
       01  WS-KIT-SHARE-LEFT       PIC 9(9)V9(2).
       01  WS-KIT-LAST-SUB         PIC 9(4).
       01  WS-KIT-TO-COGS          PIC 9(7)V9(2).
       01  WS-KIT-COGS-TOTAL       PIC 9(9)V9(2) VALUE 0.

       01  REPORT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
           05  FILLER          PIC X(15) VALUE "  PERIOD COGS: ".
           05  RG-COGS         PIC $$$,$$$,$$9.99.

       01  REPORT-LANDED-HEADING.
           05  FILLER          PIC X(40) VALUE
               "LANDED COST ALLOCATION".
       01  REPORT-LANDED-COLUMNS.
           05  FILLER          PIC X(10) VALUE "CHARGE".
           05  FILLER          PIC X(8)  VALUE "PO".
           05  FILLER          PIC X(8)  VALUE "ITEM".
           05  FILLER          PIC X(14) VALUE "      SHARE".
           05  FILLER          PIC X(14) VALUE "  TO LAYERS".
           05  FILLER          PIC X(14) VALUE "     TO COGS".
       01  REPORT-LANDED-LINE.
           05  RC-CHARGE-ID    PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RC-PO-NUMBER    PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RC-ITEM-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RC-SHARE        PIC $$$$,$$9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RC-TO-LAYERS    PIC $$$$,$$9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RC-TO-COGS      PIC $$$$,$$9.99.
       01  REPORT-LANDED-TOTAL-LINE.
           05  FILLER          PIC X(26) VALUE "  TOTAL LANDED COST".
           05  RC-TOTAL        PIC $$$$,$$9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RC-TOTAL-LAYERS PIC $$$$,$$9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RC-TOTAL-COGS   PIC $$$$,$$9.99.

       01  REPORT-KIT-HEADING.
           05  FILLER          PIC X(40) VALUE
               "KIT ASSEMBLY COSTING".
       01  REPORT-KIT-COLUMNS.
           05  FILLER          PIC X(14) VALUE "TRANSACTION".
           05  FILLER          PIC X(8)  VALUE "KIT".
           05  FILLER          PIC X(9)  VALUE " QUANTITY".
           05  FILLER          PIC X(16) VALUE "      COST MOVED".
           05  FILLER          PIC X(12) VALUE "   KIT COST".
           05  FILLER          PIC X(12) VALUE "    TO COGS".
       01  REPORT-KIT-LINE.
           05  RKL-TRANSACTION PIC X(12).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RKL-PARENT-ITEM PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RKL-QUANTITY    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RKL-COST        PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RKL-UNIT-COST   PIC $$,$$9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RKL-TO-COGS     PIC $$$,$$9.99.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 060-LOAD-ITEM-MASTER
            PERFORM 100-LOAD-CARRIED-LAYERS
            PERFORM 200-ADD-RECEIPT-LAYERS
            PERFORM 250-COST-KIT-ASSEMBLIES
            PERFORM 300-CONSUME-ISSUES
            PERFORM 400-RESTORE-RETURN-LAYERS
            PERFORM 500-APPLY-LANDED-COSTS
            PERFORM 700-WRITE-NEW-LAYERS
            PERFORM 800-WRITE-VALUATION-REPORT
            PERFORM 850-POST-COGS-BATCH
            PERFORM 860-POST-LANDED-COST-BATCH
            PERFORM 900-CLOSE-FILES
            DISPLAY "PERIOD COGS ", WS-COGS-TOTAL, ", RETURNS "
               "RESTORED ", WS-RETURN-TOTAL, ", LANDED COST ",
               WS-LANDED-TOTAL, ".  PROMOTE "
               "INVLAYER.NEW OVER INVLAYER.DAT."
            PERFORM 970-DISPLAY-RUN-STATISTICS

                        MOVE LY-QTY-REMAINING TO
                           LYE-QTY-REMAINING (LY-IDX)
                        MOVE LY-UNIT-COST TO LYE-UNIT-COST (LY-IDX)
                        MOVE LY-PO-NUMBER TO LYE-PO-NUMBER (LY-IDX)
                     ELSE
                        DISPLAY "WARNING: LAYER TABLE FULL"
                     END-IF
            SET LY-IDX TO WS-LAYER-COUNT
            MOVE IR-ITEM-ID TO LYE-ITEM-ID (LY-IDX)
            MOVE IR-EACHES-RECEIVED TO LYE-QTY-REMAINING (LY-IDX)
            MOVE IR-PO-NUMBER TO LYE-PO-NUMBER (LY-IDX)
            IF IR-UNIT-COST-X IS NUMERIC AND IR-UNIT-COST NOT = 0
               MOVE IR-UNIT-COST TO LYE-UNIT-COST (LY-IDX)
            ELSE
               MOVE WS-FALLBACK-COST TO LYE-UNIT-COST (LY-IDX)
            END-IF.

      * Kits are costed after this run's receipts and ahead of its
      * issues, so components received and kitted in the same
      * period cost from their own layers and kits shipped in it
      * cost from the kit layers just laid down.
       250-COST-KIT-ASSEMBLIES.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT KIT-ASSEMBLY-FILE
            IF WS-KIT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM 252-LOAD-BILL-OF-MATERIALS
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ KIT-ASSEMBLY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF KA-IS-ASSEMBLY
                        PERFORM 260-COST-ONE-ASSEMBLY
                     ELSE
                        PERFORM 270-COST-ONE-DISASSEMBLY
                     END-IF
               END-READ
            END-PERFORM
            CLOSE KIT-ASSEMBLY-FILE.

       252-LOAD-BILL-OF-MATERIALS.

            OPEN INPUT BILL-OF-MATERIALS-FILE
            IF WS-BOM-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: BOMMAST.DAT OPEN FAILED, STATUS = ",
                  WS-BOM-FILE-STATUS, " - KITS CANNOT BE COSTED"
               EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ BILL-OF-MATERIALS-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF BM-QTY-PER IS NUMERIC AND BM-QTY-PER > 0
                           AND BM-COMPONENT-ITEM NOT = BM-PARENT-ITEM
                           AND WS-BOM-COUNT < WS-BOM-COUNT-MAX
                        ADD 1 TO WS-BOM-COUNT
                        SET BM-IDX TO WS-BOM-COUNT
                        MOVE BM-PARENT-ITEM TO
                           BME-PARENT-ITEM (BM-IDX)
                        MOVE BM-COMPONENT-ITEM TO
                           BME-COMPONENT-ITEM (BM-IDX)
                        MOVE BM-QTY-PER TO BME-QTY-PER (BM-IDX)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE BILL-OF-MATERIALS-FILE.

      * Each component's eaches come off its layers FIFO; the kit
      * layer goes on at the total over the kits built.
       260-COST-ONE-ASSEMBLY.

            MOVE 0 TO WS-KIT-COST
            MOVE 0 TO WS-KIT-LAST-SUB
            PERFORM VARYING BM-IDX FROM 1 BY 1
                  UNTIL BM-IDX > WS-BOM-COUNT
               IF BME-PARENT-ITEM (BM-IDX) = KA-PARENT-ITEM
                  MOVE BME-COMPONENT-ITEM (BM-IDX) TO WS-KIT-ITEM
                  COMPUTE WS-ISSUE-QTY =
                     KA-QUANTITY * BME-QTY-PER (BM-IDX)
                  PERFORM 280-CONSUME-KIT-LAYERS
                  ADD WS-ISSUE-COST TO WS-KIT-COST
                  SET WS-KIT-LAST-SUB TO BM-IDX
               END-IF
            END-PERFORM
            IF WS-KIT-LAST-SUB = 0
               PERFORM 295-WARN-NO-BILL
               EXIT PARAGRAPH
            END-IF

            MOVE KA-PARENT-ITEM TO WS-KIT-ITEM
            MOVE KA-QUANTITY TO WS-KIT-LAYER-QTY
            DIVIDE WS-KIT-COST BY KA-QUANTITY
               GIVING WS-KIT-UNIT-COST
            MOVE 0 TO WS-KIT-LAYERED
            PERFORM 290-ADD-KIT-LAYER
            COMPUTE WS-KIT-TO-COGS = WS-KIT-COST - WS-KIT-LAYERED
            PERFORM 298-TABLE-KIT-COST.

      * The kit's layers come off FIFO; each component goes on at
      * its share of that cost - master cost times quantity per
      * (quantity per alone when no component has a master cost),
      * the last component taking what rounding leaves.
       270-COST-ONE-DISASSEMBLY.

            MOVE 0 TO WS-KIT-WEIGHT-TOTAL
            MOVE 0 TO WS-KIT-LAST-SUB
            PERFORM VARYING BM-IDX FROM 1 BY 1
                  UNTIL BM-IDX > WS-BOM-COUNT
               IF BME-PARENT-ITEM (BM-IDX) = KA-PARENT-ITEM
                  PERFORM 275-COMPONENT-WEIGHT
                  ADD WS-KIT-WEIGHT TO WS-KIT-WEIGHT-TOTAL
                  SET WS-KIT-LAST-SUB TO BM-IDX
               END-IF
            END-PERFORM
            IF WS-KIT-LAST-SUB = 0
               PERFORM 295-WARN-NO-BILL
               EXIT PARAGRAPH
            END-IF

            MOVE KA-PARENT-ITEM TO WS-KIT-ITEM
            MOVE KA-QUANTITY TO WS-ISSUE-QTY
            PERFORM 280-CONSUME-KIT-LAYERS
            MOVE WS-ISSUE-COST TO WS-KIT-COST
            MOVE WS-KIT-COST TO WS-KIT-SHARE-LEFT
            MOVE 0 TO WS-KIT-LAYERED
            PERFORM VARYING BM-IDX FROM 1 BY 1
                  UNTIL BM-IDX > WS-BOM-COUNT
               IF BME-PARENT-ITEM (BM-IDX) = KA-PARENT-ITEM
                  IF BM-IDX = WS-KIT-LAST-SUB
                     MOVE WS-KIT-SHARE-LEFT TO WS-KIT-SHARE
                  ELSE
                     PERFORM 275-COMPONENT-WEIGHT
                     IF WS-KIT-WEIGHT-TOTAL > 0
                        COMPUTE WS-KIT-SHARE ROUNDED =
                           WS-KIT-COST * WS-KIT-WEIGHT
                           / WS-KIT-WEIGHT-TOTAL
                     ELSE
                        MOVE 0 TO WS-KIT-SHARE
                     END-IF
                     IF WS-KIT-SHARE > WS-KIT-SHARE-LEFT
                        MOVE WS-KIT-SHARE-LEFT TO WS-KIT-SHARE
                     END-IF
                  END-IF
                  SUBTRACT WS-KIT-SHARE FROM WS-KIT-SHARE-LEFT
                  MOVE BME-COMPONENT-ITEM (BM-IDX) TO WS-KIT-ITEM
                  COMPUTE WS-KIT-LAYER-QTY =
                     KA-QUANTITY * BME-QTY-PER (BM-IDX)
                  DIVIDE WS-KIT-SHARE BY WS-KIT-LAYER-QTY
                     GIVING WS-KIT-UNIT-COST
                  PERFORM 290-ADD-KIT-LAYER
               END-IF
            END-PERFORM
            COMPUTE WS-KIT-TO-COGS = WS-KIT-COST - WS-KIT-LAYERED
            MOVE 0 TO WS-KIT-UNIT-COST
            PERFORM 298-TABLE-KIT-COST.

      * BM-IDX is on the component's bill line.
       275-COMPONENT-WEIGHT.

            MOVE BME-QTY-PER (BM-IDX) TO WS-KIT-WEIGHT
            PERFORM VARYING IC-IDX FROM 1 BY 1
                  UNTIL IC-IDX > WS-ITEM-COUNT
               IF ICE-ITEM-ID (IC-IDX) = BME-COMPONENT-ITEM (BM-IDX)
                  IF ICE-UNIT-COST (IC-IDX) > 0
                     COMPUTE WS-KIT-WEIGHT =
                        BME-QTY-PER (BM-IDX) * ICE-UNIT-COST (IC-IDX)
                  END-IF
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * 310's FIFO walk for WS-KIT-ITEM and WS-ISSUE-QTY, leaving
      * the cost in WS-ISSUE-COST. Eaches beyond every layer cost
      * at the last layer or the master cost, with a warning.
       280-CONSUME-KIT-LAYERS.

            MOVE 0 TO WS-LAST-COST
            MOVE 0 TO WS-ISSUE-COST
            PERFORM VARYING LY-IDX FROM 1 BY 1
                  UNTIL LY-IDX > WS-LAYER-COUNT
                     OR WS-ISSUE-QTY = 0
               IF LYE-ITEM-ID (LY-IDX) = WS-KIT-ITEM
                     AND LYE-QTY-REMAINING (LY-IDX) > 0
                  MOVE LYE-UNIT-COST (LY-IDX) TO WS-LAST-COST
                  IF LYE-QTY-REMAINING (LY-IDX) >= WS-ISSUE-QTY
                     MOVE WS-ISSUE-QTY TO WS-TAKE-QTY
                  ELSE
                     MOVE LYE-QTY-REMAINING (LY-IDX) TO WS-TAKE-QTY
                  END-IF
                  COMPUTE WS-ISSUE-COST ROUNDED =
                     WS-ISSUE-COST
                     + WS-TAKE-QTY * LYE-UNIT-COST (LY-IDX)
                  SUBTRACT WS-TAKE-QTY FROM
                     LYE-QTY-REMAINING (LY-IDX)
                  SUBTRACT WS-TAKE-QTY FROM WS-ISSUE-QTY
               END-IF
            END-PERFORM

            IF WS-ISSUE-QTY > 0
               IF WS-LAST-COST = 0
                  PERFORM VARYING IC-IDX FROM 1 BY 1
                        UNTIL IC-IDX > WS-ITEM-COUNT
                     IF ICE-ITEM-ID (IC-IDX) = WS-KIT-ITEM
                        MOVE ICE-UNIT-COST (IC-IDX) TO WS-LAST-COST
                        EXIT PERFORM
                     END-IF
                  END-PERFORM
               END-IF
               COMPUTE WS-ISSUE-COST ROUNDED =
                  WS-ISSUE-COST + WS-ISSUE-QTY * WS-LAST-COST
               DISPLAY "WARNING: KIT ", KA-PARENT-ITEM, " TOOK ",
                  WS-KIT-ITEM, " PAST EVERY COST LAYER BY ",
                  WS-ISSUE-QTY, " EACHES - COSTED AT LAST KNOWN COST"
               MOVE "KIT DEEPER THAN COST LAYERS - SEE SYSOUT"
                  TO EL-MESSAGE
               MOVE "INVENTORY-COSTING" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF.

      * A new newest layer for WS-KIT-ITEM - kit-built stock has no
      * PO for landed cost to find.
       290-ADD-KIT-LAYER.

            IF WS-KIT-LAYER-QTY = 0
               EXIT PARAGRAPH
            END-IF
            IF WS-LAYER-COUNT >= WS-LAYER-COUNT-MAX
               DISPLAY "WARNING: LAYER TABLE FULL - KIT LAYER FOR ",
                  WS-KIT-ITEM, " NOT LAYERED"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-LAYER-COUNT
            SET LY-IDX TO WS-LAYER-COUNT
            MOVE WS-KIT-ITEM TO LYE-ITEM-ID (LY-IDX)
            MOVE WS-KIT-LAYER-QTY TO LYE-QTY-REMAINING (LY-IDX)
            MOVE WS-KIT-UNIT-COST TO LYE-UNIT-COST (LY-IDX)
            MOVE SPACES TO LYE-PO-NUMBER (LY-IDX)
            COMPUTE WS-KIT-LAYERED =
               WS-KIT-LAYERED + WS-KIT-LAYER-QTY * WS-KIT-UNIT-COST.

      * The bill was changed or dropped after the balance update
      * applied the kit - the stock moved but its cost cannot.
       295-WARN-NO-BILL.

            DISPLAY "WARNING: NO BILL OF MATERIALS FOR KIT ",
               KA-PARENT-ITEM, " - ", KA-QUANTITY, " NOT COSTED"
            MOVE "KIT TRANSACTION WITH NO BILL - NOT COSTED"
               TO EL-MESSAGE
            MOVE "INVENTORY-COSTING" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

       298-TABLE-KIT-COST.

            ADD WS-KIT-TO-COGS TO WS-KIT-COGS-TOTAL
            ADD WS-KIT-TO-COGS TO WS-COGS-TOTAL
            IF WS-KIT-COUNT < WS-KIT-COUNT-MAX
               ADD 1 TO WS-KIT-COUNT
               SET KC-IDX TO WS-KIT-COUNT
               MOVE KA-TRANS-TYPE TO KCE-TRANS-TYPE (KC-IDX)
               MOVE KA-PARENT-ITEM TO KCE-PARENT-ITEM (KC-IDX)
               MOVE KA-QUANTITY TO KCE-QUANTITY (KC-IDX)
               MOVE WS-KIT-COST TO KCE-COST (KC-IDX)
               MOVE WS-KIT-UNIT-COST TO KCE-UNIT-COST (KC-IDX)
               MOVE WS-KIT-TO-COGS TO KCE-TO-COGS (KC-IDX)
            END-IF.

      * Issue transactions eat the oldest layers first. An issue
      * deeper than every layer costs the uncovered remainder at
      * the last layer cost seen (or the master fallback) with a
            IF WS-TRANS-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            OPEN EXTEND ISSUE-COST-HISTORY-FILE
            IF WS-COST-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT ISSUE-COST-HISTORY-FILE
            END-IF
            IF WS-COST-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-COST-HISTORY-OPEN-SWITCH
            ELSE
               DISPLAY "WARNING: INVISCST.DAT OPEN FAILED, STATUS = ",
                  WS-COST-HISTORY-STATUS, " - ISSUE COSTS NOT KEPT"
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ INVENTORY-TRANS-FILE
                  AT END
            END-PERFORM
            IF WS-TRANS-FILE-STATUS = "10"
               CLOSE INVENTORY-TRANS-FILE
            END-IF
            IF COST-HISTORY-IS-OPEN
               CLOSE ISSUE-COST-HISTORY-FILE
               MOVE 'N' TO WS-COST-HISTORY-OPEN-SWITCH
            END-IF.

       310-CONSUME-ONE-ISSUE.
               MOVE IT-QUANTITY TO WS-ISSUE-QTY
            END-IF
            MOVE 0 TO WS-LAST-COST
            MOVE 0 TO WS-ISSUE-COST

            PERFORM VARYING LY-IDX FROM 1 BY 1
                  UNTIL LY-IDX > WS-LAYER-COUNT
                  ELSE
                     MOVE LYE-QTY-REMAINING (LY-IDX) TO WS-TAKE-QTY
                  END-IF
                  COMPUTE WS-ISSUE-COST ROUNDED =
                     WS-ISSUE-COST
                     + WS-TAKE-QTY * LYE-UNIT-COST (LY-IDX)
                  SUBTRACT WS-TAKE-QTY FROM
                     LYE-QTY-REMAINING (LY-IDX)
                     END-IF
                  END-PERFORM
               END-IF
               COMPUTE WS-ISSUE-COST ROUNDED =
                  WS-ISSUE-COST + WS-ISSUE-QTY * WS-LAST-COST
               DISPLAY "WARNING: ISSUE OF ", IT-ITEM-ID, " RAN "
                  "PAST EVERY COST LAYER BY ", WS-ISSUE-QTY,
                  " EACHES - COSTED AT LAST KNOWN COST"
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            ADD WS-ISSUE-COST TO WS-COGS-TOTAL
            IF IT-REFERENCE NOT = SPACES AND COST-HISTORY-IS-OPEN
               MOVE IT-REFERENCE TO CH-REFERENCE
               MOVE IT-ITEM-ID TO CH-ITEM-ID
               IF IT-QUANTITY < 0
                  COMPUTE CH-QUANTITY = 0 - IT-QUANTITY
               ELSE
                  MOVE IT-QUANTITY TO CH-QUANTITY
               END-IF
               MOVE WS-ISSUE-COST TO CH-EXTENDED-COST
               MOVE WS-TODAY-DATE TO CH-COST-DATE
               WRITE ISSUE-COST-HISTORY-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-IF.

      * Returned goods in good condition go back at the average
      * cost their invoice issued them at, as a layer ahead of the
      * item's remaining layers - the stock is older than anything
      * received since. A return whose invoice predates the cost
      * history restores at the item master cost, with a warning.
       400-RESTORE-RETURN-LAYERS.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT RETURN-RESTOCK-FILE
            IF WS-RESTOCK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ RETURN-RESTOCK-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-RESTOCK-COUNT < WS-RESTOCK-COUNT-MAX
                        ADD 1 TO WS-RESTOCK-COUNT
                        SET RS-IDX TO WS-RESTOCK-COUNT
                        MOVE RK-RMA-ID TO RSE-RMA-ID (RS-IDX)
                        MOVE RK-INVOICE-ID TO RSE-INVOICE-ID (RS-IDX)
                        MOVE RK-ITEM-ID TO RSE-ITEM-ID (RS-IDX)
                        MOVE RK-QUANTITY TO RSE-QUANTITY (RS-IDX)
                        MOVE 0 TO RSE-ISSUED-QTY (RS-IDX)
                        MOVE 0 TO RSE-ISSUED-COST (RS-IDX)
                     ELSE
                        DISPLAY "WARNING: RESTOCK TABLE FULL - RMA ",
                           RK-RMA-ID, " NOT LAYERED"
                     END-IF
               END-READ
            END-PERFORM
            CLOSE RETURN-RESTOCK-FILE

            IF WS-RESTOCK-COUNT = 0
               EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT ISSUE-COST-HISTORY-FILE
            IF WS-COST-HISTORY-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ ISSUE-COST-HISTORY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     PERFORM VARYING RS-IDX FROM 1 BY 1
                           UNTIL RS-IDX > WS-RESTOCK-COUNT
                        IF RSE-INVOICE-ID (RS-IDX) = CH-REFERENCE
                              AND RSE-ITEM-ID (RS-IDX) = CH-ITEM-ID
                           ADD CH-QUANTITY TO RSE-ISSUED-QTY (RS-IDX)
                           ADD CH-EXTENDED-COST TO
                              RSE-ISSUED-COST (RS-IDX)
                        END-IF
                     END-PERFORM
               END-READ
            END-PERFORM
            IF WS-COST-HISTORY-STATUS = "10"
               CLOSE ISSUE-COST-HISTORY-FILE
            END-IF

            PERFORM VARYING RS-IDX FROM 1 BY 1
                  UNTIL RS-IDX > WS-RESTOCK-COUNT
               PERFORM 410-RESTORE-ONE-LAYER
            END-PERFORM.

       410-RESTORE-ONE-LAYER.

            IF WS-LAYER-COUNT >= WS-LAYER-COUNT-MAX
               DISPLAY "WARNING: LAYER TABLE FULL - RETURN ",
                  RSE-RMA-ID (RS-IDX), " NOT LAYERED"
               EXIT PARAGRAPH
            END-IF

            IF RSE-ISSUED-QTY (RS-IDX) > 0
               COMPUTE WS-RETURN-COST ROUNDED =
                  RSE-ISSUED-COST (RS-IDX) / RSE-ISSUED-QTY (RS-IDX)
            ELSE
               MOVE 0 TO WS-RETURN-COST
               PERFORM VARYING IC-IDX FROM 1 BY 1
                     UNTIL IC-IDX > WS-ITEM-COUNT
                  IF ICE-ITEM-ID (IC-IDX) = RSE-ITEM-ID (RS-IDX)
                     MOVE ICE-UNIT-COST (IC-IDX) TO WS-RETURN-COST
                     EXIT PERFORM
                  END-IF
               END-PERFORM
               DISPLAY "WARNING: NO ISSUE COST ON FILE FOR INVOICE ",
                  RSE-INVOICE-ID (RS-IDX), " ITEM ",
                  RSE-ITEM-ID (RS-IDX), " - RMA ", RSE-RMA-ID (RS-IDX),
                  " RESTORED AT ITEM MASTER COST"
               MOVE "RETURN RESTORED AT MASTER COST - SEE SYSOUT"
                  TO EL-MESSAGE
               MOVE "INVENTORY-COSTING" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            ADD 1 TO WS-LAYER-COUNT
            MOVE WS-LAYER-COUNT TO WS-INSERT-AT
            PERFORM VARYING LY-IDX FROM 1 BY 1
                  UNTIL LY-IDX >= WS-LAYER-COUNT
               IF LYE-ITEM-ID (LY-IDX) = RSE-ITEM-ID (RS-IDX)
                  SET WS-INSERT-AT TO LY-IDX
                  EXIT PERFORM
               END-IF
            END-PERFORM
            PERFORM VARYING WS-SHIFT-FROM FROM WS-LAYER-COUNT BY -1
                  UNTIL WS-SHIFT-FROM <= WS-INSERT-AT
               MOVE LAYER-ENTRY (WS-SHIFT-FROM - 1) TO
                  LAYER-ENTRY (WS-SHIFT-FROM)
            END-PERFORM

            SET LY-IDX TO WS-INSERT-AT
            MOVE RSE-ITEM-ID (RS-IDX) TO LYE-ITEM-ID (LY-IDX)
            MOVE RSE-QUANTITY (RS-IDX) TO LYE-QTY-REMAINING (LY-IDX)
            MOVE WS-RETURN-COST TO LYE-UNIT-COST (LY-IDX)
            MOVE SPACES TO LYE-PO-NUMBER (LY-IDX)
            COMPUTE WS-RETURN-TOTAL ROUNDED =
               WS-RETURN-TOTAL
               + RSE-QUANTITY (RS-IDX) * WS-RETURN-COST.

      * Landed cost. Charges and their references load first, then
      * one pass of the receiving history gathers the receipt lines
      * each reference covers. A charge any of whose references
      * finds no receipt, or whose basis totals zero, is rejected
      * whole and stays in freight clearing until it is rekeyed.
       500-APPLY-LANDED-COSTS.

            PERFORM 510-LOAD-LANDED-CHARGES
            IF WS-CHARGE-COUNT = 0
               EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT RECEIVING-HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: PORCVHST.DAT OPEN FAILED, STATUS = ",
                  WS-HISTORY-FILE-STATUS, " - NO RECEIPTS TO SPREAD "
                  "LANDED COST OVER"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ RECEIVING-HISTORY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 520-MATCH-ONE-RECEIPT
               END-READ
            END-PERFORM
            IF WS-HISTORY-FILE-STATUS = "10"
               CLOSE RECEIVING-HISTORY-FILE
            END-IF

            PERFORM VARYING RF-IDX FROM 1 BY 1
                  UNTIL RF-IDX > WS-REFERENCE-COUNT
               IF RFE-MATCHED-QTY (RF-IDX) = 0
                  MOVE RFE-CHARGE-SUB (RF-IDX) TO WS-CHARGE-SUB
                  IF CGE-REJECT-SWITCH (WS-CHARGE-SUB) NOT = 'Y'
                     DISPLAY "REJECTED: LANDED COST ",
                        CGE-CHARGE-ID (WS-CHARGE-SUB), " NAMES PO ",
                        RFE-PO-NUMBER (RF-IDX), " ITEM ",
                        RFE-ITEM-ID (RF-IDX), " WITH NO RECEIPT"
                     MOVE "LANDED COST NAMES A RECEIPT NOT ON FILE"
                        TO EL-MESSAGE
                     PERFORM 590-REJECT-CHARGE
                  END-IF
               END-IF
            END-PERFORM

            PERFORM VARYING CG-IDX FROM 1 BY 1
                  UNTIL CG-IDX > WS-CHARGE-COUNT
               IF NOT CHARGE-IS-REJECTED (CG-IDX)
                  PERFORM 540-SPREAD-ONE-CHARGE
               END-IF
            END-PERFORM.

       510-LOAD-LANDED-CHARGES.

            MOVE 'N' TO WS-EOF-SWITCH
            MOVE 0 TO WS-CHARGE-SUB
            OPEN INPUT LANDED-COST-FILE
            IF WS-LANDED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ LANDED-COST-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     EVALUATE TRUE
                        WHEN LC-IS-HEADER
                           PERFORM 512-TABLE-CHARGE
                        WHEN LC-IS-REFERENCE
                           PERFORM 514-TABLE-REFERENCE
                        WHEN OTHER
                           DISPLAY "REJECTED: LANDED COST RECORD "
                              "TYPE '", LC-RECORD-TYPE, "' FOR ",
                              LC-CHARGE-ID
                     END-EVALUATE
               END-READ
            END-PERFORM
            CLOSE LANDED-COST-FILE.

       512-TABLE-CHARGE.

            MOVE 0 TO WS-CHARGE-SUB
            IF WS-CHARGE-COUNT NOT < WS-CHARGE-COUNT-MAX
               DISPLAY "WARNING: LANDED COST TABLE FULL - CHARGE ",
                  LC-CHARGE-ID, " NOT APPLIED"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CHARGE-COUNT
            MOVE WS-CHARGE-COUNT TO WS-CHARGE-SUB
            SET CG-IDX TO WS-CHARGE-COUNT
            MOVE LC-CHARGE-ID TO CGE-CHARGE-ID (CG-IDX)
            MOVE LH-CHARGE-TYPE TO CGE-CHARGE-TYPE (CG-IDX)
            MOVE LH-BASIS TO CGE-BASIS (CG-IDX)
            MOVE 0 TO CGE-BASIS-TOTAL (CG-IDX)
            MOVE 'N' TO CGE-REJECT-SWITCH (CG-IDX)
            IF LH-AMOUNT IS NUMERIC
               MOVE LH-AMOUNT TO CGE-AMOUNT (CG-IDX)
            ELSE
               MOVE 0 TO CGE-AMOUNT (CG-IDX)
            END-IF

            EVALUATE TRUE
               WHEN NOT LH-IS-VALID-TYPE
                  DISPLAY "REJECTED: LANDED COST ", LC-CHARGE-ID,
                     " - CHARGE TYPE '", LH-CHARGE-TYPE,
                     "' IS NOT F, D OR B"
                  MOVE "LANDED COST WITH AN UNKNOWN CHARGE TYPE"
                     TO EL-MESSAGE
                  PERFORM 590-REJECT-CHARGE
               WHEN NOT LH-IS-VALID-BASIS
                  DISPLAY "REJECTED: LANDED COST ", LC-CHARGE-ID,
                     " - BASIS '", LH-BASIS, "' IS NOT V, Q OR W"
                  MOVE "LANDED COST WITH AN UNKNOWN SPREAD BASIS"
                     TO EL-MESSAGE
                  PERFORM 590-REJECT-CHARGE
               WHEN CGE-AMOUNT (CG-IDX) = 0
                  DISPLAY "REJECTED: LANDED COST ", LC-CHARGE-ID,
                     " - NO AMOUNT"
                  MOVE "LANDED COST WITHOUT AN AMOUNT" TO EL-MESSAGE
                  PERFORM 590-REJECT-CHARGE
            END-EVALUATE

            PERFORM VARYING CG-IDX FROM 1 BY 1
                  UNTIL CG-IDX >= WS-CHARGE-COUNT
               IF CGE-CHARGE-ID (CG-IDX) = LC-CHARGE-ID
                  DISPLAY "REJECTED: LANDED COST ", LC-CHARGE-ID,
                     " APPEARS TWICE IN THE BATCH"
                  MOVE "LANDED COST CHARGE KEYED TWICE"
                     TO EL-MESSAGE
                  PERFORM 590-REJECT-CHARGE
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * A reference belongs to the header just above it.
       514-TABLE-REFERENCE.

            IF WS-CHARGE-SUB = 0
               DISPLAY "REJECTED: LANDED COST REFERENCE FOR ",
                  LC-CHARGE-ID, " WITHOUT ITS CHARGE HEADER"
               EXIT PARAGRAPH
            END-IF
            IF LC-CHARGE-ID NOT = CGE-CHARGE-ID (WS-CHARGE-SUB)
               DISPLAY "REJECTED: LANDED COST REFERENCE FOR ",
                  LC-CHARGE-ID, " FOLLOWS CHARGE ",
                  CGE-CHARGE-ID (WS-CHARGE-SUB)
               MOVE "LANDED COST REFERENCE OUT OF PLACE"
                  TO EL-MESSAGE
               PERFORM 590-REJECT-CHARGE
               EXIT PARAGRAPH
            END-IF
            IF WS-REFERENCE-COUNT NOT < WS-REFERENCE-COUNT-MAX
               DISPLAY "WARNING: LANDED COST REFERENCE TABLE FULL - "
                  "CHARGE ", LC-CHARGE-ID, " NOT APPLIED"
               MOVE "LANDED COST REFERENCE TABLE FULL"
                  TO EL-MESSAGE
               PERFORM 590-REJECT-CHARGE
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-REFERENCE-COUNT
            SET RF-IDX TO WS-REFERENCE-COUNT
            MOVE WS-CHARGE-SUB TO RFE-CHARGE-SUB (RF-IDX)
            MOVE LR-PO-NUMBER TO RFE-PO-NUMBER (RF-IDX)
            MOVE LR-ITEM-ID TO RFE-ITEM-ID (RF-IDX)
            MOVE 0 TO RFE-MATCHED-QTY (RF-IDX)
            IF LR-WEIGHT IS NUMERIC
               MOVE LR-WEIGHT TO RFE-WEIGHT (RF-IDX)
            ELSE
               MOVE 0 TO RFE-WEIGHT (RF-IDX)
            END-IF
            IF CGE-BASIS (WS-CHARGE-SUB) = "W"
                  AND RFE-WEIGHT (RF-IDX) = 0
               IF CGE-REJECT-SWITCH (WS-CHARGE-SUB) NOT = 'Y'
                  DISPLAY "REJECTED: LANDED COST ", LC-CHARGE-ID,
                     " SPREADS BY WEIGHT BUT PO ", LR-PO-NUMBER,
                     " CARRIES NONE"
                  MOVE "WEIGHT-BASIS LANDED COST WITHOUT A WEIGHT"
                     TO EL-MESSAGE
                  PERFORM 590-REJECT-CHARGE
               END-IF
            END-IF.

       520-MATCH-ONE-RECEIPT.

            PERFORM VARYING RF-IDX FROM 1 BY 1
                  UNTIL RF-IDX > WS-REFERENCE-COUNT
               MOVE RFE-CHARGE-SUB (RF-IDX) TO WS-CHARGE-SUB
               IF CGE-REJECT-SWITCH (WS-CHARGE-SUB) NOT = 'Y'
                     AND RFE-PO-NUMBER (RF-IDX) = RV-PO-NUMBER
                     AND (RFE-ITEM-ID (RF-IDX) = SPACES
                        OR RFE-ITEM-ID (RF-IDX) = RV-ITEM-ID)
                  PERFORM 530-ADD-TO-CHARGE-LINE
               END-IF
            END-PERFORM.

      * Receipt cost values the line; a receipt keyed without one
      * is valued at the PO cost.
       530-ADD-TO-CHARGE-LINE.

            IF RV-RECEIPT-COST IS NUMERIC AND RV-RECEIPT-COST NOT = 0
               MOVE RV-RECEIPT-COST TO WS-RECEIPT-VALUE-COST
            ELSE
               MOVE RV-PO-UNIT-COST TO WS-RECEIPT-VALUE-COST
            END-IF
            PERFORM VARYING CL-IDX FROM 1 BY 1
                  UNTIL CL-IDX > WS-CHARGE-LINE-COUNT
               IF CLE-REFERENCE-SUB (CL-IDX) = RF-IDX
                     AND CLE-ITEM-ID (CL-IDX) = RV-ITEM-ID
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF CL-IDX > WS-CHARGE-LINE-COUNT
               IF WS-CHARGE-LINE-COUNT NOT < WS-CHARGE-LINE-COUNT-MAX
                  DISPLAY "WARNING: LANDED COST LINE TABLE FULL - "
                     "CHARGE ", CGE-CHARGE-ID (WS-CHARGE-SUB),
                     " NOT APPLIED"
                  MOVE "LANDED COST LINE TABLE FULL" TO EL-MESSAGE
                  PERFORM 590-REJECT-CHARGE
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CHARGE-LINE-COUNT
               SET CL-IDX TO WS-CHARGE-LINE-COUNT
               INITIALIZE CHARGE-LINE-ENTRY (CL-IDX)
               MOVE WS-CHARGE-SUB TO CLE-CHARGE-SUB (CL-IDX)
               SET CLE-REFERENCE-SUB (CL-IDX) TO RF-IDX
               MOVE RV-PO-NUMBER TO CLE-PO-NUMBER (CL-IDX)
               MOVE RV-ITEM-ID TO CLE-ITEM-ID (CL-IDX)
            END-IF
            ADD RV-QTY-RECEIVED TO CLE-QTY-RECEIVED (CL-IDX)
            COMPUTE CLE-VALUE (CL-IDX) =
               CLE-VALUE (CL-IDX)
               + RV-QTY-RECEIVED * WS-RECEIPT-VALUE-COST
            ADD RV-QTY-RECEIVED TO RFE-MATCHED-QTY (RF-IDX).

      * Each line's basis, the charge total, then the shares - the
      * last line takes what rounding leaves so the charge spreads
      * to the penny.
       540-SPREAD-ONE-CHARGE.

            SET WS-CHARGE-SUB TO CG-IDX
            MOVE 0 TO WS-LAST-LINE-SUB
            PERFORM VARYING CL-IDX FROM 1 BY 1
                  UNTIL CL-IDX > WS-CHARGE-LINE-COUNT
               IF CLE-CHARGE-SUB (CL-IDX) = WS-CHARGE-SUB
                  EVALUATE CGE-BASIS (CG-IDX)
                     WHEN "V"
                        MOVE CLE-VALUE (CL-IDX) TO CLE-BASIS (CL-IDX)
                     WHEN "Q"
                        MOVE CLE-QTY-RECEIVED (CL-IDX) TO
                           CLE-BASIS (CL-IDX)
                     WHEN "W"
                        SET RF-IDX TO CLE-REFERENCE-SUB (CL-IDX)
                        COMPUTE CLE-BASIS (CL-IDX) ROUNDED =
                           RFE-WEIGHT (RF-IDX)
                           * CLE-QTY-RECEIVED (CL-IDX)
                           / RFE-MATCHED-QTY (RF-IDX)
                  END-EVALUATE
                  ADD CLE-BASIS (CL-IDX) TO CGE-BASIS-TOTAL (CG-IDX)
                  SET WS-LAST-LINE-SUB TO CL-IDX
               END-IF
            END-PERFORM

            IF CGE-BASIS-TOTAL (CG-IDX) = 0
               DISPLAY "REJECTED: LANDED COST ",
                  CGE-CHARGE-ID (CG-IDX), " - ITS RECEIPTS HAVE NO "
                  "VALUE, QUANTITY OR WEIGHT TO SPREAD BY"
               MOVE "LANDED COST RECEIPTS HAVE A ZERO BASIS"
                  TO EL-MESSAGE
               PERFORM 590-REJECT-CHARGE
               EXIT PARAGRAPH
            END-IF

            MOVE CGE-AMOUNT (CG-IDX) TO WS-SHARE-LEFT
            PERFORM VARYING CL-IDX FROM 1 BY 1
                  UNTIL CL-IDX > WS-CHARGE-LINE-COUNT
               IF CLE-CHARGE-SUB (CL-IDX) = WS-CHARGE-SUB
                  IF CL-IDX = WS-LAST-LINE-SUB
                     MOVE WS-SHARE-LEFT TO CLE-SHARE (CL-IDX)
                  ELSE
                     COMPUTE CLE-SHARE (CL-IDX) ROUNDED =
                        CGE-AMOUNT (CG-IDX) * CLE-BASIS (CL-IDX)
                        / CGE-BASIS-TOTAL (CG-IDX)
                     IF CLE-SHARE (CL-IDX) > WS-SHARE-LEFT
                        MOVE WS-SHARE-LEFT TO CLE-SHARE (CL-IDX)
                     END-IF
                  END-IF
                  SUBTRACT CLE-SHARE (CL-IDX) FROM WS-SHARE-LEFT
                  PERFORM 550-APPLY-LINE-SHARE
               END-IF
            END-PERFORM.

      * The share per each received raises the unit cost of the
      * receipt's layers still on hand; whatever the open units do
      * not absorb - the units already issued, and the fraction of
      * a cent a layer cost cannot hold - goes to COGS.
       550-APPLY-LINE-SHARE.

            MOVE 0 TO CLE-TO-LAYERS (CL-IDX)
            IF CLE-QTY-RECEIVED (CL-IDX) > 0
               DIVIDE CLE-SHARE (CL-IDX) BY CLE-QTY-RECEIVED (CL-IDX)
                  GIVING WS-UNIT-INCREMENT
            ELSE
               MOVE 0 TO WS-UNIT-INCREMENT
            END-IF
            MOVE CLE-QTY-RECEIVED (CL-IDX) TO WS-TAKE-QTY
            IF WS-UNIT-INCREMENT > 0
               PERFORM VARYING LY-IDX FROM 1 BY 1
                     UNTIL LY-IDX > WS-LAYER-COUNT
                        OR WS-TAKE-QTY = 0
                  IF LYE-ITEM-ID (LY-IDX) = CLE-ITEM-ID (CL-IDX)
                        AND LYE-PO-NUMBER (LY-IDX) =
                           CLE-PO-NUMBER (CL-IDX)
                        AND LYE-QTY-REMAINING (LY-IDX) > 0
                        AND LYE-QTY-REMAINING (LY-IDX)
                           NOT > WS-TAKE-QTY
                     ADD WS-UNIT-INCREMENT TO LYE-UNIT-COST (LY-IDX)
                     COMPUTE WS-LAYER-ADD =
                        LYE-QTY-REMAINING (LY-IDX) * WS-UNIT-INCREMENT
                     ADD WS-LAYER-ADD TO CLE-TO-LAYERS (CL-IDX)
                     SUBTRACT LYE-QTY-REMAINING (LY-IDX)
                        FROM WS-TAKE-QTY
                  END-IF
               END-PERFORM
            END-IF
            COMPUTE CLE-TO-COGS (CL-IDX) =
               CLE-SHARE (CL-IDX) - CLE-TO-LAYERS (CL-IDX)
            ADD CLE-TO-LAYERS (CL-IDX) TO WS-LANDED-TO-LAYERS
            ADD CLE-TO-COGS (CL-IDX) TO WS-LANDED-TO-COGS
            ADD CLE-SHARE (CL-IDX) TO WS-LANDED-TOTAL.

      * The caller leaves the reason in EL-MESSAGE.
       590-REJECT-CHARGE.

            MOVE 'Y' TO CGE-REJECT-SWITCH (WS-CHARGE-SUB)
            MOVE "INVENTORY-COSTING" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

       700-WRITE-NEW-LAYERS.

            PERFORM VARYING LY-IDX FROM 1 BY 1
                  MOVE LYE-QTY-REMAINING (LY-IDX) TO
                     LN-QTY-REMAINING
                  MOVE LYE-UNIT-COST (LY-IDX) TO LN-UNIT-COST
                  MOVE LYE-PO-NUMBER (LY-IDX) TO LN-PO-NUMBER
                  WRITE COST-LAYER-NEW-RECORD
                  ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               END-IF

            MOVE WS-GRAND-VALUE TO RG-VALUE
            MOVE WS-COGS-TOTAL TO RG-COGS
            WRITE REPORT-LINE FROM REPORT-GRAND-LINE
            IF WS-LANDED-TOTAL > 0
               PERFORM 820-WRITE-LANDED-COST-LINES
            END-IF
            IF WS-KIT-COUNT > 0
               PERFORM 830-WRITE-KIT-COST-LINES
            END-IF.

       810-WRITE-ITEM-TOTAL.

            WRITE REPORT-LINE FROM REPORT-ITEM-TOTAL-LINE
            MOVE 0 TO WS-ITEM-VALUE.

      * Every receipt line a charge was spread over, with what its
      * layers absorbed and what went to COGS.
       820-WRITE-LANDED-COST-LINES.

            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            WRITE REPORT-LINE FROM REPORT-LANDED-HEADING
            WRITE REPORT-LINE FROM REPORT-LANDED-COLUMNS
            PERFORM VARYING CL-IDX FROM 1 BY 1
                  UNTIL CL-IDX > WS-CHARGE-LINE-COUNT
               MOVE CLE-CHARGE-SUB (CL-IDX) TO WS-CHARGE-SUB
               IF CGE-REJECT-SWITCH (WS-CHARGE-SUB) NOT = 'Y'
                  MOVE CGE-CHARGE-ID (WS-CHARGE-SUB) TO RC-CHARGE-ID
                  MOVE CLE-PO-NUMBER (CL-IDX) TO RC-PO-NUMBER
                  MOVE CLE-ITEM-ID (CL-IDX) TO RC-ITEM-ID
                  MOVE CLE-SHARE (CL-IDX) TO RC-SHARE
                  MOVE CLE-TO-LAYERS (CL-IDX) TO RC-TO-LAYERS
                  MOVE CLE-TO-COGS (CL-IDX) TO RC-TO-COGS
                  WRITE REPORT-LINE FROM REPORT-LANDED-LINE
               END-IF
            END-PERFORM
            MOVE WS-LANDED-TOTAL TO RC-TOTAL
            MOVE WS-LANDED-TO-LAYERS TO RC-TOTAL-LAYERS
            MOVE WS-LANDED-TO-COGS TO RC-TOTAL-COGS
            WRITE REPORT-LINE FROM REPORT-LANDED-TOTAL-LINE.

      * Each kit costed - for an assembly the kit unit cost laid
      * down, for a disassembly the cost spread to components.
       830-WRITE-KIT-COST-LINES.

            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            WRITE REPORT-LINE FROM REPORT-KIT-HEADING
            WRITE REPORT-LINE FROM REPORT-KIT-COLUMNS
            PERFORM VARYING KC-IDX FROM 1 BY 1
                  UNTIL KC-IDX > WS-KIT-COUNT
               IF KCE-TRANS-TYPE (KC-IDX) = "K"
                  MOVE "ASSEMBLY" TO RKL-TRANSACTION
               ELSE
                  MOVE "DISASSEMBLY" TO RKL-TRANSACTION
               END-IF
               MOVE KCE-PARENT-ITEM (KC-IDX) TO RKL-PARENT-ITEM
               MOVE KCE-QUANTITY (KC-IDX) TO RKL-QUANTITY
               MOVE KCE-COST (KC-IDX) TO RKL-COST
               MOVE KCE-UNIT-COST (KC-IDX) TO RKL-UNIT-COST
               MOVE KCE-TO-COGS (KC-IDX) TO RKL-TO-COGS
               WRITE REPORT-LINE FROM REPORT-KIT-LINE
            END-PERFORM.

      * The period's COGS as one balanced batch: cost of goods
      * debited, the inventory control account relieved - and any
      * restored returns the other way round.
       850-POST-COGS-BATCH.

            IF WS-COGS-TOTAL = 0 AND WS-RETURN-TOTAL = 0
               EXIT PARAGRAPH
            END-IF
            OPEN EXTEND GL-TRANSACTION-FILE
            MOVE "INVCOST" TO BH-SOURCE
            MOVE WS-TODAY-DATE TO BH-BATCH-DATE
            WRITE GL-TRANSACTION-RECORD
            MOVE 0 TO WS-GL-LINE-COUNT

            IF WS-COGS-TOTAL > 0
               MOVE SPACES TO GL-TRANSACTION-RECORD
               MOVE WS-COGS-ACCOUNT TO TX-ACCOUNT
               MOVE "D" TO TX-TYPE
               MOVE WS-COGS-TOTAL TO TX-AMOUNT
               MOVE "INVCOST" TO TX-SOURCE
               MOVE "INVCOG" TO TX-BATCH-REF
               WRITE GL-TRANSACTION-RECORD

               MOVE SPACES TO GL-TRANSACTION-RECORD
               MOVE WS-INVENTORY-ACCOUNT TO TX-ACCOUNT
               MOVE "C" TO TX-TYPE
               MOVE WS-COGS-TOTAL TO TX-AMOUNT
               MOVE "INVCOST" TO TX-SOURCE
               MOVE "INVCOG" TO TX-BATCH-REF
               WRITE GL-TRANSACTION-RECORD
               ADD 2 TO WS-GL-LINE-COUNT
            END-IF

            IF WS-RETURN-TOTAL > 0
               MOVE SPACES TO GL-TRANSACTION-RECORD
               MOVE WS-INVENTORY-ACCOUNT TO TX-ACCOUNT
               MOVE "D" TO TX-TYPE
               MOVE WS-RETURN-TOTAL TO TX-AMOUNT
               MOVE "INVCOST" TO TX-SOURCE
               MOVE "INVCOG" TO TX-BATCH-REF
               WRITE GL-TRANSACTION-RECORD

               MOVE SPACES TO GL-TRANSACTION-RECORD
               MOVE WS-COGS-ACCOUNT TO TX-ACCOUNT
               MOVE "C" TO TX-TYPE
               MOVE WS-RETURN-TOTAL TO TX-AMOUNT
               MOVE "INVCOST" TO TX-SOURCE
               MOVE "INVCOG" TO TX-BATCH-REF
               WRITE GL-TRANSACTION-RECORD
               ADD 2 TO WS-GL-LINE-COUNT
            END-IF

            COMPUTE WS-GL-DEBIT-TOTAL = WS-COGS-TOTAL + WS-RETURN-TOTAL
            MOVE SPACES TO GL-TRANSACTION-RECORD
            MOVE "BT" TO BT-RECORD-TYPE
            MOVE "INVCOG" TO BT-BATCH-ID
            MOVE WS-GL-LINE-COUNT TO BT-RECORD-COUNT
            MOVE WS-GL-DEBIT-TOTAL TO BT-DEBIT-TOTAL
            MOVE WS-GL-DEBIT-TOTAL TO BT-CREDIT-TOTAL
            WRITE GL-TRANSACTION-RECORD
            ADD 2 TO WS-GL-LINE-COUNT
            ADD WS-GL-LINE-COUNT TO WS-RUNSTAT-RECORDS-WRITTEN
            CLOSE GL-TRANSACTION-FILE.

      * Landed cost as its own batch: the capitalized part to
      * inventory, the issued part to COGS, both out of freight
      * clearing where the AP side parked the bills.
       860-POST-LANDED-COST-BATCH.

            IF WS-LANDED-TOTAL = 0
               EXIT PARAGRAPH
            END-IF
            OPEN EXTEND GL-TRANSACTION-FILE
            IF WS-GL-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-TRANSACTION-FILE
            END-IF
            IF WS-GL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: GLTRANS.DAT OPEN FAILED, STATUS = ",
                  WS-GL-FILE-STATUS, " - LANDED COST NOT POSTED"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO GL-TRANSACTION-RECORD
            MOVE "BH" TO BH-RECORD-TYPE
            MOVE "INVLND" TO BH-BATCH-ID
            MOVE "INVCOST" TO BH-SOURCE
            MOVE WS-TODAY-DATE TO BH-BATCH-DATE
            WRITE GL-TRANSACTION-RECORD
            MOVE 0 TO WS-GL-LINE-COUNT

            IF WS-LANDED-TO-LAYERS > 0
               MOVE SPACES TO GL-TRANSACTION-RECORD
               MOVE WS-INVENTORY-ACCOUNT TO TX-ACCOUNT
               MOVE "D" TO TX-TYPE
               MOVE WS-LANDED-TO-LAYERS TO TX-AMOUNT
               MOVE "INVCOST" TO TX-SOURCE
               MOVE "INVLND" TO TX-BATCH-REF
               WRITE GL-TRANSACTION-RECORD
               ADD 1 TO WS-GL-LINE-COUNT
            END-IF
            IF WS-LANDED-TO-COGS > 0
               MOVE SPACES TO GL-TRANSACTION-RECORD
               MOVE WS-COGS-ACCOUNT TO TX-ACCOUNT
               MOVE "D" TO TX-TYPE
               MOVE WS-LANDED-TO-COGS TO TX-AMOUNT
               MOVE "INVCOST" TO TX-SOURCE
               MOVE "INVLND" TO TX-BATCH-REF
               WRITE GL-TRANSACTION-RECORD
               ADD 1 TO WS-GL-LINE-COUNT
            END-IF
            MOVE SPACES TO GL-TRANSACTION-RECORD
            MOVE WS-FREIGHT-CLEARING-ACCOUNT TO TX-ACCOUNT
            MOVE "C" TO TX-TYPE
            MOVE WS-LANDED-TOTAL TO TX-AMOUNT
            MOVE "INVCOST" TO TX-SOURCE
            MOVE "INVLND" TO TX-BATCH-REF
            WRITE GL-TRANSACTION-RECORD
            ADD 1 TO WS-GL-LINE-COUNT

            MOVE SPACES TO GL-TRANSACTION-RECORD
            MOVE "BT" TO BT-RECORD-TYPE
            MOVE "INVLND" TO BT-BATCH-ID
            MOVE WS-GL-LINE-COUNT TO BT-RECORD-COUNT
            MOVE WS-LANDED-TOTAL TO BT-DEBIT-TOTAL
            MOVE WS-LANDED-TOTAL TO BT-CREDIT-TOTAL
            WRITE GL-TRANSACTION-RECORD
            ADD 2 TO WS-GL-LINE-COUNT
            ADD WS-GL-LINE-COUNT TO WS-RUNSTAT-RECORDS-WRITTEN
            CLOSE GL-TRANSACTION-FILE.

       900-CLOSE-FILES.
