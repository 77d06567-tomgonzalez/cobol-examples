      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Apply ADD/CHG/DEL maintenance transactions from
      *           ITEMTRAN.DAT to the item master, the way
      *           SUPPLIER-MAINTENANCE maintains the supplier master,
      *           so new items, descriptions, case packs, reorder
      *           settings, suppliers and unit costs stop being hand
      *           edits to ITEMMAST.DAT. The ABC class is left to
      *           ABC-CLASSIFICATION. A supplier must be on
      *           SUPPLIER.DAT and not inactive. A case-pack change
      *           is refused while any open PO line on POMAST.DAT
      *           still has quantity to receive for the item - the
      *           cases on order were bought at the old pack. DEL is
      *           refused while INVBAL.DAT carries stock at any
      *           location, while an open PO line carries quantity,
      *           or while the item is a kit or component on
      *           BOMMAST.DAT. Only inventory control (INVC) or a
      *           supervisor may run it. Every applied transaction
      *           writes a before/after image to ITEMCHG.LOG, the
      *           log DEMAND-ANALYSIS already keeps; every unit cost
      *           change also appends to the cost-change history
      *           COSTHIST.DAT. The updated master is written as
      *           ITEMMAST.NEW for promotion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

           SELECT ITEM-MASTER-NEW-FILE ASSIGN TO "ITEMMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-NEW-STATUS.

      * One maintenance transaction per record: ADD a new item, CHG
      * fields on an existing one, DEL one no longer stocked.
           SELECT ITEM-TRANSACTION-FILE ASSIGN TO "ITEMTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

           SELECT PO-MASTER-FILE ASSIGN TO "POMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT INVENTORY-BALANCE-FILE ASSIGN TO "INVBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT BOM-FILE ASSIGN TO "BOMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-FILE-STATUS.

           SELECT ITEM-CHANGE-LOG-FILE ASSIGN TO "ITEMCHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

           SELECT COST-HISTORY-FILE ASSIGN TO "COSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-HISTORY-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Role-based operator authorization - see copybooks/
      * AUTHCHK.cpy.
           COPY AUTHSEL.

      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ITEM-MASTER-NEW-FILE.
       01  ITEM-MASTER-NEW-RECORD  PIC X(64).

       FD  ITEM-TRANSACTION-FILE.
       01  ITEM-TRANSACTION-RECORD.
           05  MT-ACTION           PIC X(3).
               88  MT-IS-ADD           VALUE "ADD".
               88  MT-IS-CHANGE        VALUE "CHG".
               88  MT-IS-DELETE        VALUE "DEL".
           05  MT-ITEM-ID          PIC X(6).
      * On a CHG, spaces in any field below leave the master's
      * value alone.
           05  MT-DESCRIPTION      PIC X(25).
           05  MT-EACHES-PER-CASE  PIC 9(3).
           05  MT-EACHES-PER-CASE-X REDEFINES MT-EACHES-PER-CASE
                                   PIC X(3).
           05  MT-REORDER-POINT    PIC 9(6).
           05  MT-REORDER-POINT-X REDEFINES MT-REORDER-POINT
                                   PIC X(6).
           05  MT-REORDER-QTY      PIC 9(6).
           05  MT-REORDER-QTY-X REDEFINES MT-REORDER-QTY
                                   PIC X(6).
           05  MT-SUPPLIER         PIC X(10).
           05  MT-UNIT-COST        PIC 9(5)V9(2).
           05  MT-UNIT-COST-X REDEFINES MT-UNIT-COST
                                   PIC X(7).

       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           05  SU-SUPPLIER         PIC X(10).
      * Lead time, name, remit-to, terms, tax and 1099 details -
      * see SUPPLIER-MAINTENANCE.
           05  FILLER              PIC X(148).
           05  SU-STATUS           PIC X.
               88  SU-IS-INACTIVE      VALUE "I".
           05  SU-STATUS-DATE      PIC 9(8).

       FD  PO-MASTER-FILE.
       01  PO-MASTER-RECORD.
           05  PO-NUMBER           PIC X(6).
           05  PO-SUPPLIER         PIC X(10).
           05  PO-LINE-NO          PIC 9(2).
           05  PO-ITEM-ID          PIC X(6).
           05  PO-QTY-ORDERED      PIC 9(6).
           05  PO-QTY-RECEIVED     PIC 9(6).
           05  PO-UNIT-COST        PIC 9(5)V9(2).
           05  PO-DUE-DATE         PIC 9(8).
           05  PO-STATUS           PIC X.
               88  PO-IS-OPEN          VALUE "O".
           05  PO-ORDER-DATE       PIC 9(8).

       FD  INVENTORY-BALANCE-FILE.
       01  INVENTORY-BALANCE-RECORD.
           05  IB-ITEM-ID          PIC X(6).
           05  IB-ON-HAND-EACHES   PIC S9(7) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  IB-LOCATION         PIC X(3).

       FD  BOM-FILE.
       01  BOM-RECORD.
           05  BM-PARENT-ITEM-ID   PIC X(6).
           05  BM-COMPONENT-ITEM-ID PIC X(6).
           05  BM-QUANTITY-PER     PIC 9(5).

       FD  ITEM-CHANGE-LOG-FILE.
       01  ITEM-CHANGE-LOG-LINE    PIC X(96).

      * One record per unit cost change: the item, when, the cost
      * before and after, and who changed it. An ADD records a
      * zero old cost.
       FD  COST-HISTORY-FILE.
       01  COST-HISTORY-RECORD.
           05  CH-ITEM-ID          PIC X(6).
           05  CH-CHANGE-DATE      PIC 9(8).
           05  CH-CHANGE-TIME      PIC 9(6).
           05  CH-OLD-UNIT-COST    PIC 9(5)V9(2).
           05  CH-NEW-UNIT-COST    PIC 9(5)V9(2).
           05  CH-CHANGED-BY       PIC X(10).

           COPY EXCPFD.
           COPY AUTHFD.
           COPY SEALFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-OPERATOR-ROLE-STATUS PIC XX.
       01  WS-ACCESS-LOG-STATUS    PIC XX.
           COPY AUTHWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.
       01  WS-ITEM-MASTER-STATUS   PIC XX.
       01  WS-ITEM-NEW-STATUS      PIC XX.
       01  WS-TRANSACTION-FILE-STATUS PIC XX.
       01  WS-SUPPLIER-FILE-STATUS PIC XX.
       01  WS-PO-FILE-STATUS       PIC XX.
       01  WS-BALANCE-FILE-STATUS  PIC XX.
       01  WS-BOM-FILE-STATUS      PIC XX.
       01  WS-CHANGE-LOG-STATUS    PIC XX.
       01  WS-COST-HISTORY-STATUS  PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.
           88  ENTRY-WAS-FOUND         VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH     PIC X VALUE 'N'.
           88  RUN-MUST-ABORT          VALUE 'Y'.
       01  WS-DELETED-SWITCH       PIC X.
           88  ITEM-WAS-DELETED        VALUE 'Y'.
      * 'Y' when INVBAL.DAT was read and passed its seal, so a DEL
      * can be checked for stock on hand; otherwise DEL is refused.
       01  WS-BALANCE-CHECKED-SWITCH PIC X VALUE 'N'.
           88  STOCK-WAS-CHECKED       VALUE 'Y'.

       01  WS-CURRENT-DATE         PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(6).
       01  WS-CHANGED-BY-ID        PIC X(10).
       01  WS-OLD-UNIT-COST        PIC 9(5)V9(2).

      * Transaction table, loaded and edited up front and matched
      * against the master by item ID, the SUPPLIER-MAINTENANCE way.
       01  WS-TRANSACTION-COUNT-MAX PIC 9(3) VALUE 200.
       01  WS-TRANSACTION-COUNT     PIC 9(3) VALUE 0.
       01  ITEM-TRANSACTION-TABLE.
           05  ITEM-TRANSACTION-ENTRY OCCURS 200 TIMES
                                   INDEXED BY TX-IDX.
               10  MTT-TRANSACTION     PIC X(66).
               10  MTT-APPLIED-SWITCH  PIC X.
                   88  MTT-IS-APPLIED      VALUE 'Y'.

      * Working copy of the transaction being edited.
       01  WS-TRANSACTION          PIC X(66).

       01  WS-SUPPLIER-COUNT-MAX   PIC 9(3) VALUE 500.
       01  WS-SUPPLIER-COUNT       PIC 9(3) VALUE 0.
       01  SUPPLIER-TABLE.
           05  SUPPLIER-ENTRY OCCURS 500 TIMES
                                   INDEXED BY SU-IDX.
               10  SUE-SUPPLIER        PIC X(10).
               10  SUE-STATUS          PIC X.

      * Items with quantity still to receive on an open PO line.
       01  WS-ON-ORDER-COUNT-MAX   PIC 9(4) VALUE 1000.
       01  WS-ON-ORDER-COUNT       PIC 9(4) VALUE 0.
       01  ON-ORDER-TABLE.
           05  ON-ORDER-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY OO-IDX.
               10  OOE-ITEM-ID         PIC X(6).
               10  OOE-OPEN-QTY        PIC 9(7).

      * Items with stock on hand at any location.
       01  WS-ON-HAND-COUNT-MAX    PIC 9(4) VALUE 1000.
       01  WS-ON-HAND-COUNT        PIC 9(4) VALUE 0.
       01  ON-HAND-TABLE.
           05  ON-HAND-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY OH-IDX.
               10  OHE-ITEM-ID         PIC X(6).

      * Items that are a kit parent or a component on BOMMAST.DAT.
       01  WS-BOM-ITEM-COUNT-MAX   PIC 9(4) VALUE 1000.
       01  WS-BOM-ITEM-COUNT       PIC 9(4) VALUE 0.
       01  BOM-ITEM-TABLE.
           05  BOM-ITEM-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY BI-IDX.
               10  BIE-ITEM-ID         PIC X(6).
       01  WS-BOM-LOOKUP-ID        PIC X(6).

       01  WS-RECORDS-WRITTEN      PIC 9(5) VALUE 0.
       01  WS-TRANS-APPLIED        PIC 9(5) VALUE 0.
       01  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.
       01  WS-COST-CHANGES         PIC 9(5) VALUE 0.

      * Rejected-transaction message for the shared exception log,
      * built with MOVE rather than STRING.
       01  WS-REJECT-MSG-BUILD.
           05  WS-REJ-MSG-LITERAL-1    PIC X(5) VALUE "ITEM ".
           05  WS-REJ-MSG-ITEM         PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-REJ-MSG-LITERAL-2    PIC X(48).

      * Before/after images in the EMPCHG.LOG shape, alongside the
      * reorder-point changes DEMAND-ANALYSIS logs.
       01  CHANGE-ACTION-LINE.
           05  FILLER          PIC X(13) VALUE "ITEM MAINT   ".
           05  CA-ACTION       PIC X(3).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CA-ITEM-ID      PIC X(6).
           05  FILLER          PIC X(7)  VALUE "  DATE ".
           05  CA-DATE         PIC 9(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CA-TIME         PIC 9(6).
           05  FILLER          PIC X(4)  VALUE " BY ".
           05  CA-CHANGED-BY   PIC X(10).
       01  CHANGE-BEFORE-LINE.
           05  FILLER          PIC X(8)  VALUE "BEFORE: ".
           05  CB-IMAGE        PIC X(64).
       01  CHANGE-AFTER-LINE.
           05  FILLER          PIC X(8)  VALUE "AFTER:  ".
           05  CF-IMAGE        PIC X(64).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "ITEM-MAINTENANCE" TO WS-RUNSTAT-PROGRAM-ID

      * Only inventory control (or a supervisor) maintains items.
            MOVE "ITEM-MAINTENANCE" TO WS-AUTH-PROGRAM-ID
            MOVE "INVC" TO WS-AUTH-REQUIRED-ROLE
            PERFORM 920-CHECK-OPERATOR-ROLE
            IF NOT AUTH-ROLE-GRANTED
               MOVE "OPERATOR REFUSED - ROLE INVC REQUIRED" TO
                  EL-MESSAGE
               MOVE "ITEM-MAINTENANCE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            MOVE WS-AUTH-OPERATOR-ID TO WS-CHANGED-BY-ID
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
            ACCEPT WS-CURRENT-TIME FROM TIME

            PERFORM 050-OPEN-FILES
            IF RUN-MUST-ABORT
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            PERFORM 055-LOAD-SUPPLIERS
            PERFORM 057-LOAD-OPEN-PO-LINES
            PERFORM 060-LOAD-STOCK-ON-HAND
            PERFORM 063-LOAD-BOM-ITEMS
            PERFORM 065-LOAD-TRANSACTION-TABLE

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM 100-READ-ITEM-RECORD
            PERFORM UNTIL END-OF-INPUT-FILE
               ADD 1 TO WS-RUNSTAT-RECORDS-READ
               MOVE 'N' TO WS-DELETED-SWITCH
               PERFORM 200-APPLY-TRANSACTIONS-TO-RECORD
               IF NOT ITEM-WAS-DELETED
                  PERFORM 300-WRITE-NEW-ITEM-RECORD
               END-IF
               PERFORM 100-READ-ITEM-RECORD
            END-PERFORM

            PERFORM 400-APPEND-UNAPPLIED-ADDS
            PERFORM 450-REJECT-UNAPPLIED-CHANGES
            PERFORM 900-CLOSE-FILES

            DISPLAY "ITEM MASTER MAINTENANCE COMPLETE.  WROTE ",
               WS-RECORDS-WRITTEN, ", APPLIED ", WS-TRANS-APPLIED,
               ", REJECTED ", WS-TRANS-REJECTED, ", COST CHANGES ",
               WS-COST-CHANGES, "."
            DISPLAY "PROMOTE ITEMMAST.NEW OVER ITEMMAST.DAT."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

       050-OPEN-FILES.

            OPEN INPUT ITEM-MASTER-FILE
            IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: ITEMMAST.DAT OPEN FAILED, STATUS = ",
                  WS-ITEM-MASTER-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN INPUT ITEM-TRANSACTION-FILE
            IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ITEMTRAN.DAT OPEN FAILED, STATUS = ",
                  WS-TRANSACTION-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN OUTPUT ITEM-MASTER-NEW-FILE
            IF WS-ITEM-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: ITEMMAST.NEW OPEN FAILED, STATUS = ",
                  WS-ITEM-NEW-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            IF RUN-MUST-ABORT
               MOVE "ITEM FILES FAILED TO OPEN - NOTHING APPLIED"
                  TO EL-MESSAGE
               MOVE "ITEM-MAINTENANCE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               EXIT PARAGRAPH
            END-IF

      * Both histories accumulate run after run, created only on
      * the very first.
            OPEN EXTEND ITEM-CHANGE-LOG-FILE
            IF WS-CHANGE-LOG-STATUS NOT = "00"
               OPEN OUTPUT ITEM-CHANGE-LOG-FILE
            END-IF
            IF WS-CHANGE-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: ITEMCHG.LOG OPEN FAILED, STATUS = ",
                  WS-CHANGE-LOG-STATUS
            END-IF
            OPEN EXTEND COST-HISTORY-FILE
            IF WS-COST-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT COST-HISTORY-FILE
            END-IF
            IF WS-COST-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR: COSTHIST.DAT OPEN FAILED, STATUS = ",
                  WS-COST-HISTORY-STATUS
            END-IF.

      * No supplier master means suppliers cannot be checked - an
      * item transaction naming a supplier is then refused rather
      * than trusted.
       055-LOAD-SUPPLIERS.

            OPEN INPUT SUPPLIER-FILE
            IF WS-SUPPLIER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: SUPPLIER.DAT NOT FOUND, STATUS = ",
                  WS-SUPPLIER-FILE-STATUS, " - SUPPLIER CHANGES "
                  "REFUSED"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ SUPPLIER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-SUPPLIER-COUNT < WS-SUPPLIER-COUNT-MAX
                        ADD 1 TO WS-SUPPLIER-COUNT
                        MOVE SU-SUPPLIER TO
                           SUE-SUPPLIER (WS-SUPPLIER-COUNT)
                        MOVE SU-STATUS TO
                           SUE-STATUS (WS-SUPPLIER-COUNT)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE SUPPLIER-FILE.

      * An open line with less received than ordered still has
      * cases coming. No POMAST.DAT yet means nothing on order.
       057-LOAD-OPEN-PO-LINES.

            OPEN INPUT PO-MASTER-FILE
            IF WS-PO-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ PO-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF PO-IS-OPEN
                           AND PO-QTY-ORDERED > PO-QTY-RECEIVED
                        PERFORM 058-TABLE-ON-ORDER
                     END-IF
               END-READ
            END-PERFORM
            CLOSE PO-MASTER-FILE.

       058-TABLE-ON-ORDER.

            PERFORM VARYING OO-IDX FROM 1 BY 1
                  UNTIL OO-IDX > WS-ON-ORDER-COUNT
               IF OOE-ITEM-ID (OO-IDX) = PO-ITEM-ID
                  COMPUTE OOE-OPEN-QTY (OO-IDX) =
                     OOE-OPEN-QTY (OO-IDX) + PO-QTY-ORDERED
                     - PO-QTY-RECEIVED
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-ON-ORDER-COUNT NOT < WS-ON-ORDER-COUNT-MAX
               DISPLAY "WARNING: ON-ORDER TABLE FULL, IGNORING ",
                  PO-ITEM-ID
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ON-ORDER-COUNT
            MOVE PO-ITEM-ID TO OOE-ITEM-ID (WS-ON-ORDER-COUNT)
            COMPUTE OOE-OPEN-QTY (WS-ON-ORDER-COUNT) =
               PO-QTY-ORDERED - PO-QTY-RECEIVED.

      * No INVBAL.DAT yet means nothing on hand; a file failing its
      * seal cannot be believed, and every DEL in the batch is
      * refused.
       060-LOAD-STOCK-ON-HAND.

            OPEN INPUT INVENTORY-BALANCE-FILE
            IF WS-BALANCE-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-BALANCE-CHECKED-SWITCH
               EXIT PARAGRAPH
            END-IF
            MOVE 'Y' TO WS-BALANCE-CHECKED-SWITCH
            PERFORM 930-RESET-SEAL
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ INVENTORY-BALANCE-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 062-SEAL-COUNT-BALANCE
                     IF IB-ON-HAND-EACHES NOT = 0
                        PERFORM 061-TABLE-ON-HAND
                     END-IF
               END-READ
            END-PERFORM
            CLOSE INVENTORY-BALANCE-FILE

            MOVE "INVBAL.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL
            IF SEAL-VERIFY-FAILED
               DISPLAY "WARNING: INVBAL.DAT FAILS ITS SEAL - "
                  "DELETIONS REFUSED"
               MOVE "INVBAL.DAT FAILS ITS SEAL - DEL REFUSED"
                  TO EL-MESSAGE
               MOVE "ITEM-MAINTENANCE" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'N' TO WS-BALANCE-CHECKED-SWITCH
            END-IF.

       061-TABLE-ON-HAND.

            PERFORM VARYING OH-IDX FROM 1 BY 1
                  UNTIL OH-IDX > WS-ON-HAND-COUNT
               IF OHE-ITEM-ID (OH-IDX) = IB-ITEM-ID
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-ON-HAND-COUNT NOT < WS-ON-HAND-COUNT-MAX
               DISPLAY "WARNING: ON-HAND TABLE FULL - DELETIONS "
                  "REFUSED"
               MOVE 'N' TO WS-BALANCE-CHECKED-SWITCH
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ON-HAND-COUNT
            MOVE IB-ITEM-ID TO OHE-ITEM-ID (WS-ON-HAND-COUNT).

       062-SEAL-COUNT-BALANCE.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE IB-ITEM-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE IB-LOCATION TO WS-SEAL-KEY-STRING (7:3)
            MOVE IB-ON-HAND-EACHES TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

      * Kit parents and components both, so a DEL cannot strand a
      * bill of materials.
       063-LOAD-BOM-ITEMS.

            OPEN INPUT BOM-FILE
            IF WS-BOM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ BOM-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     MOVE BM-PARENT-ITEM-ID TO WS-BOM-LOOKUP-ID
                     PERFORM 064-TABLE-BOM-ITEM
                     MOVE BM-COMPONENT-ITEM-ID TO WS-BOM-LOOKUP-ID
                     PERFORM 064-TABLE-BOM-ITEM
               END-READ
            END-PERFORM
            CLOSE BOM-FILE.

       064-TABLE-BOM-ITEM.

            PERFORM VARYING BI-IDX FROM 1 BY 1
                  UNTIL BI-IDX > WS-BOM-ITEM-COUNT
               IF BIE-ITEM-ID (BI-IDX) = WS-BOM-LOOKUP-ID
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-BOM-ITEM-COUNT < WS-BOM-ITEM-COUNT-MAX
               ADD 1 TO WS-BOM-ITEM-COUNT
               MOVE WS-BOM-LOOKUP-ID TO BIE-ITEM-ID (WS-BOM-ITEM-COUNT)
            END-IF.

       065-LOAD-TRANSACTION-TABLE.

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ ITEM-TRANSACTION-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 070-EDIT-AND-TABLE-TRANSACTION
               END-READ
            END-PERFORM.

      * Transactions are edited as they load; one that fails never
      * reaches the table.
       070-EDIT-AND-TABLE-TRANSACTION.

            MOVE MT-ITEM-ID TO WS-REJ-MSG-ITEM
            IF NOT MT-IS-ADD AND NOT MT-IS-CHANGE
                  AND NOT MT-IS-DELETE
               MOVE "HAS AN UNKNOWN MAINTENANCE ACTION CODE" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF MT-ITEM-ID = SPACES
               MOVE "HAS NO ITEM ID" TO WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF MT-IS-ADD
                  AND (MT-DESCRIPTION = SPACES
                     OR MT-EACHES-PER-CASE-X = SPACES
                     OR MT-UNIT-COST-X = SPACES)
               MOVE "ADD NEEDS A DESCRIPTION, CASE PACK AND COST" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF MT-IS-ADD
               PERFORM VARYING TX-IDX FROM 1 BY 1
                     UNTIL TX-IDX > WS-TRANSACTION-COUNT
                  MOVE MTT-TRANSACTION (TX-IDX) TO WS-TRANSACTION
                  IF WS-TRANSACTION (1:3) = "ADD"
                        AND WS-TRANSACTION (4:6) = MT-ITEM-ID
                     MOVE "IS A DUPLICATE ADD IN THIS RUN" TO
                        WS-REJ-MSG-LITERAL-2
                     PERFORM 080-LOG-TRANSACTION-REJECT
                     EXIT PARAGRAPH
                  END-IF
               END-PERFORM
            END-IF

      * A zero case pack would divide by zero in case conversion
      * and reorder rounding.
            IF MT-EACHES-PER-CASE-X NOT = SPACES
                  AND (MT-EACHES-PER-CASE IS NOT NUMERIC
                     OR MT-EACHES-PER-CASE = 0)
               MOVE "HAS A CASE PACK THAT IS NOT 1-999" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF (MT-REORDER-POINT-X NOT = SPACES
                  AND MT-REORDER-POINT IS NOT NUMERIC)
                  OR (MT-REORDER-QTY-X NOT = SPACES
                  AND MT-REORDER-QTY IS NOT NUMERIC)
               MOVE "HAS A NON-NUMERIC REORDER POINT OR QUANTITY" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF MT-UNIT-COST-X NOT = SPACES
                  AND MT-UNIT-COST IS NOT NUMERIC
               MOVE "HAS A NON-NUMERIC UNIT COST" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF MT-SUPPLIER NOT = SPACES
               PERFORM 075-FIND-SUPPLIER
               IF NOT ENTRY-WAS-FOUND
                  MOVE "HAS A SUPPLIER NOT ON SUPPLIER.DAT" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
                  EXIT PARAGRAPH
               END-IF
               IF SUE-STATUS (SU-IDX) = "I"
                  MOVE "HAS A SUPPLIER THAT IS INACTIVE" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
                  EXIT PARAGRAPH
               END-IF
            END-IF

            IF WS-TRANSACTION-COUNT NOT < WS-TRANSACTION-COUNT-MAX
               DISPLAY "WARNING: TRANSACTION TABLE FULL, IGNORING "
                  "TRANSACTION FOR ", MT-ITEM-ID
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-TRANSACTION-COUNT
            SET TX-IDX TO WS-TRANSACTION-COUNT
            MOVE ITEM-TRANSACTION-RECORD TO MTT-TRANSACTION (TX-IDX)
            MOVE 'N' TO MTT-APPLIED-SWITCH (TX-IDX).

       075-FIND-SUPPLIER.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING SU-IDX FROM 1 BY 1
                  UNTIL SU-IDX > WS-SUPPLIER-COUNT
               IF SUE-SUPPLIER (SU-IDX) = MT-SUPPLIER
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * A rejected maintenance transaction is a data-quality
      * warning, the SUPPLIER-MAINTENANCE severity choice.
       080-LOG-TRANSACTION-REJECT.

            DISPLAY "REJECTED: ", MT-ACTION, " for item ",
               MT-ITEM-ID, " - ", WS-REJ-MSG-LITERAL-2
            MOVE WS-REJECT-MSG-BUILD TO EL-MESSAGE
            MOVE "ITEM-MAINTENANCE" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            ADD 1 TO WS-TRANS-REJECTED.

       100-READ-ITEM-RECORD.

            READ ITEM-MASTER-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
            END-READ.

       200-APPLY-TRANSACTIONS-TO-RECORD.

            PERFORM VARYING TX-IDX FROM 1 BY 1
                  UNTIL TX-IDX > WS-TRANSACTION-COUNT
               MOVE MTT-TRANSACTION (TX-IDX) TO
                  ITEM-TRANSACTION-RECORD
               IF MT-ITEM-ID = IM-ITEM-ID
                     AND NOT MTT-IS-APPLIED (TX-IDX)
                     AND NOT ITEM-WAS-DELETED
                  MOVE 'Y' TO MTT-APPLIED-SWITCH (TX-IDX)
                  PERFORM 210-APPLY-ONE-TRANSACTION
               END-IF
            END-PERFORM.

      * ITEM-TRANSACTION-RECORD holds the table entry being applied;
      * ITEM-MASTER-RECORD is the master being rewritten.
       210-APPLY-ONE-TRANSACTION.

            MOVE MT-ITEM-ID TO WS-REJ-MSG-ITEM
            EVALUATE TRUE
               WHEN MT-IS-ADD
                  MOVE "IS ALREADY ON THE MASTER, ADD REJECTED" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
               WHEN MT-IS-DELETE
                  PERFORM 220-DELETE-ITEM
               WHEN MT-EACHES-PER-CASE-X NOT = SPACES
                     AND MT-EACHES-PER-CASE NOT = IM-EACHES-PER-CASE
                  PERFORM 215-CHECK-CASE-PACK-CHANGE
               WHEN OTHER
                  PERFORM 218-POST-CHANGE
            END-EVALUATE.

      * Cases already on order were bought at the old pack; PO-
      * RECEIVING would convert them at the new one.
       215-CHECK-CASE-PACK-CHANGE.

            PERFORM VARYING OO-IDX FROM 1 BY 1
                  UNTIL OO-IDX > WS-ON-ORDER-COUNT
               IF OOE-ITEM-ID (OO-IDX) = IM-ITEM-ID
                  MOVE "CASE PACK CHANGE WITH OPEN POS, REJECTED" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            PERFORM 218-POST-CHANGE.

       218-POST-CHANGE.

            MOVE ITEM-MASTER-RECORD TO CB-IMAGE
            MOVE IM-UNIT-COST TO WS-OLD-UNIT-COST
            PERFORM 230-APPLY-CHANGED-FIELDS
            MOVE ITEM-MASTER-RECORD TO CF-IMAGE
            PERFORM 500-WRITE-AUDIT-ENTRY
            IF IM-UNIT-COST NOT = WS-OLD-UNIT-COST
               PERFORM 240-WRITE-COST-HISTORY
            END-IF
            ADD 1 TO WS-TRANS-APPLIED.

      * Stock on hand, quantity on order, or a bill of materials
      * still needs the item; otherwise it leaves the new master.
       220-DELETE-ITEM.

            IF NOT STOCK-WAS-CHECKED
               MOVE "STOCK COULD NOT BE CHECKED, DEL REJECTED" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING OH-IDX FROM 1 BY 1
                  UNTIL OH-IDX > WS-ON-HAND-COUNT
               IF OHE-ITEM-ID (OH-IDX) = IM-ITEM-ID
                  MOVE "HAS STOCK ON INVBAL.DAT, DEL REJECTED" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            PERFORM VARYING OO-IDX FROM 1 BY 1
                  UNTIL OO-IDX > WS-ON-ORDER-COUNT
               IF OOE-ITEM-ID (OO-IDX) = IM-ITEM-ID
                  MOVE "HAS QUANTITY ON OPEN POS, DEL REJECTED" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            PERFORM VARYING BI-IDX FROM 1 BY 1
                  UNTIL BI-IDX > WS-BOM-ITEM-COUNT
               IF BIE-ITEM-ID (BI-IDX) = IM-ITEM-ID
                  MOVE "IS ON A BILL OF MATERIALS, DEL REJECTED" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            MOVE ITEM-MASTER-RECORD TO CB-IMAGE
            MOVE SPACES TO CF-IMAGE
            PERFORM 500-WRITE-AUDIT-ENTRY
            MOVE 'Y' TO WS-DELETED-SWITCH
            ADD 1 TO WS-TRANS-APPLIED.

      * The fields a CHG carries replace the master's; spaces leave
      * the master's value alone.
       230-APPLY-CHANGED-FIELDS.

            IF MT-DESCRIPTION NOT = SPACES
               MOVE MT-DESCRIPTION TO IM-DESCRIPTION
            END-IF
            IF MT-EACHES-PER-CASE-X NOT = SPACES
               MOVE MT-EACHES-PER-CASE TO IM-EACHES-PER-CASE
            END-IF
            IF MT-REORDER-POINT-X NOT = SPACES
               MOVE MT-REORDER-POINT TO IM-REORDER-POINT
            END-IF
            IF MT-REORDER-QTY-X NOT = SPACES
               MOVE MT-REORDER-QTY TO IM-REORDER-QTY
            END-IF
            IF MT-SUPPLIER NOT = SPACES
               MOVE MT-SUPPLIER TO IM-SUPPLIER
            END-IF
            IF MT-UNIT-COST-X NOT = SPACES
               MOVE MT-UNIT-COST TO IM-UNIT-COST
            END-IF.

       240-WRITE-COST-HISTORY.

            ADD 1 TO WS-COST-CHANGES
            IF WS-COST-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE IM-ITEM-ID TO CH-ITEM-ID
            MOVE WS-CURRENT-DATE TO CH-CHANGE-DATE
            MOVE WS-CURRENT-TIME TO CH-CHANGE-TIME
            MOVE WS-OLD-UNIT-COST TO CH-OLD-UNIT-COST
            MOVE IM-UNIT-COST TO CH-NEW-UNIT-COST
            MOVE WS-CHANGED-BY-ID TO CH-CHANGED-BY
            WRITE COST-HISTORY-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

       300-WRITE-NEW-ITEM-RECORD.

            MOVE ITEM-MASTER-RECORD TO ITEM-MASTER-NEW-RECORD
            WRITE ITEM-MASTER-NEW-RECORD
            ADD 1 TO WS-RECORDS-WRITTEN
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

      * ADDs whose item never matched the master are new items,
      * appended in transaction order.
       400-APPEND-UNAPPLIED-ADDS.

            PERFORM VARYING TX-IDX FROM 1 BY 1
                  UNTIL TX-IDX > WS-TRANSACTION-COUNT
               MOVE MTT-TRANSACTION (TX-IDX) TO
                  ITEM-TRANSACTION-RECORD
               IF MT-IS-ADD AND NOT MTT-IS-APPLIED (TX-IDX)
                  MOVE 'Y' TO MTT-APPLIED-SWITCH (TX-IDX)
                  PERFORM 410-ADD-ONE-ITEM
               END-IF
            END-PERFORM.

       410-ADD-ONE-ITEM.

            MOVE SPACES TO ITEM-MASTER-RECORD
            MOVE MT-ITEM-ID TO IM-ITEM-ID
            MOVE 0 TO IM-REORDER-POINT IM-REORDER-QTY IM-UNIT-COST
            MOVE 0 TO WS-OLD-UNIT-COST
            MOVE SPACES TO CB-IMAGE
            PERFORM 230-APPLY-CHANGED-FIELDS
            MOVE ITEM-MASTER-RECORD TO CF-IMAGE
            PERFORM 500-WRITE-AUDIT-ENTRY
            PERFORM 240-WRITE-COST-HISTORY
            PERFORM 300-WRITE-NEW-ITEM-RECORD
            ADD 1 TO WS-TRANS-APPLIED.

      * A CHG or DEL left unapplied names an item that is not on
      * the master - the mistyped-ID case - or is a second DEL.
       450-REJECT-UNAPPLIED-CHANGES.

            PERFORM VARYING TX-IDX FROM 1 BY 1
                  UNTIL TX-IDX > WS-TRANSACTION-COUNT
               IF NOT MTT-IS-APPLIED (TX-IDX)
                  MOVE MTT-TRANSACTION (TX-IDX) TO
                     ITEM-TRANSACTION-RECORD
                  MOVE MT-ITEM-ID TO WS-REJ-MSG-ITEM
                  MOVE "IS NOT ON THE MASTER, CHANGE REJECTED" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
               END-IF
            END-PERFORM.

       500-WRITE-AUDIT-ENTRY.

            IF WS-CHANGE-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE MT-ACTION TO CA-ACTION
            MOVE MT-ITEM-ID TO CA-ITEM-ID
            MOVE WS-CURRENT-DATE TO CA-DATE
            MOVE WS-CURRENT-TIME TO CA-TIME
            MOVE WS-CHANGED-BY-ID TO CA-CHANGED-BY
            WRITE ITEM-CHANGE-LOG-LINE FROM CHANGE-ACTION-LINE
            WRITE ITEM-CHANGE-LOG-LINE FROM CHANGE-BEFORE-LINE
            WRITE ITEM-CHANGE-LOG-LINE FROM CHANGE-AFTER-LINE.

       900-CLOSE-FILES.

            IF WS-ITEM-MASTER-STATUS = "00"
                  OR WS-ITEM-MASTER-STATUS = "10"
               CLOSE ITEM-MASTER-FILE
            END-IF
            IF WS-TRANSACTION-FILE-STATUS = "00"
                  OR WS-TRANSACTION-FILE-STATUS = "10"
               CLOSE ITEM-TRANSACTION-FILE
            END-IF
            IF WS-ITEM-NEW-STATUS = "00"
               CLOSE ITEM-MASTER-NEW-FILE
            END-IF
            IF WS-CHANGE-LOG-STATUS = "00"
               CLOSE ITEM-CHANGE-LOG-FILE
            END-IF
            IF WS-COST-HISTORY-STATUS = "00"
               CLOSE COST-HISTORY-FILE
            END-IF.

           COPY EXCPLOG.
           COPY SEALTBL.
           COPY RUNSTAT.
           COPY AUTHCHK.
       END PROGRAM ITEM-MAINTENANCE.
