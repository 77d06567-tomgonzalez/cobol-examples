      * matches it to the open PO line. Spaces on a legacy receipt
      * means an unmatched walk-in receipt.
           05  IR-PO-NUMBER        PIC X(6).
      * Supplier lot and its expiration (zero - does not expire),
      * carried into the per-lot balances by
      * INVENTORY-BALANCE-UPDATE. Spaces on a receipt of stock
      * that is not lot-tracked.
           05  IR-LOT-NUMBER       PIC X(10).
           05  IR-EXPIRATION-DATE  PIC 9(8).

       FD  CASE-CONVERSION-REPORT-FILE.
       01  CASE-CONVERSION-LINE    PIC X(80).
