      *           or due date, CLS a line short - and the updated
      *           file writes as POMAST.NEW for the operator to
      *           promote, the EMPMAST-MAINTENANCE shape complete
      *           with rejects to the exception log. A line added
      *           here is stamped with the run date as its order
      *           date, the start of the lead time PO-RECEIVING
      *           measures each receipt against.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  PO-STATUS           PIC X.
               88  PO-IS-OPEN          VALUE "O".
               88  PO-IS-CLOSED        VALUE "C".
           05  PO-ORDER-DATE       PIC 9(8).

       FD  PO-MASTER-NEW-FILE.
       01  PO-MASTER-NEW-RECORD    PIC X(60).

       FD  PO-TRANS-FILE.
       01  PO-TRANS-RECORD.
               10  PTE-APPLIED-SWITCH  PIC X.

       01  WS-APPLIED-COUNT        PIC 9(4) VALUE 0.
       01  WS-CURRENT-DATE         PIC 9(8).
       01  WS-REJECTED-COUNT       PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

            MOVE "PO-MAINTENANCE" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
            PERFORM 050-OPEN-FILES

            IF RUN-MUST-ABORT
                  MOVE PTE-UNIT-COST (PT-IDX) TO PO-UNIT-COST
                  MOVE PTE-DUE-DATE (PT-IDX) TO PO-DUE-DATE
                  MOVE "O" TO PO-STATUS
                  MOVE WS-CURRENT-DATE TO PO-ORDER-DATE
                  MOVE PO-MASTER-RECORD TO PO-MASTER-NEW-RECORD
                  WRITE PO-MASTER-NEW-RECORD
                  MOVE 'Y' TO PTE-APPLIED-SWITCH (PT-IDX)
