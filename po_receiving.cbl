      *           it once fully received), writes the PO file back
      *           as POMAST.NEW, and prints the receiving report -
      *           so a truckload can finally be checked against
      *           something other than the binder. Every matched
      *           receipt is also added to the receiving history -
      *           the line's supplier, order and due dates, ordered
      *           quantity and PO cost beside what arrived, when, and
      *           at what cost - which SUPPLIER-SCORECARD grades
      *           suppliers from. The history rolls PORCVHST.DAT to
      *           PORCVHST.NEW beside the PO file and is promoted with
      *           it, so running again before promotion cannot record
      *           the same receipts twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-CONTROL-STATUS.

      * Copied forward, then one record added per matched receipt.
           SELECT RECEIVING-HISTORY-OLD-FILE ASSIGN TO "PORCVHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-OLD-STATUS.

           SELECT RECEIVING-HISTORY-FILE ASSIGN TO "PORCVHST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT RECEIVING-REPORT-FILE ASSIGN TO "PORECV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           05  IR-EACHES-PER-CASE  PIC 9(3).
           05  IR-UNIT-COST        PIC 9(5)V9(2).
           05  IR-PO-NUMBER        PIC X(6).
           05  IR-LOT-NUMBER       PIC X(10).
           05  IR-EXPIRATION-DATE  PIC 9(8).

       FD  PO-MASTER-FILE.
       01  PO-MASTER-RECORD.
           05  PO-UNIT-COST        PIC 9(5)V9(2).
           05  PO-DUE-DATE         PIC 9(8).
           05  PO-STATUS           PIC X.
           05  PO-ORDER-DATE       PIC 9(8).

       FD  PO-MASTER-NEW-FILE.
       01  PO-MASTER-NEW-RECORD.
           05  PN-UNIT-COST        PIC 9(5)V9(2).
           05  PN-DUE-DATE         PIC 9(8).
           05  PN-STATUS           PIC X.
           05  PN-ORDER-DATE       PIC 9(8).

       FD  PO-CONTROL-FILE.
       01  PO-CONTROL-RECORD.
           05  PC-OVER-RECEIPT-PCT PIC 9(2)V9(2).
           05  PC-COST-VAR-PCT     PIC 9(2)V9(2).

       FD  RECEIVING-HISTORY-OLD-FILE.
       01  RECEIVING-HISTORY-OLD-RECORD PIC X(82).

      * Receiving history. Quantities are eaches; the to-date
      * quantity includes this receipt.
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
               88  RV-WAS-OVER-RECEIPT VALUE "Y".

       FD  RECEIVING-REPORT-FILE.
       01  REPORT-LINE             PIC X(96).

       01  WS-PO-NEW-STATUS        PIC XX.
       01  WS-PO-CONTROL-STATUS    PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-HISTORY-OLD-STATUS   PIC XX.
       01  WS-HISTORY-FILE-STATUS  PIC XX.
       01  WS-HISTORY-OPEN-SWITCH  PIC X VALUE 'N'.
           88  HISTORY-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-CURRENT-DATE         PIC 9(8).
       01  WS-OVER-RECEIPT-SWITCH  PIC X.
           88  RECEIPT-IS-OVER         VALUE 'Y'.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH     PIC X VALUE 'N'.
               10  POE-UNIT-COST       PIC 9(5)V9(2).
               10  POE-DUE-DATE        PIC 9(8).
               10  POE-STATUS          PIC X.
               10  POE-ORDER-DATE      PIC 9(8).

       01  WS-FOUND-SWITCH         PIC X.
           88  PO-LINE-FOUND           VALUE 'Y'.

            MOVE "PO-RECEIVING" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
            PERFORM 050-OPEN-FILES

            IF RUN-MUST-ABORT

            PERFORM 900-CLOSE-FILES
            DISPLAY "RECEIVING MATCH COMPLETE.  PROMOTE POMAST.NEW "
               "OVER POMAST.DAT AND PORCVHST.NEW OVER PORCVHST.DAT."
            PERFORM 970-DISPLAY-RUN-STATISTICS

            STOP RUN.
               CLOSE PO-CONTROL-FILE
            END-IF

            OPEN OUTPUT RECEIVING-HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-OPEN-SWITCH
               PERFORM 055-COPY-RECEIVING-HISTORY
            ELSE
               DISPLAY "WARNING: PORCVHST.NEW OPEN FAILED, STATUS = ",
                  WS-HISTORY-FILE-STATUS, " - NO RECEIVING HISTORY "
                  "KEPT THIS RUN"
               MOVE "PORCVHST.NEW WOULD NOT OPEN - HISTORY NOT KEPT"
                  TO EL-MESSAGE
               MOVE "PO-RECEIVING" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            OPEN OUTPUT RECEIVING-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: PORECV.RPT OPEN FAILED, STATUS = ",
               WRITE REPORT-LINE FROM REPORT-HEADING-1
            END-IF.

      * No PORCVHST.DAT is the first run - the history starts here.
       055-COPY-RECEIVING-HISTORY.

            OPEN INPUT RECEIVING-HISTORY-OLD-FILE
            IF WS-HISTORY-OLD-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ RECEIVING-HISTORY-OLD-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     WRITE RECEIVING-HISTORY-RECORD FROM
                        RECEIVING-HISTORY-OLD-RECORD
               END-READ
            END-PERFORM
            CLOSE RECEIVING-HISTORY-OLD-FILE.

       060-LOAD-PO-TABLE.

            MOVE 'N' TO WS-EOF-SWITCH
                        MOVE PO-UNIT-COST TO POE-UNIT-COST (PO-IDX)
                        MOVE PO-DUE-DATE TO POE-DUE-DATE (PO-IDX)
                        MOVE PO-STATUS TO POE-STATUS (PO-IDX)
      * Lines keyed before order dates were kept carry none.
                        IF PO-ORDER-DATE IS NUMERIC
                           MOVE PO-ORDER-DATE TO
                              POE-ORDER-DATE (PO-IDX)
                        ELSE
                           MOVE 0 TO POE-ORDER-DATE (PO-IDX)
                        END-IF
                     ELSE
                        DISPLAY "WARNING: PO TABLE FULL"
                     END-IF

            ADD 1 TO WS-MATCHED-COUNT
            MOVE "MATCHED" TO RD-DISPOSITION
            MOVE 'N' TO WS-OVER-RECEIPT-SWITCH

      * Over-receipt: ordered plus the tolerance is the ceiling.
            COMPUTE WS-ALLOWED-QTY ROUNDED =
            IF POE-QTY-RECEIVED (PO-IDX) + IR-EACHES-RECEIVED
                  > WS-ALLOWED-QTY
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE 'Y' TO WS-OVER-RECEIPT-SWITCH
               MOVE "OVER-RECEIPT BEYOND TOLERANCE" TO
                  RD-DISPOSITION
               MOVE "RECEIPT OVER THE PO QUANTITY TOLERANCE" TO
                  POE-QTY-ORDERED (PO-IDX)
               MOVE "C" TO POE-STATUS (PO-IDX)
            END-IF
            PERFORM 250-WRITE-RECEIVING-HISTORY

            IF WS-REPORT-FILE-STATUS = "00"
               WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
            END-IF.

       250-WRITE-RECEIVING-HISTORY.

            IF NOT HISTORY-FILE-IS-OPEN
               EXIT PARAGRAPH
            END-IF
            MOVE POE-NUMBER (PO-IDX) TO RV-PO-NUMBER
            MOVE POE-LINE-NO (PO-IDX) TO RV-LINE-NO
            MOVE POE-SUPPLIER (PO-IDX) TO RV-SUPPLIER
            MOVE POE-ITEM-ID (PO-IDX) TO RV-ITEM-ID
            MOVE POE-ORDER-DATE (PO-IDX) TO RV-ORDER-DATE
            MOVE POE-DUE-DATE (PO-IDX) TO RV-DUE-DATE
            MOVE WS-CURRENT-DATE TO RV-RECEIPT-DATE
            MOVE POE-QTY-ORDERED (PO-IDX) TO RV-QTY-ORDERED
            MOVE IR-EACHES-RECEIVED TO RV-QTY-RECEIVED
            MOVE POE-QTY-RECEIVED (PO-IDX) TO RV-QTY-TO-DATE
            MOVE POE-UNIT-COST (PO-IDX) TO RV-PO-UNIT-COST
            MOVE IR-UNIT-COST TO RV-RECEIPT-COST
            MOVE WS-OVER-RECEIPT-SWITCH TO RV-OVER-RECEIPT-FLAG
            WRITE RECEIVING-HISTORY-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

       700-WRITE-NEW-PO-FILE.

            PERFORM VARYING PO-IDX FROM 1 BY 1
               MOVE POE-UNIT-COST (PO-IDX) TO PN-UNIT-COST
               MOVE POE-DUE-DATE (PO-IDX) TO PN-DUE-DATE
               MOVE POE-STATUS (PO-IDX) TO PN-STATUS
               MOVE POE-ORDER-DATE (PO-IDX) TO PN-ORDER-DATE
               WRITE PO-MASTER-NEW-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-PERFORM
                  OR WS-PO-FILE-STATUS = "10"
               CLOSE PO-MASTER-FILE
            END-IF
            IF HISTORY-FILE-IS-OPEN
               CLOSE RECEIVING-HISTORY-FILE
            END-IF
            IF WS-REPORT-FILE-STATUS = "00"
               CLOSE RECEIVING-REPORT-FILE
            END-IF.
