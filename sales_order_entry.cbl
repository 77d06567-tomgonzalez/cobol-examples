      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Sales order entry and stock allocation. New order
      *           lines arrive on SOTRAN.DAT and join the open order
      *           book (SOLINE.DAT). Every run then allocates stock
      *           line by line against what is really there - the
      *           INVBAL.DAT on-hand at each location less everything
      *           already allocated to unshipped orders (SOALLOC.DAT) -
      *           and puts whatever cannot be covered on backorder.
      *           Lines already on backorder are allocated first, oldest
      *           order first, so once PO-RECEIVING's receipts have gone
      *           through INVENTORY-BALANCE-UPDATE the next pass fills
      *           them before any new order gets the stock.
      *           Writes SOLINE.NEW and SOALLOC.NEW for the operator to
      *           promote, the entry/allocation register SOENTRY.RPT,
      *           and pick lists by warehouse location (SOPICK.RPT) for
      *           every allocation still waiting to ship. Shipments are
      *           confirmed through SALES-ORDER-SHIP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-ORDER-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-TRANS-FILE ASSIGN TO "SOTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-TRANS-STATUS.

           SELECT ORDER-LINE-FILE ASSIGN TO "SOLINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-LINE-STATUS.

           SELECT ORDER-LINE-NEW-FILE ASSIGN TO "SOLINE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-LINE-NEW-STATUS.

           SELECT ALLOCATION-FILE ASSIGN TO "SOALLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCATION-STATUS.

           SELECT ALLOCATION-NEW-FILE ASSIGN TO "SOALLOC.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCATION-NEW-STATUS.

           SELECT INVENTORY-BALANCE-FILE ASSIGN TO "INVBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT ENTRY-REGISTER-FILE ASSIGN TO "SOENTRY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT PICK-LIST-FILE ASSIGN TO "SOPICK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-FILE-STATUS.

      * Shared batch exception log.
           COPY EXCPSEL.

      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Shared run-lock file - see copybooks/LOCKTBL.cpy.
           COPY LOCKSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
      * One record per order line keyed in. ST-UNIT-PRICE of zero
      * bills at list when the shipment is invoiced; a blank
      * currency is USD.
       FD  ORDER-TRANS-FILE.
       01  ORDER-TRANS-RECORD.
           05  ST-ORDER-ID         PIC X(6).
           05  ST-LINE-NO          PIC 9(3).
           05  ST-CUSTOMER-ID      PIC X(6).
           05  ST-ORDER-DATE       PIC 9(8).
           05  ST-ITEM-ID          PIC X(6).
           05  ST-QUANTITY         PIC 9(5).
           05  ST-UNIT-PRICE       PIC 9(5)V9(2).
           05  ST-JURISDICTION-CODE PIC X(2).
           05  ST-CURRENCY-CODE    PIC X(3).

      * The open order book. Ordered = shipped + allocated +
      * backordered, always. SL-STATUS "O" open, "C" complete (the
      * last shipment confirmed - dropped at the next roll).
       FD  ORDER-LINE-FILE.
       01  ORDER-LINE-RECORD.
           05  SL-ORDER-ID         PIC X(6).
           05  SL-LINE-NO          PIC 9(3).
           05  SL-CUSTOMER-ID      PIC X(6).
           05  SL-ORDER-DATE       PIC 9(8).
           05  SL-ITEM-ID          PIC X(6).
           05  SL-ORDER-QTY        PIC 9(5).
           05  SL-SHIPPED-QTY      PIC 9(5).
           05  SL-ALLOCATED-QTY    PIC 9(5).
           05  SL-BACKORDER-QTY    PIC 9(5).
           05  SL-UNIT-PRICE       PIC 9(5)V9(2).
           05  SL-JURISDICTION-CODE PIC X(2).
           05  SL-CURRENCY-CODE    PIC X(3).
           05  SL-STATUS           PIC X.

       FD  ORDER-LINE-NEW-FILE.
       01  ORDER-LINE-NEW-RECORD   PIC X(62).

      * Stock set aside for an order line at one location and not
      * yet shipped - one record per line per location.
       FD  ALLOCATION-FILE.
       01  ALLOCATION-RECORD.
           05  SA-ORDER-ID         PIC X(6).
           05  SA-LINE-NO          PIC 9(3).
           05  SA-ITEM-ID          PIC X(6).
           05  SA-LOCATION         PIC X(3).
           05  SA-QUANTITY         PIC 9(5).
           05  SA-ALLOC-DATE       PIC 9(8).

       FD  ALLOCATION-NEW-FILE.
       01  ALLOCATION-NEW-RECORD   PIC X(31).

       FD  INVENTORY-BALANCE-FILE.
       01  INVENTORY-BALANCE-RECORD.
           05  BO-ITEM-ID          PIC X(6).
           05  BO-ON-HAND-EACHES   PIC S9(7) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  BO-LOCATION         PIC X(3).

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

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CU-CUSTOMER-ID      PIC X(6).
           05  CU-CUSTOMER-NAME    PIC X(25).
           05  CU-TERMS-CODE       PIC X(9).
           05  CU-CREDIT-LIMIT     PIC 9(9)V9(2).
           05  CU-CREDIT-STATUS    PIC X.
           05  CU-FC-EXEMPT        PIC X.

       FD  ENTRY-REGISTER-FILE.
       01  REGISTER-LINE           PIC X(132).

       FD  PICK-LIST-FILE.
       01  PICK-LINE               PIC X(132).

           COPY EXCPFD.
           COPY SEALFD.
           COPY LOCKFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.
       01  WS-RUN-LOCK-STATUS      PIC XX.
           COPY LOCKWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy. The
      * shared counters page the register; the pick list breaks on
      * its own counters below, a new page per location.
           COPY PAGWS.
       01  WS-ORDER-TRANS-STATUS   PIC XX.
       01  WS-ORDER-LINE-STATUS    PIC XX.
       01  WS-ORDER-LINE-NEW-STATUS PIC XX.
       01  WS-ALLOCATION-STATUS    PIC XX.
       01  WS-ALLOCATION-NEW-STATUS PIC XX.
       01  WS-BALANCE-FILE-STATUS  PIC XX.
       01  WS-ITEM-MASTER-STATUS   PIC XX.
       01  WS-CUSTOMER-FILE-STATUS PIC XX.
       01  WS-REGISTER-FILE-STATUS PIC XX.
       01  WS-PICK-FILE-STATUS     PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.
           88  ENTRY-WAS-FOUND         VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-DEFAULT-LOCATION     PIC X(3) VALUE "WH1".
       01  WS-REJECT-REASON        PIC X(30).

       01  WS-ITEM-COUNT-MAX       PIC 9(3) VALUE 500.
       01  WS-ITEM-COUNT           PIC 9(3) VALUE 0.
       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 500 TIMES
                                   INDEXED BY IM-IDX.
               10  IME-ITEM-ID         PIC X(6).
               10  IME-DESCRIPTION     PIC X(25).
               10  IME-EACHES-PER-CASE PIC 9(3).

       01  WS-CUSTOMER-COUNT-MAX   PIC 9(3) VALUE 500.
       01  WS-CUSTOMER-COUNT       PIC 9(3) VALUE 0.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 500 TIMES
                                   INDEXED BY CU-IDX.
               10  CUE-CUSTOMER-ID     PIC X(6).
               10  CUE-CREDIT-STATUS   PIC X.

      * On-hand by item and location, with what open orders already
      * have set aside there. Available is the difference.
       01  WS-STOCK-COUNT-MAX      PIC 9(4) VALUE 1000.
       01  WS-STOCK-COUNT          PIC 9(4) VALUE 0.
       01  STOCK-TABLE.
           05  STOCK-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY SK-IDX.
               10  SKE-ITEM-ID         PIC X(6).
               10  SKE-LOCATION        PIC X(3).
               10  SKE-ON-HAND         PIC S9(7).
               10  SKE-ALLOCATED       PIC S9(7).
       01  WS-AVAILABLE-QTY        PIC S9(7).

       01  WS-LINE-COUNT-MAX       PIC 9(4) VALUE 2000.
       01  WS-LINE-COUNT           PIC 9(4) VALUE 0.
       01  WS-OLD-LINE-COUNT       PIC 9(4) VALUE 0.
       01  ORDER-LINE-TABLE.
           05  ORDER-LINE-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY OL-IDX.
               10  OLE-ORDER-ID        PIC X(6).
               10  OLE-LINE-NO         PIC 9(3).
               10  OLE-CUSTOMER-ID     PIC X(6).
               10  OLE-ORDER-DATE      PIC 9(8).
               10  OLE-ITEM-ID         PIC X(6).
               10  OLE-ORDER-QTY       PIC 9(5).
               10  OLE-SHIPPED-QTY     PIC 9(5).
               10  OLE-ALLOCATED-QTY   PIC 9(5).
               10  OLE-BACKORDER-QTY   PIC 9(5).
               10  OLE-UNIT-PRICE      PIC 9(5)V9(2).
               10  OLE-JURISDICTION    PIC X(2).
               10  OLE-CURRENCY        PIC X(3).
               10  OLE-STATUS          PIC X.
               10  OLE-ALLOC-THIS-RUN  PIC 9(5).

       01  WS-ALLOC-COUNT-MAX      PIC 9(4) VALUE 3000.
       01  WS-ALLOC-COUNT          PIC 9(4) VALUE 0.
       01  ALLOCATION-TABLE.
           05  ALLOCATION-ENTRY OCCURS 3000 TIMES
                                   INDEXED BY AL-IDX.
               10  ALE-ORDER-ID        PIC X(6).
               10  ALE-LINE-NO         PIC 9(3).
               10  ALE-ITEM-ID         PIC X(6).
               10  ALE-LOCATION        PIC X(3).
               10  ALE-QUANTITY        PIC 9(5).
               10  ALE-ALLOC-DATE      PIC 9(8).

      * Distinct locations holding allocations, in the order first
      * met - one pick list each.
       01  WS-PICK-LOCATION-COUNT  PIC 9(3) VALUE 0.
       01  PICK-LOCATION-TABLE.
           05  PICK-LOCATION-ENTRY OCCURS 100 TIMES
                                   INDEXED BY PL-IDX.
               10  PLE-LOCATION        PIC X(3).
       01  WS-PICK-LOCATION        PIC X(3).
       01  WS-PICK-PAGE-NUMBER     PIC 9(3) VALUE 0.
       01  WS-PICK-LINE-COUNT      PIC 9(3) VALUE 0.
       01  WS-PICK-ITEM-COUNT      PIC 9(5) VALUE 0.
       01  WS-PICK-UNIT-TOTAL      PIC 9(7) VALUE 0.

       01  WS-TAKE-QTY             PIC 9(5).
       01  WS-EACHES-PER-CASE      PIC 9(3).
       01  WS-CURRENT-ITEM         PIC X(6).
       01  WS-DESCRIPTION          PIC X(25).

       01  WS-ENTERED-COUNT        PIC 9(5) VALUE 0.
       01  WS-ACCEPTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-UNITS-ALLOCATED      PIC 9(7) VALUE 0.
       01  WS-LINES-FULLY-ALLOC    PIC 9(5) VALUE 0.
       01  WS-LINES-BACKORDERED    PIC 9(5) VALUE 0.
       01  WS-UNITS-BACKORDERED    PIC 9(7) VALUE 0.
       01  WS-COMPLETE-DROPPED     PIC 9(5) VALUE 0.

       01  REGISTER-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               "SALES ORDER ENTRY AND STOCK ALLOCATION".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  SH-RUN-DATE     PIC 9(8).
           05  FILLER          PIC X(65) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  SH-PAGE-NUMBER  PIC ZZ9.
       01  ENTRY-SECTION-HEADING.
           05  FILLER          PIC X(40) VALUE
               "ORDER LINES ENTERED THIS RUN".
       01  ENTRY-COLUMN-HEADING.
           05  FILLER          PIC X(8)  VALUE "ORDER".
           05  FILLER          PIC X(6)  VALUE "LINE".
           05  FILLER          PIC X(8)  VALUE "CUST".
           05  FILLER          PIC X(8)  VALUE "ITEM".
           05  FILLER          PIC X(10) VALUE "ORDER DATE".
           05  FILLER          PIC X(9)  VALUE "   QTY".
           05  FILLER          PIC X(30) VALUE "DISPOSITION".
       01  ENTRY-DETAIL-LINE.
           05  ED-ORDER-ID     PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-LINE-NO      PIC ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  ED-CUSTOMER-ID  PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-ITEM-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-ORDER-DATE   PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-QUANTITY     PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  ED-DISPOSITION  PIC X(30).
       01  STATUS-SECTION-HEADING.
           05  FILLER          PIC X(40) VALUE
               "OPEN ORDER LINES AFTER ALLOCATION".
       01  STATUS-COLUMN-HEADING.
           05  FILLER          PIC X(8)  VALUE "ORDER".
           05  FILLER          PIC X(6)  VALUE "LINE".
           05  FILLER          PIC X(8)  VALUE "CUST".
           05  FILLER          PIC X(8)  VALUE "ITEM".
           05  FILLER          PIC X(10) VALUE "   ORDERED".
           05  FILLER          PIC X(10) VALUE "   SHIPPED".
           05  FILLER          PIC X(10) VALUE " ALLOCATED".
           05  FILLER          PIC X(10) VALUE "  THIS RUN".
           05  FILLER          PIC X(10) VALUE " BACKORDER".
       01  STATUS-DETAIL-LINE.
           05  OD-ORDER-ID     PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OD-LINE-NO      PIC ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  OD-CUSTOMER-ID  PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OD-ITEM-ID      PIC X(6).
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  OD-ORDER-QTY    PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  OD-SHIPPED-QTY  PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  OD-ALLOCATED-QTY PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  OD-THIS-RUN-QTY PIC ZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  OD-BACKORDER-QTY PIC ZZ,ZZ9 BLANK WHEN ZERO.
       01  REGISTER-TOTAL-LINE.
           05  RT-CAPTION      PIC X(36).
           05  RT-COUNT        PIC Z,ZZZ,ZZ9.
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACES.

       01  PICK-HEADING-1.
           05  FILLER          PIC X(20) VALUE "PICK LIST  LOCATION ".
           05  PH-LOCATION     PIC X(3).
           05  FILLER          PIC X(19) VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  PH-RUN-DATE     PIC 9(8).
           05  FILLER          PIC X(65) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  PH-PAGE-NUMBER  PIC ZZ9.
       01  PICK-COLUMN-HEADING.
           05  FILLER          PIC X(8)  VALUE "ORDER".
           05  FILLER          PIC X(6)  VALUE "LINE".
           05  FILLER          PIC X(8)  VALUE "CUST".
           05  FILLER          PIC X(8)  VALUE "ITEM".
           05  FILLER          PIC X(27) VALUE "DESCRIPTION".
           05  FILLER          PIC X(9)  VALUE "   EACHES".
           05  FILLER          PIC X(8)  VALUE "   CASES".
           05  FILLER          PIC X(7)  VALUE "  LOOSE".
           05  FILLER          PIC X(12) VALUE "  ALLOCATED".
           05  FILLER          PIC X(10) VALUE "  PICKED".
       01  PICK-DETAIL-LINE.
           05  PD-ORDER-ID     PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PD-LINE-NO      PIC ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  PD-CUSTOMER-ID  PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PD-ITEM-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PD-DESCRIPTION  PIC X(25).
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  PD-EACHES       PIC ZZ,ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PD-CASES        PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  PD-LOOSE        PIC ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  PD-ALLOC-DATE   PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "________".
       01  PICK-TOTAL-LINE.
           05  FILLER          PIC X(22) VALUE "LINES TO PICK".
           05  PT-LINE-COUNT   PIC ZZ,ZZ9.
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  FILLER          PIC X(14) VALUE "TOTAL EACHES".
           05  PT-UNIT-TOTAL   PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "SALES-ORDER-ENTRY" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      * SALES-ORDER-SHIP rolls the same two files - only one of
      * them may hold the order book at a time.
            MOVE "SALES-ORDER-ENTRY" TO WS-LOCK-PROGRAM-ID
            MOVE "SOLINE" TO WS-LOCK-RESOURCE (1)
            MOVE 1 TO WS-LOCK-RESOURCE-COUNT
            PERFORM 940-CLAIM-RESOURCE-LOCKS
            IF RESOURCE-LOCKS-DENIED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 040-LOAD-INVENTORY-BALANCES
      * Allocating against a balance file that is not the one its
      * writer sealed would promise customers stock that may not
      * exist.
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: INVBAL.DAT FAILS ITS SEAL - "
                  "NO ORDERS ENTERED OR ALLOCATED"
               MOVE "INVBAL.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "SALES-ORDER-ENTRY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            OPEN OUTPUT ENTRY-REGISTER-FILE
            IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: SOENTRY.RPT OPEN FAILED, STATUS = ",
                  WS-REGISTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 050-LOAD-ITEM-MASTER
            PERFORM 055-LOAD-CUSTOMER-MASTER
            PERFORM 060-LOAD-ORDER-LINES
            PERFORM 070-LOAD-ALLOCATIONS
      * An allocation file that is not the generation last sealed
      * - a SALES-ORDER-SHIP run not yet promoted, say - would put
      * shipped allocations back on the book to ship again.
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: SOALLOC.DAT FAILS ITS SEAL - PROMOTE "
                  "SOLINE.NEW AND SOALLOC.NEW FIRST; NO ORDERS "
                  "ENTERED OR ALLOCATED"
               MOVE "SOALLOC.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "SALES-ORDER-ENTRY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               CLOSE ENTRY-REGISTER-FILE
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 810-WRITE-REGISTER-HEADER
            PERFORM 100-ENTER-NEW-ORDER-LINES
            PERFORM 200-ALLOCATE-OPEN-LINES
            PERFORM 500-WRITE-NEW-ORDER-BOOK
            PERFORM 600-WRITE-PICK-LISTS
            PERFORM 700-LIST-OPEN-LINES
            PERFORM 800-WRITE-REGISTER-TOTALS
            CLOSE ENTRY-REGISTER-FILE

            PERFORM 945-RELEASE-RESOURCE-LOCKS
            DISPLAY "SALES ORDER ENTRY COMPLETE.  ", WS-ACCEPTED-COUNT,
               " LINE(S) ENTERED, ", WS-REJECTED-COUNT, " REJECTED, ",
               WS-UNITS-ALLOCATED, " UNIT(S) ALLOCATED, ",
               WS-LINES-BACKORDERED, " LINE(S) ON BACKORDER."
            DISPLAY "PROMOTE SOLINE.NEW AND SOALLOC.NEW."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * A missing balance file is a warehouse with nothing in it -
      * every line goes to backorder.
       040-LOAD-INVENTORY-BALANCES.

            PERFORM 930-RESET-SEAL
            OPEN INPUT INVENTORY-BALANCE-FILE
            IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO INVBAL.DAT - NOTHING ON HAND TO "
                  "ALLOCATE"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ INVENTORY-BALANCE-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     MOVE SPACES TO WS-SEAL-KEY-STRING
                     MOVE BO-ITEM-ID TO WS-SEAL-KEY-STRING (1:6)
                     MOVE BO-LOCATION TO WS-SEAL-KEY-STRING (7:3)
                     MOVE BO-ON-HAND-EACHES TO WS-SEAL-AMOUNT-VALUE
                     PERFORM 933-HASH-KEY-STRING
                     PERFORM 932-ACCUMULATE-SEAL
                     PERFORM 045-TABLE-ONE-BALANCE
               END-READ
            END-PERFORM
            CLOSE INVENTORY-BALANCE-FILE
            MOVE "INVBAL.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL.

       045-TABLE-ONE-BALANCE.

            IF WS-STOCK-COUNT NOT < WS-STOCK-COUNT-MAX
               DISPLAY "WARNING: STOCK TABLE FULL, ",
                  BO-ITEM-ID, " AT ", BO-LOCATION, " NOT ALLOCATED"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-STOCK-COUNT
            SET SK-IDX TO WS-STOCK-COUNT
            MOVE BO-ITEM-ID TO SKE-ITEM-ID (SK-IDX)
            IF BO-LOCATION = SPACES
               MOVE WS-DEFAULT-LOCATION TO SKE-LOCATION (SK-IDX)
            ELSE
               MOVE BO-LOCATION TO SKE-LOCATION (SK-IDX)
            END-IF
            MOVE BO-ON-HAND-EACHES TO SKE-ON-HAND (SK-IDX)
            MOVE 0 TO SKE-ALLOCATED (SK-IDX).

       050-LOAD-ITEM-MASTER.

            OPEN INPUT ITEM-MASTER-FILE
            IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "WARNING: NO ITEMMAST.DAT - EVERY NEW LINE "
                  "WILL BE REJECTED AS AN UNKNOWN ITEM"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ ITEM-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-ITEM-COUNT < WS-ITEM-COUNT-MAX
                        ADD 1 TO WS-ITEM-COUNT
                        SET IM-IDX TO WS-ITEM-COUNT
                        MOVE IM-ITEM-ID TO IME-ITEM-ID (IM-IDX)
                        MOVE IM-DESCRIPTION TO IME-DESCRIPTION (IM-IDX)
                        MOVE IM-EACHES-PER-CASE TO
                           IME-EACHES-PER-CASE (IM-IDX)
                     ELSE
                        DISPLAY "WARNING: ITEM MASTER TABLE FULL, "
                           "IGNORING ITEM ", IM-ITEM-ID
                     END-IF
               END-READ
            END-PERFORM
            CLOSE ITEM-MASTER-FILE.

       055-LOAD-CUSTOMER-MASTER.

            OPEN INPUT CUSTOMER-MASTER-FILE
            IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO CUSTMAST.DAT - EVERY NEW LINE "
                  "WILL BE REJECTED AS AN UNKNOWN CUSTOMER"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ CUSTOMER-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-CUSTOMER-COUNT < WS-CUSTOMER-COUNT-MAX
                        ADD 1 TO WS-CUSTOMER-COUNT
                        SET CU-IDX TO WS-CUSTOMER-COUNT
                        MOVE CU-CUSTOMER-ID TO CUE-CUSTOMER-ID (CU-IDX)
                        MOVE CU-CREDIT-STATUS TO
                           CUE-CREDIT-STATUS (CU-IDX)
                     ELSE
                        DISPLAY "WARNING: CUSTOMER TABLE FULL, "
                           "IGNORING CUSTOMER ", CU-CUSTOMER-ID
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CUSTOMER-MASTER-FILE.

      * Lines the last shipment run completed have been invoiced
      * and have nothing left to do - they drop here.
       060-LOAD-ORDER-LINES.

            OPEN INPUT ORDER-LINE-FILE
            IF WS-ORDER-LINE-STATUS NOT = "00"
               DISPLAY "NOTICE: NO SOLINE.DAT - STARTING A NEW ORDER "
                  "BOOK"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ ORDER-LINE-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF SL-STATUS = "C"
                        ADD 1 TO WS-COMPLETE-DROPPED
                     ELSE
                        PERFORM 065-TABLE-OLD-ORDER-LINE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE ORDER-LINE-FILE
            MOVE WS-LINE-COUNT TO WS-OLD-LINE-COUNT.

       065-TABLE-OLD-ORDER-LINE.

            IF WS-LINE-COUNT NOT < WS-LINE-COUNT-MAX
               DISPLAY "ERROR: ORDER LINE TABLE FULL AT ",
                  SL-ORDER-ID, " - ORDER BOOK NOT ROLLED"
               MOVE "ORDER LINE TABLE FULL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "SALES-ORDER-ENTRY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            SET OL-IDX TO WS-LINE-COUNT
            MOVE SL-ORDER-ID TO OLE-ORDER-ID (OL-IDX)
            MOVE SL-LINE-NO TO OLE-LINE-NO (OL-IDX)
            MOVE SL-CUSTOMER-ID TO OLE-CUSTOMER-ID (OL-IDX)
            MOVE SL-ORDER-DATE TO OLE-ORDER-DATE (OL-IDX)
            MOVE SL-ITEM-ID TO OLE-ITEM-ID (OL-IDX)
            MOVE SL-ORDER-QTY TO OLE-ORDER-QTY (OL-IDX)
            MOVE SL-SHIPPED-QTY TO OLE-SHIPPED-QTY (OL-IDX)
            MOVE SL-ALLOCATED-QTY TO OLE-ALLOCATED-QTY (OL-IDX)
            MOVE SL-BACKORDER-QTY TO OLE-BACKORDER-QTY (OL-IDX)
            MOVE SL-UNIT-PRICE TO OLE-UNIT-PRICE (OL-IDX)
            MOVE SL-JURISDICTION-CODE TO OLE-JURISDICTION (OL-IDX)
            MOVE SL-CURRENCY-CODE TO OLE-CURRENCY (OL-IDX)
            MOVE SL-STATUS TO OLE-STATUS (OL-IDX)
            MOVE 0 TO OLE-ALLOC-THIS-RUN (OL-IDX).

      * Each outstanding allocation comes off the available stock
      * at its location before anything new is handed out.
       070-LOAD-ALLOCATIONS.

            OPEN INPUT ALLOCATION-FILE
            IF WS-ALLOCATION-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM 930-RESET-SEAL
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ ALLOCATION-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 072-SEAL-COUNT-ALLOCATION
                     PERFORM 075-TABLE-OLD-ALLOCATION
               END-READ
            END-PERFORM
            CLOSE ALLOCATION-FILE
            MOVE "SOALLOC.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL.

       072-SEAL-COUNT-ALLOCATION.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE SA-ORDER-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE SA-LINE-NO TO WS-SEAL-KEY-STRING (7:3)
            MOVE SA-LOCATION TO WS-SEAL-KEY-STRING (10:3)
            MOVE SA-QUANTITY TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

       075-TABLE-OLD-ALLOCATION.

            IF WS-ALLOC-COUNT NOT < WS-ALLOC-COUNT-MAX
               DISPLAY "ERROR: ALLOCATION TABLE FULL AT ",
                  SA-ORDER-ID, " - ORDER BOOK NOT ROLLED"
               MOVE "ALLOCATION TABLE FULL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "SALES-ORDER-ENTRY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            ADD 1 TO WS-ALLOC-COUNT
            SET AL-IDX TO WS-ALLOC-COUNT
            MOVE SA-ORDER-ID TO ALE-ORDER-ID (AL-IDX)
            MOVE SA-LINE-NO TO ALE-LINE-NO (AL-IDX)
            MOVE SA-ITEM-ID TO ALE-ITEM-ID (AL-IDX)
            MOVE SA-LOCATION TO ALE-LOCATION (AL-IDX)
            MOVE SA-QUANTITY TO ALE-QUANTITY (AL-IDX)
            MOVE SA-ALLOC-DATE TO ALE-ALLOC-DATE (AL-IDX)
      * Stock that has since vanished from INVBAL.DAT still holds
      * its allocation - available there goes negative and nothing
      * more is promised from it.
            PERFORM 420-FIND-STOCK-ENTRY
            IF NOT ENTRY-WAS-FOUND
               IF WS-STOCK-COUNT < WS-STOCK-COUNT-MAX
                  ADD 1 TO WS-STOCK-COUNT
                  SET SK-IDX TO WS-STOCK-COUNT
                  MOVE SA-ITEM-ID TO SKE-ITEM-ID (SK-IDX)
                  MOVE SA-LOCATION TO SKE-LOCATION (SK-IDX)
                  MOVE 0 TO SKE-ON-HAND (SK-IDX)
                  MOVE 0 TO SKE-ALLOCATED (SK-IDX)
                  MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
            END-IF
            IF ENTRY-WAS-FOUND
               ADD SA-QUANTITY TO SKE-ALLOCATED (SK-IDX)
            END-IF.

       100-ENTER-NEW-ORDER-LINES.

            WRITE REGISTER-LINE FROM REPORT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            WRITE REGISTER-LINE FROM ENTRY-SECTION-HEADING
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            WRITE REGISTER-LINE FROM ENTRY-COLUMN-HEADING
            PERFORM 095-BUMP-PAGE-LINE-COUNT

            OPEN INPUT ORDER-TRANS-FILE
            IF WS-ORDER-TRANS-STATUS NOT = "00"
               DISPLAY "NOTICE: NO SOTRAN.DAT - ALLOCATION PASS ONLY"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ ORDER-TRANS-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     ADD 1 TO WS-ENTERED-COUNT
                     PERFORM 110-EDIT-ORDER-LINE
                     IF WS-REJECT-REASON = SPACES
                        PERFORM 120-ADD-ORDER-LINE
                     ELSE
                        PERFORM 130-REJECT-ORDER-LINE
                     END-IF
                     PERFORM 140-LIST-ENTERED-LINE
               END-READ
            END-PERFORM
            CLOSE ORDER-TRANS-FILE.

       110-EDIT-ORDER-LINE.

            MOVE SPACES TO WS-REJECT-REASON
            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING CU-IDX FROM 1 BY 1
                  UNTIL CU-IDX > WS-CUSTOMER-COUNT
               IF CUE-CUSTOMER-ID (CU-IDX) = ST-CUSTOMER-ID
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF NOT ENTRY-WAS-FOUND
               MOVE "UNKNOWN CUSTOMER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
      * CUSTOMER-MAINTENANCE INA closes the account to new business.
            IF CUE-CREDIT-STATUS (CU-IDX) = "I"
               MOVE "CUSTOMER INACTIVE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF

            MOVE ST-ITEM-ID TO WS-CURRENT-ITEM
            PERFORM 410-FIND-ITEM
            IF NOT ENTRY-WAS-FOUND
               MOVE "UNKNOWN ITEM" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF

            IF ST-QUANTITY NOT NUMERIC OR ST-QUANTITY = 0
               MOVE "QUANTITY MISSING OR INVALID" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
            IF ST-UNIT-PRICE NOT NUMERIC
               MOVE "UNIT PRICE NOT NUMERIC" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
            IF ST-ORDER-DATE NOT NUMERIC
               MOVE "ORDER DATE NOT NUMERIC" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF

            PERFORM VARYING OL-IDX FROM 1 BY 1
                  UNTIL OL-IDX > WS-LINE-COUNT
               IF OLE-ORDER-ID (OL-IDX) = ST-ORDER-ID
                     AND OLE-LINE-NO (OL-IDX) = ST-LINE-NO
                  MOVE "ORDER LINE ALREADY ON FILE" TO WS-REJECT-REASON
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
            END-IF

            IF WS-LINE-COUNT NOT < WS-LINE-COUNT-MAX
               MOVE "ORDER LINE TABLE FULL" TO WS-REJECT-REASON
            END-IF.

      * A new line starts wholly on backorder; the allocation pass
      * that follows takes it from there like any other.
       120-ADD-ORDER-LINE.

            ADD 1 TO WS-ACCEPTED-COUNT
            ADD 1 TO WS-LINE-COUNT
            SET OL-IDX TO WS-LINE-COUNT
            MOVE ST-ORDER-ID TO OLE-ORDER-ID (OL-IDX)
            MOVE ST-LINE-NO TO OLE-LINE-NO (OL-IDX)
            MOVE ST-CUSTOMER-ID TO OLE-CUSTOMER-ID (OL-IDX)
            MOVE ST-ORDER-DATE TO OLE-ORDER-DATE (OL-IDX)
            MOVE ST-ITEM-ID TO OLE-ITEM-ID (OL-IDX)
            MOVE ST-QUANTITY TO OLE-ORDER-QTY (OL-IDX)
            MOVE 0 TO OLE-SHIPPED-QTY (OL-IDX)
            MOVE 0 TO OLE-ALLOCATED-QTY (OL-IDX)
            MOVE ST-QUANTITY TO OLE-BACKORDER-QTY (OL-IDX)
            MOVE ST-UNIT-PRICE TO OLE-UNIT-PRICE (OL-IDX)
            MOVE ST-JURISDICTION-CODE TO OLE-JURISDICTION (OL-IDX)
            IF ST-CURRENCY-CODE = SPACES
               MOVE "USD" TO OLE-CURRENCY (OL-IDX)
            ELSE
               MOVE ST-CURRENCY-CODE TO OLE-CURRENCY (OL-IDX)
            END-IF
            MOVE "O" TO OLE-STATUS (OL-IDX)
            MOVE 0 TO OLE-ALLOC-THIS-RUN (OL-IDX)
            MOVE "ACCEPTED" TO WS-REJECT-REASON.

       130-REJECT-ORDER-LINE.

            ADD 1 TO WS-REJECTED-COUNT
            MOVE SPACES TO EL-MESSAGE
            STRING "ORDER " DELIMITED BY SIZE
                   ST-ORDER-ID DELIMITED BY SIZE
                   " LINE " DELIMITED BY SIZE
                   ST-LINE-NO DELIMITED BY SIZE
                   " REJECTED - " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
               INTO EL-MESSAGE
            END-STRING
            MOVE "SALES-ORDER-ENTRY" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

       140-LIST-ENTERED-LINE.

            MOVE ST-ORDER-ID TO ED-ORDER-ID
            MOVE ST-LINE-NO TO ED-LINE-NO
            MOVE ST-CUSTOMER-ID TO ED-CUSTOMER-ID
            MOVE ST-ITEM-ID TO ED-ITEM-ID
            MOVE ST-ORDER-DATE TO ED-ORDER-DATE
            IF ST-QUANTITY NUMERIC
               MOVE ST-QUANTITY TO ED-QUANTITY
            ELSE
               MOVE 0 TO ED-QUANTITY
            END-IF
            MOVE WS-REJECT-REASON TO ED-DISPOSITION
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REGISTER-HEADER
            END-IF
            WRITE REGISTER-LINE FROM ENTRY-DETAIL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

      * Table order is the allocation priority: the lines carried
      * in from SOLINE.DAT (oldest first, as entered) ahead of the
      * lines entered this run.
       200-ALLOCATE-OPEN-LINES.

            PERFORM VARYING OL-IDX FROM 1 BY 1
                  UNTIL OL-IDX > WS-LINE-COUNT
               IF OLE-BACKORDER-QTY (OL-IDX) > 0
                  PERFORM 210-ALLOCATE-ONE-LINE
               END-IF
            END-PERFORM.

      * Location by location in INVBAL.DAT order until the line is
      * covered or the item runs out.
       210-ALLOCATE-ONE-LINE.

            PERFORM VARYING SK-IDX FROM 1 BY 1
                  UNTIL SK-IDX > WS-STOCK-COUNT
                     OR OLE-BACKORDER-QTY (OL-IDX) = 0
               IF SKE-ITEM-ID (SK-IDX) = OLE-ITEM-ID (OL-IDX)
                  COMPUTE WS-AVAILABLE-QTY =
                     SKE-ON-HAND (SK-IDX) - SKE-ALLOCATED (SK-IDX)
                  IF WS-AVAILABLE-QTY > 0
                     IF WS-AVAILABLE-QTY < OLE-BACKORDER-QTY (OL-IDX)
                        MOVE WS-AVAILABLE-QTY TO WS-TAKE-QTY
                     ELSE
                        MOVE OLE-BACKORDER-QTY (OL-IDX) TO WS-TAKE-QTY
                     END-IF
                     PERFORM 220-RECORD-ALLOCATION
                  END-IF
               END-IF
            END-PERFORM.

      * One allocation record per line per location - a second
      * allocation at the same place tops up the first.
       220-RECORD-ALLOCATION.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING AL-IDX FROM 1 BY 1
                  UNTIL AL-IDX > WS-ALLOC-COUNT
               IF ALE-ORDER-ID (AL-IDX) = OLE-ORDER-ID (OL-IDX)
                     AND ALE-LINE-NO (AL-IDX) = OLE-LINE-NO (OL-IDX)
                     AND ALE-LOCATION (AL-IDX) = SKE-LOCATION (SK-IDX)
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF NOT ENTRY-WAS-FOUND
               IF WS-ALLOC-COUNT NOT < WS-ALLOC-COUNT-MAX
                  DISPLAY "WARNING: ALLOCATION TABLE FULL, ORDER ",
                     OLE-ORDER-ID (OL-IDX), " LEFT ON BACKORDER"
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ALLOC-COUNT
               SET AL-IDX TO WS-ALLOC-COUNT
               MOVE OLE-ORDER-ID (OL-IDX) TO ALE-ORDER-ID (AL-IDX)
               MOVE OLE-LINE-NO (OL-IDX) TO ALE-LINE-NO (AL-IDX)
               MOVE OLE-ITEM-ID (OL-IDX) TO ALE-ITEM-ID (AL-IDX)
               MOVE SKE-LOCATION (SK-IDX) TO ALE-LOCATION (AL-IDX)
               MOVE 0 TO ALE-QUANTITY (AL-IDX)
            END-IF
            ADD WS-TAKE-QTY TO ALE-QUANTITY (AL-IDX)
            MOVE WS-RUN-DATE TO ALE-ALLOC-DATE (AL-IDX)
            ADD WS-TAKE-QTY TO SKE-ALLOCATED (SK-IDX)
            ADD WS-TAKE-QTY TO OLE-ALLOCATED-QTY (OL-IDX)
            ADD WS-TAKE-QTY TO OLE-ALLOC-THIS-RUN (OL-IDX)
            SUBTRACT WS-TAKE-QTY FROM OLE-BACKORDER-QTY (OL-IDX)
            ADD WS-TAKE-QTY TO WS-UNITS-ALLOCATED.

       410-FIND-ITEM.

            MOVE 'N' TO WS-FOUND-SWITCH
            MOVE SPACES TO WS-DESCRIPTION
            MOVE 1 TO WS-EACHES-PER-CASE
            PERFORM VARYING IM-IDX FROM 1 BY 1
                  UNTIL IM-IDX > WS-ITEM-COUNT
               IF IME-ITEM-ID (IM-IDX) = WS-CURRENT-ITEM
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  MOVE IME-DESCRIPTION (IM-IDX) TO WS-DESCRIPTION
                  IF IME-EACHES-PER-CASE (IM-IDX) > 0
                     MOVE IME-EACHES-PER-CASE (IM-IDX) TO
                        WS-EACHES-PER-CASE
                  END-IF
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       420-FIND-STOCK-ENTRY.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING SK-IDX FROM 1 BY 1
                  UNTIL SK-IDX > WS-STOCK-COUNT
               IF SKE-ITEM-ID (SK-IDX) = SA-ITEM-ID
                     AND SKE-LOCATION (SK-IDX) = SA-LOCATION
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       500-WRITE-NEW-ORDER-BOOK.

            OPEN OUTPUT ORDER-LINE-NEW-FILE
            IF WS-ORDER-LINE-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: SOLINE.NEW OPEN FAILED, STATUS = ",
                  WS-ORDER-LINE-NEW-STATUS
               MOVE 1 TO RETURN-CODE
            ELSE
               PERFORM VARYING OL-IDX FROM 1 BY 1
                     UNTIL OL-IDX > WS-LINE-COUNT
                  MOVE OLE-ORDER-ID (OL-IDX) TO SL-ORDER-ID
                  MOVE OLE-LINE-NO (OL-IDX) TO SL-LINE-NO
                  MOVE OLE-CUSTOMER-ID (OL-IDX) TO SL-CUSTOMER-ID
                  MOVE OLE-ORDER-DATE (OL-IDX) TO SL-ORDER-DATE
                  MOVE OLE-ITEM-ID (OL-IDX) TO SL-ITEM-ID
                  MOVE OLE-ORDER-QTY (OL-IDX) TO SL-ORDER-QTY
                  MOVE OLE-SHIPPED-QTY (OL-IDX) TO SL-SHIPPED-QTY
                  MOVE OLE-ALLOCATED-QTY (OL-IDX) TO SL-ALLOCATED-QTY
                  MOVE OLE-BACKORDER-QTY (OL-IDX) TO SL-BACKORDER-QTY
                  MOVE OLE-UNIT-PRICE (OL-IDX) TO SL-UNIT-PRICE
                  MOVE OLE-JURISDICTION (OL-IDX) TO
                     SL-JURISDICTION-CODE
                  MOVE OLE-CURRENCY (OL-IDX) TO SL-CURRENCY-CODE
                  MOVE OLE-STATUS (OL-IDX) TO SL-STATUS
                  WRITE ORDER-LINE-NEW-RECORD FROM ORDER-LINE-RECORD
                  ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               END-PERFORM
               CLOSE ORDER-LINE-NEW-FILE
            END-IF

      * The new allocation generation is sealed for the next run on
      * the order book to verify.
            OPEN OUTPUT ALLOCATION-NEW-FILE
            IF WS-ALLOCATION-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: SOALLOC.NEW OPEN FAILED, STATUS = ",
                  WS-ALLOCATION-NEW-STATUS
               MOVE 1 TO RETURN-CODE
            ELSE
               PERFORM 930-RESET-SEAL
               PERFORM VARYING AL-IDX FROM 1 BY 1
                     UNTIL AL-IDX > WS-ALLOC-COUNT
                  MOVE ALE-ORDER-ID (AL-IDX) TO SA-ORDER-ID
                  MOVE ALE-LINE-NO (AL-IDX) TO SA-LINE-NO
                  MOVE ALE-ITEM-ID (AL-IDX) TO SA-ITEM-ID
                  MOVE ALE-LOCATION (AL-IDX) TO SA-LOCATION
                  MOVE ALE-QUANTITY (AL-IDX) TO SA-QUANTITY
                  MOVE ALE-ALLOC-DATE (AL-IDX) TO SA-ALLOC-DATE
                  WRITE ALLOCATION-NEW-RECORD FROM ALLOCATION-RECORD
                  PERFORM 072-SEAL-COUNT-ALLOCATION
                  ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               END-PERFORM
               CLOSE ALLOCATION-NEW-FILE
               MOVE "SOALLOC.SEAL" TO WS-SEAL-FILE-NAME
               MOVE "SALES-ORDER-ENTRY" TO WS-SEAL-PROGRAM-ID
               PERFORM 934-WRITE-FILE-SEAL
            END-IF.

      * Every allocation still waiting to ship is on a pick list,
      * not just today's - an unpicked line from yesterday is still
      * on the shelf.
       600-WRITE-PICK-LISTS.

            OPEN OUTPUT PICK-LIST-FILE
            IF WS-PICK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: SOPICK.RPT OPEN FAILED, STATUS = ",
                  WS-PICK-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            PERFORM VARYING AL-IDX FROM 1 BY 1
                  UNTIL AL-IDX > WS-ALLOC-COUNT
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM VARYING PL-IDX FROM 1 BY 1
                     UNTIL PL-IDX > WS-PICK-LOCATION-COUNT
                  IF PLE-LOCATION (PL-IDX) = ALE-LOCATION (AL-IDX)
                     MOVE 'Y' TO WS-FOUND-SWITCH
                     EXIT PERFORM
                  END-IF
               END-PERFORM
               IF NOT ENTRY-WAS-FOUND
                     AND WS-PICK-LOCATION-COUNT < 100
                  ADD 1 TO WS-PICK-LOCATION-COUNT
                  SET PL-IDX TO WS-PICK-LOCATION-COUNT
                  MOVE ALE-LOCATION (AL-IDX) TO PLE-LOCATION (PL-IDX)
               END-IF
            END-PERFORM

            IF WS-PICK-LOCATION-COUNT = 0
               MOVE SPACES TO WS-PICK-LOCATION
               PERFORM 620-WRITE-PICK-HEADER
               MOVE "NOTHING ALLOCATED - NO PICKS" TO PICK-LINE
               WRITE PICK-LINE
            END-IF

            PERFORM VARYING PL-IDX FROM 1 BY 1
                  UNTIL PL-IDX > WS-PICK-LOCATION-COUNT
               MOVE PLE-LOCATION (PL-IDX) TO WS-PICK-LOCATION
               PERFORM 610-WRITE-ONE-PICK-LIST
            END-PERFORM
            CLOSE PICK-LIST-FILE.

       610-WRITE-ONE-PICK-LIST.

            MOVE 0 TO WS-PICK-ITEM-COUNT
            MOVE 0 TO WS-PICK-UNIT-TOTAL
            PERFORM 620-WRITE-PICK-HEADER
            PERFORM VARYING AL-IDX FROM 1 BY 1
                  UNTIL AL-IDX > WS-ALLOC-COUNT
               IF ALE-LOCATION (AL-IDX) = WS-PICK-LOCATION
                     AND ALE-QUANTITY (AL-IDX) > 0
                  PERFORM 630-WRITE-PICK-DETAIL
               END-IF
            END-PERFORM
            MOVE WS-PICK-ITEM-COUNT TO PT-LINE-COUNT
            MOVE WS-PICK-UNIT-TOTAL TO PT-UNIT-TOTAL
            MOVE SPACES TO PICK-LINE
            WRITE PICK-LINE
            WRITE PICK-LINE FROM PICK-TOTAL-LINE.

       620-WRITE-PICK-HEADER.

            ADD 1 TO WS-PICK-PAGE-NUMBER
            MOVE WS-PICK-PAGE-NUMBER TO PH-PAGE-NUMBER
            MOVE WS-PICK-LOCATION TO PH-LOCATION
            MOVE WS-RUN-DATE TO PH-RUN-DATE
            IF WS-PICK-PAGE-NUMBER = 1
               WRITE PICK-LINE FROM PICK-HEADING-1
            ELSE
               WRITE PICK-LINE FROM PICK-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            MOVE SPACES TO PICK-LINE
            WRITE PICK-LINE
            WRITE PICK-LINE FROM PICK-COLUMN-HEADING
            MOVE 3 TO WS-PICK-LINE-COUNT.

       630-WRITE-PICK-DETAIL.

            IF WS-PICK-LINE-COUNT NOT < WS-PAGE-LINES-PER-PAGE
               PERFORM 620-WRITE-PICK-HEADER
            END-IF
            MOVE ALE-ITEM-ID (AL-IDX) TO WS-CURRENT-ITEM
            PERFORM 410-FIND-ITEM
            MOVE ALE-ORDER-ID (AL-IDX) TO PD-ORDER-ID
            MOVE ALE-LINE-NO (AL-IDX) TO PD-LINE-NO
            MOVE SPACES TO PD-CUSTOMER-ID
            PERFORM VARYING OL-IDX FROM 1 BY 1
                  UNTIL OL-IDX > WS-LINE-COUNT
               IF OLE-ORDER-ID (OL-IDX) = ALE-ORDER-ID (AL-IDX)
                     AND OLE-LINE-NO (OL-IDX) = ALE-LINE-NO (AL-IDX)
                  MOVE OLE-CUSTOMER-ID (OL-IDX) TO PD-CUSTOMER-ID
                  EXIT PERFORM
               END-IF
            END-PERFORM
            MOVE ALE-ITEM-ID (AL-IDX) TO PD-ITEM-ID
            MOVE WS-DESCRIPTION TO PD-DESCRIPTION
            MOVE ALE-QUANTITY (AL-IDX) TO PD-EACHES
            DIVIDE ALE-QUANTITY (AL-IDX) BY WS-EACHES-PER-CASE
               GIVING PD-CASES REMAINDER PD-LOOSE
            MOVE ALE-ALLOC-DATE (AL-IDX) TO PD-ALLOC-DATE
            WRITE PICK-LINE FROM PICK-DETAIL-LINE
            ADD 1 TO WS-PICK-LINE-COUNT
            ADD 1 TO WS-PICK-ITEM-COUNT
            ADD ALE-QUANTITY (AL-IDX) TO WS-PICK-UNIT-TOTAL.

       700-LIST-OPEN-LINES.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REGISTER-HEADER
            END-IF
            WRITE REGISTER-LINE FROM REPORT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            WRITE REGISTER-LINE FROM STATUS-SECTION-HEADING
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            WRITE REGISTER-LINE FROM STATUS-COLUMN-HEADING
            PERFORM 095-BUMP-PAGE-LINE-COUNT

            PERFORM VARYING OL-IDX FROM 1 BY 1
                  UNTIL OL-IDX > WS-LINE-COUNT
               IF OLE-BACKORDER-QTY (OL-IDX) > 0
                  ADD 1 TO WS-LINES-BACKORDERED
                  ADD OLE-BACKORDER-QTY (OL-IDX) TO
                     WS-UNITS-BACKORDERED
               ELSE
                  ADD 1 TO WS-LINES-FULLY-ALLOC
               END-IF
               MOVE OLE-ORDER-ID (OL-IDX) TO OD-ORDER-ID
               MOVE OLE-LINE-NO (OL-IDX) TO OD-LINE-NO
               MOVE OLE-CUSTOMER-ID (OL-IDX) TO OD-CUSTOMER-ID
               MOVE OLE-ITEM-ID (OL-IDX) TO OD-ITEM-ID
               MOVE OLE-ORDER-QTY (OL-IDX) TO OD-ORDER-QTY
               MOVE OLE-SHIPPED-QTY (OL-IDX) TO OD-SHIPPED-QTY
               MOVE OLE-ALLOCATED-QTY (OL-IDX) TO OD-ALLOCATED-QTY
               MOVE OLE-ALLOC-THIS-RUN (OL-IDX) TO OD-THIS-RUN-QTY
               MOVE OLE-BACKORDER-QTY (OL-IDX) TO OD-BACKORDER-QTY
               IF PAGE-BREAK-NEEDED
                  PERFORM 810-WRITE-REGISTER-HEADER
               END-IF
               WRITE REGISTER-LINE FROM STATUS-DETAIL-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-PERFORM.

       800-WRITE-REGISTER-TOTALS.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REGISTER-HEADER
            END-IF
            WRITE REGISTER-LINE FROM REPORT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            MOVE "ORDER LINES READ" TO RT-CAPTION
            MOVE WS-ENTERED-COUNT TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "ORDER LINES ACCEPTED" TO RT-CAPTION
            MOVE WS-ACCEPTED-COUNT TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "ORDER LINES REJECTED" TO RT-CAPTION
            MOVE WS-REJECTED-COUNT TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "COMPLETED LINES CLEARED" TO RT-CAPTION
            MOVE WS-COMPLETE-DROPPED TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "UNITS ALLOCATED THIS RUN" TO RT-CAPTION
            MOVE WS-UNITS-ALLOCATED TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "OPEN LINES FULLY ALLOCATED" TO RT-CAPTION
            MOVE WS-LINES-FULLY-ALLOC TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "OPEN LINES ON BACKORDER" TO RT-CAPTION
            MOVE WS-LINES-BACKORDERED TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "UNITS ON BACKORDER" TO RT-CAPTION
            MOVE WS-UNITS-BACKORDERED TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE.

       810-WRITE-REGISTER-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO SH-PAGE-NUMBER
            MOVE WS-RUN-DATE TO SH-RUN-DATE
            IF WS-PAGE-NUMBER = 1
               WRITE REGISTER-LINE FROM REGISTER-HEADING-1
            ELSE
               WRITE REGISTER-LINE FROM REGISTER-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            MOVE 0 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       870-WRITE-TOTAL-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REGISTER-HEADER
            END-IF
            WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

           COPY EXCPLOG.
           COPY SEALTBL.
           COPY LOCKTBL.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM SALES-ORDER-ENTRY.
