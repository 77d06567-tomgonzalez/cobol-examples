      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Sales order shipment confirmation. The warehouse
      *           confirms what actually left each location against
      *           the pick lists SALES-ORDER-ENTRY printed (SOSHIP.DAT,
      *           one record per order line per location). For every
      *           confirmed shipment this program writes, in the same
      *           run, the invoice (an INVHDR.DAT header per order and
      *           an INVLINE.DAT line per shipped line, numbered from
      *           SOINVNO.DAT with an "S" prefix) and the matching "I"
      *           issue transaction on INVTRAN.DAT - so billing and the
      *           stock relief can never drift apart. The allocation is
      *           consumed; anything short-shipped goes back on
      *           backorder for the next allocation pass. Writes
      *           SOLINE.NEW and SOALLOC.NEW for the operator to
      *           promote, and the shipping register SOSHIP.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-ORDER-SHIP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIP-CONFIRM-FILE ASSIGN TO "SOSHIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-CONFIRM-STATUS.

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

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT INVOICE-HEADER-FILE ASSIGN TO "INVHDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEADER-FILE-STATUS.

           SELECT INVOICE-LINE-ITEM-FILE ASSIGN TO "INVLINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-FILE-STATUS.

           SELECT INVENTORY-TRANS-FILE ASSIGN TO "INVTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT INVOICE-NUMBER-FILE ASSIGN TO "SOINVNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMBER-FILE-STATUS.

           SELECT SHIP-REGISTER-FILE ASSIGN TO "SOSHIP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

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
      * SS-SHIP-QTY is what left the building. Less than was
      * allocated is a short shipment (the rest goes back on
      * backorder); zero means the pick came up empty.
       FD  SHIP-CONFIRM-FILE.
       01  SHIP-CONFIRM-RECORD.
           05  SS-ORDER-ID         PIC X(6).
           05  SS-LINE-NO          PIC 9(3).
           05  SS-LOCATION         PIC X(3).
           05  SS-SHIP-QTY         PIC 9(5).

      * Same layouts SALES-ORDER-ENTRY rolls.
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

       FD  INVOICE-HEADER-FILE.
       01  INVOICE-HEADER-RECORD.
           05  IH-INVOICE-ID       PIC X(6).
           05  IH-CUSTOMER-ID      PIC X(6).
           05  IH-INVOICE-DATE     PIC 9(8).
           05  IH-TERMS-CODE       PIC X(9).
           05  IH-DOCUMENT-TYPE    PIC X.

       FD  INVOICE-LINE-ITEM-FILE.
       01  INVOICE-LINE-ITEM-RECORD.
           05  LI-INVOICE-ID       PIC X(6).
           05  LI-ITEM-ID          PIC X(6).
           05  LI-QUANTITY         PIC S9(5) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  LI-UNIT-PRICE       PIC 9(5)V9(2).
           05  LI-JURISDICTION-CODE PIC X(2).
           05  LI-CURRENCY-CODE    PIC X(3).

       FD  INVENTORY-TRANS-FILE.
       01  INVENTORY-TRANS-RECORD.
           05  IT-ITEM-ID          PIC X(6).
           05  IT-QUANTITY         PIC S9(6) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  IT-EACHES-PER-CASE  PIC 9(3).
           05  IT-TRANS-TYPE       PIC X.
           05  IT-LOCATION         PIC X(3).
           05  IT-TO-LOCATION      PIC X(3).
           05  IT-REFERENCE        PIC X(6).
           05  IT-LOT-NUMBER       PIC X(10).

       FD  INVOICE-NUMBER-FILE.
       01  INVOICE-NUMBER-RECORD.
           05  IN-NEXT-NUMBER      PIC 9(5).

       FD  SHIP-REGISTER-FILE.
       01  REGISTER-LINE           PIC X(132).

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

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-SHIP-CONFIRM-STATUS  PIC XX.
       01  WS-ORDER-LINE-STATUS    PIC XX.
       01  WS-ORDER-LINE-NEW-STATUS PIC XX.
       01  WS-ALLOCATION-STATUS    PIC XX.
       01  WS-ALLOCATION-NEW-STATUS PIC XX.
       01  WS-ITEM-MASTER-STATUS   PIC XX.
       01  WS-CUSTOMER-FILE-STATUS PIC XX.
       01  WS-HEADER-FILE-STATUS   PIC XX.
       01  WS-LINE-FILE-STATUS     PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-NUMBER-FILE-STATUS   PIC XX.
       01  WS-REGISTER-FILE-STATUS PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.
           88  ENTRY-WAS-FOUND         VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-SHORT-QTY            PIC 9(5).

       01  WS-NEXT-INVOICE-NO      PIC 9(5) VALUE 1.
       01  WS-INVOICE-ID           PIC X(6).
       01  WS-INVOICE-ID-R REDEFINES WS-INVOICE-ID.
           05  FILLER              PIC X.
           05  WS-INVOICE-SEQ      PIC 9(5).
       01  WS-CURRENT-ORDER        PIC X(6).
       01  WS-TERMS-CODE           PIC X(9).
       01  WS-EACHES-PER-CASE      PIC 9(3).

       01  WS-ITEM-COUNT-MAX       PIC 9(3) VALUE 500.
       01  WS-ITEM-COUNT           PIC 9(3) VALUE 0.
       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 500 TIMES
                                   INDEXED BY IM-IDX.
               10  IME-ITEM-ID         PIC X(6).
               10  IME-EACHES-PER-CASE PIC 9(3).

       01  WS-CUSTOMER-COUNT-MAX   PIC 9(3) VALUE 500.
       01  WS-CUSTOMER-COUNT       PIC 9(3) VALUE 0.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 500 TIMES
                                   INDEXED BY CU-IDX.
               10  CUE-CUSTOMER-ID     PIC X(6).
               10  CUE-TERMS-CODE      PIC X(9).

       01  WS-LINE-COUNT-MAX       PIC 9(4) VALUE 2000.
       01  WS-LINE-COUNT           PIC 9(4) VALUE 0.
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

      * Confirmed shipments, held until every confirmation is in so
      * each order gets one invoice however many lines and
      * locations it shipped from.
       01  WS-SHIP-COUNT-MAX       PIC 9(4) VALUE 2000.
       01  WS-SHIP-COUNT           PIC 9(4) VALUE 0.
       01  SHIPMENT-TABLE.
           05  SHIPMENT-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY SH-IDX SH-IDX-2.
               10  SHE-ORDER-ID        PIC X(6).
               10  SHE-LINE-NO         PIC 9(3).
               10  SHE-CUSTOMER-ID     PIC X(6).
               10  SHE-ITEM-ID         PIC X(6).
               10  SHE-LOCATION        PIC X(3).
               10  SHE-ALLOC-QTY       PIC 9(5).
               10  SHE-SHIP-QTY        PIC 9(5).
               10  SHE-UNIT-PRICE      PIC 9(5)V9(2).
               10  SHE-JURISDICTION    PIC X(2).
               10  SHE-CURRENCY        PIC X(3).
               10  SHE-INVOICE-ID      PIC X(6).

       01  WS-CONFIRM-COUNT        PIC 9(5) VALUE 0.
       01  WS-ACCEPTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-INVOICE-COUNT        PIC 9(5) VALUE 0.
       01  WS-UNITS-SHIPPED        PIC 9(7) VALUE 0.
       01  WS-UNITS-SHORT          PIC 9(7) VALUE 0.
       01  WS-LINES-COMPLETED      PIC 9(5) VALUE 0.
       01  WS-SHIPPED-VALUE        PIC S9(11)V9(2) VALUE 0.
       01  WS-LINE-VALUE           PIC S9(11)V9(2).

       01  REGISTER-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               "SALES ORDER SHIPMENT REGISTER".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  SH-RUN-DATE     PIC 9(8).
           05  FILLER          PIC X(65) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  SH-PAGE-NUMBER  PIC ZZ9.
       01  REJECT-SECTION-HEADING.
           05  FILLER          PIC X(40) VALUE
               "CONFIRMATIONS REJECTED".
       01  REJECT-COLUMN-HEADING.
           05  FILLER          PIC X(8)  VALUE "ORDER".
           05  FILLER          PIC X(6)  VALUE "LINE".
           05  FILLER          PIC X(6)  VALUE "LOC".
           05  FILLER          PIC X(9)  VALUE "  SHIPPED".
           05  FILLER          PIC X(30) VALUE "   REASON".
       01  REJECT-DETAIL-LINE.
           05  RJ-ORDER-ID     PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RJ-LINE-NO      PIC ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RJ-LOCATION     PIC X(3).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RJ-SHIP-QTY     PIC ZZ,ZZ9.
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  RJ-REASON       PIC X(30).
       01  SHIP-SECTION-HEADING.
           05  FILLER          PIC X(40) VALUE
               "SHIPMENTS CONFIRMED AND INVOICED".
       01  SHIP-COLUMN-HEADING.
           05  FILLER          PIC X(8)  VALUE "INVOICE".
           05  FILLER          PIC X(8)  VALUE "ORDER".
           05  FILLER          PIC X(6)  VALUE "LINE".
           05  FILLER          PIC X(8)  VALUE "CUST".
           05  FILLER          PIC X(8)  VALUE "ITEM".
           05  FILLER          PIC X(6)  VALUE "LOC".
           05  FILLER          PIC X(9)  VALUE "ALLOCATED".
           05  FILLER          PIC X(9)  VALUE "  SHIPPED".
           05  FILLER          PIC X(9)  VALUE "  SHORT".
           05  FILLER          PIC X(12) VALUE "  UNIT PRICE".
           05  FILLER          PIC X(16) VALUE "      LINE VALUE".
       01  SHIP-DETAIL-LINE.
           05  SD-INVOICE-ID   PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-ORDER-ID     PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-LINE-NO      PIC ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  SD-CUSTOMER-ID  PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-ITEM-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-LOCATION     PIC X(3).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  SD-ALLOC-QTY    PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  SD-SHIP-QTY     PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  SD-SHORT-QTY    PIC ZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-UNIT-PRICE   PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SD-LINE-VALUE   PIC $$$,$$$,$$9.99 BLANK WHEN ZERO.
       01  REGISTER-TOTAL-LINE.
           05  RT-CAPTION      PIC X(36).
           05  RT-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RT-AMOUNT       PIC $$$,$$$,$$9.99- BLANK WHEN ZERO.
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "SALES-ORDER-SHIP" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

            MOVE "SALES-ORDER-SHIP" TO WS-LOCK-PROGRAM-ID
            MOVE "SOLINE" TO WS-LOCK-RESOURCE (1)
            MOVE 1 TO WS-LOCK-RESOURCE-COUNT
            PERFORM 940-CLAIM-RESOURCE-LOCKS
            IF RESOURCE-LOCKS-DENIED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            OPEN INPUT SHIP-CONFIRM-FILE
            IF WS-SHIP-CONFIRM-STATUS NOT = "00"
               DISPLAY "NOTICE: NO SOSHIP.DAT - NOTHING TO CONFIRM"
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 050-LOAD-ITEM-MASTER
            PERFORM 055-LOAD-CUSTOMER-MASTER
            PERFORM 060-LOAD-ORDER-LINES
            PERFORM 070-LOAD-ALLOCATIONS
      * SOINVNO.DAT and the invoice and stock-issue files move in
      * place while the order book only rolls to .NEW, so running
      * again on an allocation file that is not the generation last
      * sealed would invoice and issue the same shipments twice.
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: SOALLOC.DAT FAILS ITS SEAL - PROMOTE "
                  "SOLINE.NEW AND SOALLOC.NEW FIRST; NOTHING SHIPPED"
               MOVE "SOALLOC.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "SALES-ORDER-SHIP" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               CLOSE SHIP-CONFIRM-FILE
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            PERFORM 080-OPEN-OUTPUT-FILES

            PERFORM 810-WRITE-REGISTER-HEADER
            WRITE REGISTER-LINE FROM REPORT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            WRITE REGISTER-LINE FROM REJECT-SECTION-HEADING
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            WRITE REGISTER-LINE FROM REJECT-COLUMN-HEADING
            PERFORM 095-BUMP-PAGE-LINE-COUNT

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ SHIP-CONFIRM-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     ADD 1 TO WS-CONFIRM-COUNT
                     PERFORM 100-CONFIRM-ONE-SHIPMENT
               END-READ
            END-PERFORM
            CLOSE SHIP-CONFIRM-FILE

            PERFORM 300-INVOICE-SHIPMENTS
            PERFORM 500-WRITE-NEW-ORDER-BOOK
            PERFORM 700-REWRITE-INVOICE-NUMBER
            PERFORM 800-WRITE-REGISTER-TOTALS
            PERFORM 900-CLOSE-FILES

            PERFORM 945-RELEASE-RESOURCE-LOCKS
            DISPLAY "SHIPMENT CONFIRMATION COMPLETE.  ",
               WS-ACCEPTED-COUNT, " CONFIRMED, ", WS-REJECTED-COUNT,
               " REJECTED, ", WS-INVOICE-COUNT, " INVOICE(S) WRITTEN."
            DISPLAY "PROMOTE SOLINE.NEW AND SOALLOC.NEW."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * Not fatal if missing - issues then go out at one each per
      * case, as INVENTORY-BALANCE-UPDATE itself would assume.
       050-LOAD-ITEM-MASTER.

            OPEN INPUT ITEM-MASTER-FILE
            IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "WARNING: NO ITEMMAST.DAT - CASE SIZES "
                  "DEFAULTED ON ISSUE TRANSACTIONS"
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
               DISPLAY "WARNING: NO CUSTMAST.DAT - INVOICES WRITTEN "
                  "WITHOUT TERMS"
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
                        MOVE CU-TERMS-CODE TO CUE-TERMS-CODE (CU-IDX)
                     ELSE
                        DISPLAY "WARNING: CUSTOMER TABLE FULL, "
                           "IGNORING CUSTOMER ", CU-CUSTOMER-ID
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CUSTOMER-MASTER-FILE.

      * The whole book comes in - lines this run does not touch are
      * written back unchanged.
       060-LOAD-ORDER-LINES.

            OPEN INPUT ORDER-LINE-FILE
            IF WS-ORDER-LINE-STATUS NOT = "00"
               DISPLAY "ERROR: NO SOLINE.DAT - NO ORDERS TO SHIP"
               MOVE 1 TO RETURN-CODE
               CLOSE SHIP-CONFIRM-FILE
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ ORDER-LINE-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 065-TABLE-ORDER-LINE
               END-READ
            END-PERFORM
            CLOSE ORDER-LINE-FILE.

       065-TABLE-ORDER-LINE.

            IF WS-LINE-COUNT NOT < WS-LINE-COUNT-MAX
               DISPLAY "ERROR: ORDER LINE TABLE FULL AT ",
                  SL-ORDER-ID, " - NO SHIPMENTS CONFIRMED"
               MOVE "ORDER LINE TABLE FULL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "SALES-ORDER-SHIP" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               CLOSE SHIP-CONFIRM-FILE
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
            MOVE SL-STATUS TO OLE-STATUS (OL-IDX).

       070-LOAD-ALLOCATIONS.

            OPEN INPUT ALLOCATION-FILE
            IF WS-ALLOCATION-STATUS NOT = "00"
               DISPLAY "WARNING: NO SOALLOC.DAT - NOTHING ALLOCATED "
                  "TO SHIP"
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
                     IF WS-ALLOC-COUNT < WS-ALLOC-COUNT-MAX
                        ADD 1 TO WS-ALLOC-COUNT
                        SET AL-IDX TO WS-ALLOC-COUNT
                        MOVE SA-ORDER-ID TO ALE-ORDER-ID (AL-IDX)
                        MOVE SA-LINE-NO TO ALE-LINE-NO (AL-IDX)
                        MOVE SA-ITEM-ID TO ALE-ITEM-ID (AL-IDX)
                        MOVE SA-LOCATION TO ALE-LOCATION (AL-IDX)
                        MOVE SA-QUANTITY TO ALE-QUANTITY (AL-IDX)
                        MOVE SA-ALLOC-DATE TO ALE-ALLOC-DATE (AL-IDX)
                     ELSE
                        DISPLAY "ERROR: ALLOCATION TABLE FULL AT ",
                           SA-ORDER-ID, " - NO SHIPMENTS CONFIRMED"
                        MOVE 1 TO RETURN-CODE
                        CLOSE ALLOCATION-FILE
                        CLOSE SHIP-CONFIRM-FILE
                        PERFORM 945-RELEASE-RESOURCE-LOCKS
                        PERFORM 970-DISPLAY-RUN-STATISTICS
                        STOP RUN
                     END-IF
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

      * The invoice and the stock issue go out together or not at
      * all - if any of the three appends cannot open, nothing is
      * confirmed.
       080-OPEN-OUTPUT-FILES.

            OPEN EXTEND INVOICE-HEADER-FILE
            IF WS-HEADER-FILE-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-HEADER-FILE
            END-IF
            OPEN EXTEND INVOICE-LINE-ITEM-FILE
            IF WS-LINE-FILE-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-LINE-ITEM-FILE
            END-IF
            OPEN EXTEND INVENTORY-TRANS-FILE
            IF WS-TRANS-FILE-STATUS NOT = "00"
               OPEN OUTPUT INVENTORY-TRANS-FILE
            END-IF
            IF WS-HEADER-FILE-STATUS NOT = "00"
                  OR WS-LINE-FILE-STATUS NOT = "00"
                  OR WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: INVHDR/INVLINE/INVTRAN OPEN FAILED, "
                  "STATUS = ", WS-HEADER-FILE-STATUS, "/",
                  WS-LINE-FILE-STATUS, "/", WS-TRANS-FILE-STATUS,
                  " - NO SHIPMENTS CONFIRMED"
               MOVE "INVOICE/ISSUE FILES WOULD NOT OPEN - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "SALES-ORDER-SHIP" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               CLOSE SHIP-CONFIRM-FILE
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            OPEN I-O INVOICE-NUMBER-FILE
            IF WS-NUMBER-FILE-STATUS = "00"
               READ INVOICE-NUMBER-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE IN-NEXT-NUMBER TO WS-NEXT-INVOICE-NO
               END-READ
            END-IF

            OPEN OUTPUT SHIP-REGISTER-FILE
            IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: SOSHIP.RPT OPEN FAILED, STATUS = ",
                  WS-REGISTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF.

       100-CONFIRM-ONE-SHIPMENT.

            MOVE SPACES TO WS-REJECT-REASON
            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING OL-IDX FROM 1 BY 1
                  UNTIL OL-IDX > WS-LINE-COUNT
               IF OLE-ORDER-ID (OL-IDX) = SS-ORDER-ID
                     AND OLE-LINE-NO (OL-IDX) = SS-LINE-NO
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF NOT ENTRY-WAS-FOUND
               MOVE "ORDER LINE NOT ON FILE" TO WS-REJECT-REASON
               PERFORM 150-REJECT-CONFIRMATION
               EXIT PARAGRAPH
            END-IF

      * An allocation already confirmed earlier in this run has been
      * zeroed, so a duplicate confirmation lands here too.
            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING AL-IDX FROM 1 BY 1
                  UNTIL AL-IDX > WS-ALLOC-COUNT
               IF ALE-ORDER-ID (AL-IDX) = SS-ORDER-ID
                     AND ALE-LINE-NO (AL-IDX) = SS-LINE-NO
                     AND ALE-LOCATION (AL-IDX) = SS-LOCATION
                     AND ALE-QUANTITY (AL-IDX) > 0
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF NOT ENTRY-WAS-FOUND
               MOVE "NOTHING ALLOCATED AT LOCATION" TO WS-REJECT-REASON
               PERFORM 150-REJECT-CONFIRMATION
               EXIT PARAGRAPH
            END-IF

            IF SS-SHIP-QTY NOT NUMERIC
               MOVE "SHIPPED QUANTITY NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 150-REJECT-CONFIRMATION
               EXIT PARAGRAPH
            END-IF
            IF SS-SHIP-QTY > ALE-QUANTITY (AL-IDX)
               MOVE "SHIPPED MORE THAN ALLOCATED" TO WS-REJECT-REASON
               PERFORM 150-REJECT-CONFIRMATION
               EXIT PARAGRAPH
            END-IF
            IF WS-SHIP-COUNT NOT < WS-SHIP-COUNT-MAX
               MOVE "SHIPMENT TABLE FULL" TO WS-REJECT-REASON
               PERFORM 150-REJECT-CONFIRMATION
               EXIT PARAGRAPH
            END-IF

            PERFORM 110-APPLY-SHIPMENT.

      * The allocation is used up either way: what shipped is
      * shipped, and the shortfall is backordered to be allocated
      * afresh rather than left promised from a shelf that was
      * empty.
       110-APPLY-SHIPMENT.

            ADD 1 TO WS-ACCEPTED-COUNT
            COMPUTE WS-SHORT-QTY = ALE-QUANTITY (AL-IDX) - SS-SHIP-QTY
            ADD 1 TO WS-SHIP-COUNT
            SET SH-IDX TO WS-SHIP-COUNT
            MOVE SS-ORDER-ID TO SHE-ORDER-ID (SH-IDX)
            MOVE SS-LINE-NO TO SHE-LINE-NO (SH-IDX)
            MOVE OLE-CUSTOMER-ID (OL-IDX) TO SHE-CUSTOMER-ID (SH-IDX)
            MOVE OLE-ITEM-ID (OL-IDX) TO SHE-ITEM-ID (SH-IDX)
            MOVE SS-LOCATION TO SHE-LOCATION (SH-IDX)
            MOVE ALE-QUANTITY (AL-IDX) TO SHE-ALLOC-QTY (SH-IDX)
            MOVE SS-SHIP-QTY TO SHE-SHIP-QTY (SH-IDX)
            MOVE OLE-UNIT-PRICE (OL-IDX) TO SHE-UNIT-PRICE (SH-IDX)
            MOVE OLE-JURISDICTION (OL-IDX) TO SHE-JURISDICTION (SH-IDX)
            MOVE OLE-CURRENCY (OL-IDX) TO SHE-CURRENCY (SH-IDX)
            MOVE SPACES TO SHE-INVOICE-ID (SH-IDX)

            SUBTRACT ALE-QUANTITY (AL-IDX) FROM
               OLE-ALLOCATED-QTY (OL-IDX)
            ADD SS-SHIP-QTY TO OLE-SHIPPED-QTY (OL-IDX)
            ADD WS-SHORT-QTY TO OLE-BACKORDER-QTY (OL-IDX)
            MOVE 0 TO ALE-QUANTITY (AL-IDX)
            ADD SS-SHIP-QTY TO WS-UNITS-SHIPPED
            ADD WS-SHORT-QTY TO WS-UNITS-SHORT
            IF OLE-SHIPPED-QTY (OL-IDX) NOT < OLE-ORDER-QTY (OL-IDX)
               MOVE "C" TO OLE-STATUS (OL-IDX)
               ADD 1 TO WS-LINES-COMPLETED
            END-IF.

       150-REJECT-CONFIRMATION.

            ADD 1 TO WS-REJECTED-COUNT
            MOVE SS-ORDER-ID TO RJ-ORDER-ID
            MOVE SS-LINE-NO TO RJ-LINE-NO
            MOVE SS-LOCATION TO RJ-LOCATION
            IF SS-SHIP-QTY NUMERIC
               MOVE SS-SHIP-QTY TO RJ-SHIP-QTY
            ELSE
               MOVE 0 TO RJ-SHIP-QTY
            END-IF
            MOVE WS-REJECT-REASON TO RJ-REASON
            IF WS-REGISTER-FILE-STATUS = "00"
               IF PAGE-BREAK-NEEDED
                  PERFORM 810-WRITE-REGISTER-HEADER
               END-IF
               WRITE REGISTER-LINE FROM REJECT-DETAIL-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-IF
            MOVE SPACES TO EL-MESSAGE
            STRING "ORDER " DELIMITED BY SIZE
                   SS-ORDER-ID DELIMITED BY SIZE
                   " LINE " DELIMITED BY SIZE
                   SS-LINE-NO DELIMITED BY SIZE
                   " SHIPMENT REJECTED - " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
               INTO EL-MESSAGE
            END-STRING
            MOVE "SALES-ORDER-SHIP" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

      * One invoice per order per run, opened at the order's first
      * shipment that actually moved stock. Empty picks are listed
      * but bill nothing and issue nothing.
       300-INVOICE-SHIPMENTS.

            IF WS-REGISTER-FILE-STATUS = "00"
               IF PAGE-BREAK-NEEDED
                  PERFORM 810-WRITE-REGISTER-HEADER
               END-IF
               WRITE REGISTER-LINE FROM REPORT-BLANK-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
               WRITE REGISTER-LINE FROM SHIP-SECTION-HEADING
               PERFORM 095-BUMP-PAGE-LINE-COUNT
               WRITE REGISTER-LINE FROM SHIP-COLUMN-HEADING
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-IF

            PERFORM VARYING SH-IDX FROM 1 BY 1
                  UNTIL SH-IDX > WS-SHIP-COUNT
               IF SHE-INVOICE-ID (SH-IDX) = SPACES
                     AND SHE-SHIP-QTY (SH-IDX) > 0
                  PERFORM 310-WRITE-ONE-INVOICE
               END-IF
            END-PERFORM

            PERFORM VARYING SH-IDX FROM 1 BY 1
                  UNTIL SH-IDX > WS-SHIP-COUNT
               IF SHE-SHIP-QTY (SH-IDX) = 0
                  SET SH-IDX-2 TO SH-IDX
                  PERFORM 340-LIST-SHIPMENT
               END-IF
            END-PERFORM.

       310-WRITE-ONE-INVOICE.

            MOVE "S" TO WS-INVOICE-ID (1:1)
            MOVE WS-NEXT-INVOICE-NO TO WS-INVOICE-SEQ
            ADD 1 TO WS-NEXT-INVOICE-NO
            ADD 1 TO WS-INVOICE-COUNT
            MOVE SHE-ORDER-ID (SH-IDX) TO WS-CURRENT-ORDER

            MOVE SPACES TO WS-TERMS-CODE
            PERFORM VARYING CU-IDX FROM 1 BY 1
                  UNTIL CU-IDX > WS-CUSTOMER-COUNT
               IF CUE-CUSTOMER-ID (CU-IDX) = SHE-CUSTOMER-ID (SH-IDX)
                  MOVE CUE-TERMS-CODE (CU-IDX) TO WS-TERMS-CODE
                  EXIT PERFORM
               END-IF
            END-PERFORM

            MOVE WS-INVOICE-ID TO IH-INVOICE-ID
            MOVE SHE-CUSTOMER-ID (SH-IDX) TO IH-CUSTOMER-ID
            MOVE WS-RUN-DATE TO IH-INVOICE-DATE
            MOVE WS-TERMS-CODE TO IH-TERMS-CODE
            MOVE "I" TO IH-DOCUMENT-TYPE
            WRITE INVOICE-HEADER-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN

            PERFORM VARYING SH-IDX-2 FROM SH-IDX BY 1
                  UNTIL SH-IDX-2 > WS-SHIP-COUNT
               IF SHE-ORDER-ID (SH-IDX-2) = WS-CURRENT-ORDER
                     AND SHE-INVOICE-ID (SH-IDX-2) = SPACES
                     AND SHE-SHIP-QTY (SH-IDX-2) > 0
                  PERFORM 320-WRITE-INVOICE-AND-ISSUE
                  PERFORM 340-LIST-SHIPMENT
               END-IF
            END-PERFORM.

       320-WRITE-INVOICE-AND-ISSUE.

            MOVE WS-INVOICE-ID TO SHE-INVOICE-ID (SH-IDX-2)

            MOVE WS-INVOICE-ID TO LI-INVOICE-ID
            MOVE SHE-ITEM-ID (SH-IDX-2) TO LI-ITEM-ID
            MOVE SHE-SHIP-QTY (SH-IDX-2) TO LI-QUANTITY
            MOVE SHE-UNIT-PRICE (SH-IDX-2) TO LI-UNIT-PRICE
            MOVE SHE-JURISDICTION (SH-IDX-2) TO LI-JURISDICTION-CODE
            MOVE SHE-CURRENCY (SH-IDX-2) TO LI-CURRENCY-CODE
            WRITE INVOICE-LINE-ITEM-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN

            MOVE 1 TO WS-EACHES-PER-CASE
            PERFORM VARYING IM-IDX FROM 1 BY 1
                  UNTIL IM-IDX > WS-ITEM-COUNT
               IF IME-ITEM-ID (IM-IDX) = SHE-ITEM-ID (SH-IDX-2)
                  IF IME-EACHES-PER-CASE (IM-IDX) > 0
                     MOVE IME-EACHES-PER-CASE (IM-IDX) TO
                        WS-EACHES-PER-CASE
                  END-IF
                  EXIT PERFORM
               END-IF
            END-PERFORM
            MOVE SHE-ITEM-ID (SH-IDX-2) TO IT-ITEM-ID
            MOVE SHE-SHIP-QTY (SH-IDX-2) TO IT-QUANTITY
            MOVE WS-EACHES-PER-CASE TO IT-EACHES-PER-CASE
            MOVE "I" TO IT-TRANS-TYPE
            MOVE SHE-LOCATION (SH-IDX-2) TO IT-LOCATION
            MOVE SPACES TO IT-TO-LOCATION
            MOVE WS-INVOICE-ID TO IT-REFERENCE
            MOVE SPACES TO IT-LOT-NUMBER
            WRITE INVENTORY-TRANS-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

       340-LIST-SHIPMENT.

            MOVE SHE-INVOICE-ID (SH-IDX-2) TO SD-INVOICE-ID
            MOVE SHE-ORDER-ID (SH-IDX-2) TO SD-ORDER-ID
            MOVE SHE-LINE-NO (SH-IDX-2) TO SD-LINE-NO
            MOVE SHE-CUSTOMER-ID (SH-IDX-2) TO SD-CUSTOMER-ID
            MOVE SHE-ITEM-ID (SH-IDX-2) TO SD-ITEM-ID
            MOVE SHE-LOCATION (SH-IDX-2) TO SD-LOCATION
            MOVE SHE-ALLOC-QTY (SH-IDX-2) TO SD-ALLOC-QTY
            MOVE SHE-SHIP-QTY (SH-IDX-2) TO SD-SHIP-QTY
            COMPUTE SD-SHORT-QTY =
               SHE-ALLOC-QTY (SH-IDX-2) - SHE-SHIP-QTY (SH-IDX-2)
            MOVE SHE-UNIT-PRICE (SH-IDX-2) TO SD-UNIT-PRICE
            COMPUTE WS-LINE-VALUE =
               SHE-SHIP-QTY (SH-IDX-2) * SHE-UNIT-PRICE (SH-IDX-2)
            MOVE WS-LINE-VALUE TO SD-LINE-VALUE
            ADD WS-LINE-VALUE TO WS-SHIPPED-VALUE
            IF WS-REGISTER-FILE-STATUS = "00"
               IF PAGE-BREAK-NEEDED
                  PERFORM 810-WRITE-REGISTER-HEADER
               END-IF
               WRITE REGISTER-LINE FROM SHIP-DETAIL-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-IF.

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

      * Consumed allocations drop out of the new generation, which
      * is sealed for the next run on the order book to verify.
            OPEN OUTPUT ALLOCATION-NEW-FILE
            IF WS-ALLOCATION-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: SOALLOC.NEW OPEN FAILED, STATUS = ",
                  WS-ALLOCATION-NEW-STATUS
               MOVE 1 TO RETURN-CODE
            ELSE
               PERFORM 930-RESET-SEAL
               PERFORM VARYING AL-IDX FROM 1 BY 1
                     UNTIL AL-IDX > WS-ALLOC-COUNT
                  IF ALE-QUANTITY (AL-IDX) > 0
                     MOVE ALE-ORDER-ID (AL-IDX) TO SA-ORDER-ID
                     MOVE ALE-LINE-NO (AL-IDX) TO SA-LINE-NO
                     MOVE ALE-ITEM-ID (AL-IDX) TO SA-ITEM-ID
                     MOVE ALE-LOCATION (AL-IDX) TO SA-LOCATION
                     MOVE ALE-QUANTITY (AL-IDX) TO SA-QUANTITY
                     MOVE ALE-ALLOC-DATE (AL-IDX) TO SA-ALLOC-DATE
                     WRITE ALLOCATION-NEW-RECORD FROM ALLOCATION-RECORD
                     PERFORM 072-SEAL-COUNT-ALLOCATION
                     ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
                  END-IF
               END-PERFORM
               CLOSE ALLOCATION-NEW-FILE
               MOVE "SOALLOC.SEAL" TO WS-SEAL-FILE-NAME
               MOVE "SALES-ORDER-SHIP" TO WS-SEAL-PROGRAM-ID
               PERFORM 934-WRITE-FILE-SEAL
            END-IF.

       700-REWRITE-INVOICE-NUMBER.

            IF WS-NUMBER-FILE-STATUS = "00"
               MOVE WS-NEXT-INVOICE-NO TO IN-NEXT-NUMBER
               REWRITE INVOICE-NUMBER-RECORD
               CLOSE INVOICE-NUMBER-FILE
            ELSE
               OPEN OUTPUT INVOICE-NUMBER-FILE
               IF WS-NUMBER-FILE-STATUS = "00"
                  MOVE WS-NEXT-INVOICE-NO TO IN-NEXT-NUMBER
                  WRITE INVOICE-NUMBER-RECORD
                  CLOSE INVOICE-NUMBER-FILE
               END-IF
            END-IF.

       800-WRITE-REGISTER-TOTALS.

            IF WS-REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REGISTER-HEADER
            END-IF
            WRITE REGISTER-LINE FROM REPORT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            MOVE "CONFIRMATIONS READ" TO RT-CAPTION
            MOVE WS-CONFIRM-COUNT TO RT-COUNT
            MOVE 0 TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "CONFIRMATIONS REJECTED" TO RT-CAPTION
            MOVE WS-REJECTED-COUNT TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "INVOICES WRITTEN" TO RT-CAPTION
            MOVE WS-INVOICE-COUNT TO RT-COUNT
            MOVE WS-SHIPPED-VALUE TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "UNITS SHIPPED AND ISSUED" TO RT-CAPTION
            MOVE WS-UNITS-SHIPPED TO RT-COUNT
            MOVE 0 TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "UNITS SHORT - BACK ON BACKORDER" TO RT-CAPTION
            MOVE WS-UNITS-SHORT TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "ORDER LINES COMPLETED" TO RT-CAPTION
            MOVE WS-LINES-COMPLETED TO RT-COUNT
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

       900-CLOSE-FILES.

            CLOSE INVOICE-HEADER-FILE
            CLOSE INVOICE-LINE-ITEM-FILE
            CLOSE INVENTORY-TRANS-FILE
            IF WS-REGISTER-FILE-STATUS = "00"
               CLOSE SHIP-REGISTER-FILE
            END-IF.

           COPY EXCPLOG.
           COPY LOCKTBL.
           COPY RUNSTAT.
           COPY SEALTBL.
           COPY PAGCTL.
       END PROGRAM SALES-ORDER-SHIP.
