      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Customer returns under a return merchandise
      *           authorization (RMA). New authorizations (RMANEW.DAT)
      *           quote the original invoice and its line number and
      *           are checked against the invoice line history
      *           INVOICE-PROCESSING keeps (INVLHIST.DAT): everything
      *           authorized against a line, this request included,
      *           may not exceed what the line shipped. Accepted
      *           requests join the authorization file (RMAAUTH.DAT,
      *           rolled to RMAAUTH.NEW). When the goods come back
      *           (RMARECV.DAT - good and damaged units per RMA) the
      *           same run writes everything the return touches:
      *             - good units: an "R" transaction on INVTRAN.DAT
      *               to restock INVBAL.DAT, and an RMARSTK.DAT record
      *               so INVENTORY-COSTING restores their FIFO layer
      *               at the cost they shipped at;
      *             - damaged units: an "R" transaction followed by a
      *               negative "A" scrap adjustment, so the loss is on
      *               the stock record and never sellable;
      *             - the customer's credit memo, numbered from
      *               RMACMNO.DAT with an "R" prefix: an INVHDR.DAT
      *               header of document type "C" and a negative
      *               INVLINE.DAT line at the price originally billed,
      *               for INVOICE-PROCESSING to post.
      *           Prints the return register RMAPROC.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMA-PROCESSING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RMA-REQUEST-FILE ASSIGN TO "RMANEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

           SELECT RMA-RECEIPT-FILE ASSIGN TO "RMARECV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-FILE-STATUS.

           SELECT RMA-AUTH-FILE ASSIGN TO "RMAAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT RMA-AUTH-NEW-FILE ASSIGN TO "RMAAUTH.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-NEW-STATUS.

           SELECT INVOICE-LINE-HISTORY-FILE ASSIGN TO "INVLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-HISTORY-STATUS.

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

           SELECT RETURN-RESTOCK-FILE ASSIGN TO "RMARSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTOCK-FILE-STATUS.

           SELECT MEMO-NUMBER-FILE ASSIGN TO "RMACMNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMBER-FILE-STATUS.

           SELECT RETURN-REGISTER-FILE ASSIGN TO "RMAPROC.RPT"
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
      * RN-LINE-NO is the line's position on the invoice, as printed
      * and as INVLHIST.DAT numbers it.
       FD  RMA-REQUEST-FILE.
       01  RMA-REQUEST-RECORD.
           05  RN-RMA-ID           PIC X(6).
           05  RN-INVOICE-ID       PIC X(6).
           05  RN-LINE-NO          PIC 9(3).
           05  RN-QUANTITY         PIC 9(5).
           05  RN-QUANTITY-X REDEFINES RN-QUANTITY
                                   PIC X(5).
           05  RN-AUTH-DATE        PIC 9(8).
           05  RN-REASON-CODE      PIC X(2).

      * What the dock actually got back. Spaces in RR-LOCATION
      * receive into the main warehouse, WH1.
       FD  RMA-RECEIPT-FILE.
       01  RMA-RECEIPT-RECORD.
           05  RR-RMA-ID           PIC X(6).
           05  RR-GOOD-QTY         PIC 9(5).
           05  RR-DAMAGED-QTY      PIC 9(5).
           05  RR-LOCATION         PIC X(3).

      * RA-STATUS "O" open, "C" closed - everything authorized has
      * come back. Closed authorizations stay on file: they still
      * count against the invoice line's shipped quantity.
       FD  RMA-AUTH-FILE.
       01  RMA-AUTH-RECORD.
           05  RA-RMA-ID           PIC X(6).
           05  RA-INVOICE-ID       PIC X(6).
           05  RA-LINE-NO          PIC 9(3).
           05  RA-CUSTOMER-ID      PIC X(6).
           05  RA-ITEM-ID          PIC X(6).
           05  RA-AUTH-QTY         PIC 9(5).
           05  RA-RECEIVED-QTY     PIC 9(5).
           05  RA-UNIT-PRICE       PIC 9(5)V9(2).
           05  RA-JURISDICTION-CODE PIC X(2).
           05  RA-CURRENCY-CODE    PIC X(3).
           05  RA-AUTH-DATE        PIC 9(8).
           05  RA-REASON-CODE      PIC X(2).
           05  RA-STATUS           PIC X.

       FD  RMA-AUTH-NEW-FILE.
       01  RMA-AUTH-NEW-RECORD     PIC X(60).

      * Same layout INVOICE-PROCESSING appends.
       FD  INVOICE-LINE-HISTORY-FILE.
       01  INVOICE-LINE-HISTORY-RECORD.
           05  HL-INVOICE-ID       PIC X(6).
           05  HL-LINE-NO          PIC 9(3).
           05  HL-CUSTOMER-ID      PIC X(6).
           05  HL-INVOICE-DATE     PIC 9(8).
           05  HL-DOCUMENT-TYPE    PIC X.
           05  HL-ITEM-ID          PIC X(6).
           05  HL-QUANTITY         PIC S9(5) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  HL-UNIT-PRICE       PIC 9(5)V9(2).
           05  HL-JURISDICTION-CODE PIC X(2).
           05  HL-CURRENCY-CODE    PIC X(3).

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

      * Same layout INVENTORY-COSTING reads.
       FD  RETURN-RESTOCK-FILE.
       01  RETURN-RESTOCK-RECORD.
           05  RK-RMA-ID           PIC X(6).
           05  RK-INVOICE-ID       PIC X(6).
           05  RK-ITEM-ID          PIC X(6).
           05  RK-QUANTITY         PIC 9(6).
           05  RK-RECEIVED-DATE    PIC 9(8).

       FD  MEMO-NUMBER-FILE.
       01  MEMO-NUMBER-RECORD.
           05  MN-NEXT-NUMBER      PIC 9(5).

       FD  RETURN-REGISTER-FILE.
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
       01  WS-REQUEST-FILE-STATUS  PIC XX.
       01  WS-RECEIPT-FILE-STATUS  PIC XX.
       01  WS-AUTH-FILE-STATUS     PIC XX.
       01  WS-AUTH-NEW-STATUS      PIC XX.
       01  WS-LINE-HISTORY-STATUS  PIC XX.
       01  WS-ITEM-MASTER-STATUS   PIC XX.
       01  WS-CUSTOMER-FILE-STATUS PIC XX.
       01  WS-HEADER-FILE-STATUS   PIC XX.
       01  WS-LINE-FILE-STATUS     PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-RESTOCK-FILE-STATUS  PIC XX.
       01  WS-NUMBER-FILE-STATUS   PIC XX.
       01  WS-REGISTER-FILE-STATUS PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.
           88  ENTRY-WAS-FOUND         VALUE 'Y'.
       01  WS-RECEIPTS-PRESENT-SWITCH PIC X VALUE 'N'.
           88  RECEIPTS-ARE-PRESENT    VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-LINE-AUTHORIZED      PIC 9(7).
       01  WS-RETURN-QTY           PIC 9(6).
       01  WS-OPEN-QTY             PIC 9(5).
       01  WS-RETURN-LOCATION      PIC X(3).
       01  WS-EACHES-PER-CASE      PIC 9(3).
       01  WS-TERMS-CODE           PIC X(9).
       01  WS-CREDIT-VALUE         PIC 9(9)V9(2).

       01  WS-NEXT-MEMO-NO         PIC 9(5) VALUE 1.
       01  WS-MEMO-ID              PIC X(6).
       01  WS-MEMO-ID-R REDEFINES WS-MEMO-ID.
           05  FILLER              PIC X.
           05  WS-MEMO-SEQ         PIC 9(5).

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

      * The authorization file, carried plus this run's accepted
      * requests, updated in place by the receipts.
       01  WS-AUTH-COUNT-MAX       PIC 9(4) VALUE 2000.
       01  WS-AUTH-COUNT           PIC 9(4) VALUE 0.
       01  AUTHORIZATION-TABLE.
           05  AUTHORIZATION-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY RA-IDX.
               10  RAE-RMA-ID          PIC X(6).
               10  RAE-INVOICE-ID      PIC X(6).
               10  RAE-LINE-NO         PIC 9(3).
               10  RAE-CUSTOMER-ID     PIC X(6).
               10  RAE-ITEM-ID         PIC X(6).
               10  RAE-AUTH-QTY        PIC 9(5).
               10  RAE-RECEIVED-QTY    PIC 9(5).
               10  RAE-UNIT-PRICE      PIC 9(5)V9(2).
               10  RAE-JURISDICTION    PIC X(2).
               10  RAE-CURRENCY        PIC X(3).
               10  RAE-AUTH-DATE       PIC 9(8).
               10  RAE-REASON-CODE     PIC X(2).
               10  RAE-STATUS          PIC X.

      * This run's requests, matched to their invoice lines in one
      * pass of the line history before any is authorized.
       01  WS-REQUEST-COUNT-MAX    PIC 9(3) VALUE 500.
       01  WS-REQUEST-COUNT        PIC 9(3) VALUE 0.
       01  REQUEST-TABLE.
           05  REQUEST-ENTRY OCCURS 500 TIMES
                                   INDEXED BY RQ-IDX.
               10  RQE-RMA-ID          PIC X(6).
               10  RQE-INVOICE-ID      PIC X(6).
               10  RQE-LINE-NO         PIC 9(3).
               10  RQE-QUANTITY        PIC 9(5).
               10  RQE-QUANTITY-X REDEFINES RQE-QUANTITY
                                       PIC X(5).
               10  RQE-AUTH-DATE       PIC 9(8).
               10  RQE-REASON-CODE     PIC X(2).
               10  RQE-LINE-FOUND      PIC X.
               10  RQE-CUSTOMER-ID     PIC X(6).
               10  RQE-ITEM-ID         PIC X(6).
               10  RQE-SHIPPED-QTY     PIC 9(5).
               10  RQE-UNIT-PRICE      PIC 9(5)V9(2).
               10  RQE-JURISDICTION    PIC X(2).
               10  RQE-CURRENCY        PIC X(3).

       01  WS-REQUEST-READ-COUNT   PIC 9(5) VALUE 0.
       01  WS-AUTHORIZED-COUNT     PIC 9(5) VALUE 0.
       01  WS-AUTH-REJECTED-COUNT  PIC 9(5) VALUE 0.
       01  WS-RECEIPT-READ-COUNT   PIC 9(5) VALUE 0.
       01  WS-RECEIPT-REJECTED-COUNT PIC 9(5) VALUE 0.
       01  WS-MEMO-COUNT           PIC 9(5) VALUE 0.
       01  WS-UNITS-RESTOCKED      PIC 9(7) VALUE 0.
       01  WS-UNITS-SCRAPPED       PIC 9(7) VALUE 0.
       01  WS-CREDIT-TOTAL         PIC 9(11)V9(2) VALUE 0.

       01  REGISTER-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               "CUSTOMER RETURN (RMA) REGISTER".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  RG-RUN-DATE     PIC 9(8).
           05  FILLER          PIC X(65) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RG-PAGE-NUMBER  PIC ZZ9.
       01  AUTH-SECTION-HEADING.
           05  FILLER          PIC X(40) VALUE
               "RETURN AUTHORIZATION REQUESTS".
       01  AUTH-COLUMN-HEADING.
           05  FILLER          PIC X(8)  VALUE "RMA".
           05  FILLER          PIC X(8)  VALUE "INVOICE".
           05  FILLER          PIC X(6)  VALUE "LINE".
           05  FILLER          PIC X(8)  VALUE "CUST".
           05  FILLER          PIC X(8)  VALUE "ITEM".
           05  FILLER          PIC X(9)  VALUE "  SHIPPED".
           05  FILLER          PIC X(9)  VALUE "  REQUEST".
           05  FILLER          PIC X(30) VALUE "   RESULT".
       01  AUTH-DETAIL-LINE.
           05  AD-RMA-ID       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AD-INVOICE-ID   PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AD-LINE-NO      PIC ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  AD-CUSTOMER-ID  PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  AD-ITEM-ID      PIC X(6).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  AD-SHIPPED-QTY  PIC ZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  AD-REQUEST-QTY  PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  AD-RESULT       PIC X(30).
       01  RECEIPT-SECTION-HEADING.
           05  FILLER          PIC X(40) VALUE
               "RETURNS RECEIVED AND CREDITED".
       01  RECEIPT-COLUMN-HEADING.
           05  FILLER          PIC X(8)  VALUE "RMA".
           05  FILLER          PIC X(8)  VALUE "MEMO".
           05  FILLER          PIC X(8)  VALUE "INVOICE".
           05  FILLER          PIC X(8)  VALUE "CUST".
           05  FILLER          PIC X(8)  VALUE "ITEM".
           05  FILLER          PIC X(6)  VALUE "LOC".
           05  FILLER          PIC X(9)  VALUE "     GOOD".
           05  FILLER          PIC X(9)  VALUE "  DAMAGED".
           05  FILLER          PIC X(11) VALUE " UNIT PRICE".
           05  FILLER          PIC X(16) VALUE "    CREDIT VALUE".
           05  FILLER          PIC X(30) VALUE "  RESULT".
       01  RECEIPT-DETAIL-LINE.
           05  RD-RMA-ID       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-MEMO-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-INVOICE-ID   PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-CUSTOMER-ID  PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-ITEM-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-LOCATION     PIC X(3).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RD-GOOD-QTY     PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RD-DAMAGED-QTY  PIC ZZ,ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-UNIT-PRICE   PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-CREDIT-VALUE PIC $$$,$$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-RESULT       PIC X(30).
       01  REGISTER-TOTAL-LINE.
           05  RT-CAPTION      PIC X(36).
           05  RT-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RT-AMOUNT       PIC $$$,$$$,$$9.99- BLANK WHEN ZERO.
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "RMA-PROCESSING" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

            MOVE "RMA-PROCESSING" TO WS-LOCK-PROGRAM-ID
            MOVE "RMAAUTH" TO WS-LOCK-RESOURCE (1)
            MOVE 1 TO WS-LOCK-RESOURCE-COUNT
            PERFORM 940-CLAIM-RESOURCE-LOCKS
            IF RESOURCE-LOCKS-DENIED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 070-LOAD-NEW-REQUESTS
            OPEN INPUT RMA-RECEIPT-FILE
            IF WS-RECEIPT-FILE-STATUS = "00"
               MOVE 'Y' TO WS-RECEIPTS-PRESENT-SWITCH
            END-IF
            IF WS-REQUEST-COUNT = 0 AND NOT RECEIPTS-ARE-PRESENT
               DISPLAY "NOTICE: NO RMANEW.DAT OR RMARECV.DAT - "
                  "NOTHING TO AUTHORIZE OR RECEIVE"
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 050-LOAD-ITEM-MASTER
            PERFORM 055-LOAD-CUSTOMER-MASTER
            PERFORM 060-LOAD-AUTHORIZATIONS
      * Stock and credit memos go out in place while the
      * authorizations only roll to .NEW, so running again on an
      * authorization file that is not the generation last sealed
      * would restock and credit the same returns twice.
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: RMAAUTH.DAT FAILS ITS SEAL - PROMOTE "
                  "RMAAUTH.NEW FIRST; NO RETURNS PROCESSED"
               MOVE "RMAAUTH.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "RMA-PROCESSING" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               IF RECEIPTS-ARE-PRESENT
                  CLOSE RMA-RECEIPT-FILE
               END-IF
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            PERFORM 075-MATCH-INVOICE-HISTORY
            PERFORM 080-OPEN-OUTPUT-FILES

            PERFORM 810-WRITE-REGISTER-HEADER
            PERFORM 100-AUTHORIZE-REQUESTS
            PERFORM 200-PROCESS-RECEIPTS
            PERFORM 500-WRITE-NEW-AUTHORIZATIONS
            PERFORM 700-REWRITE-MEMO-NUMBER
            PERFORM 800-WRITE-REGISTER-TOTALS
            PERFORM 900-CLOSE-FILES

            PERFORM 945-RELEASE-RESOURCE-LOCKS
            DISPLAY "RMA PROCESSING COMPLETE.  ", WS-AUTHORIZED-COUNT,
               " AUTHORIZED, ", WS-MEMO-COUNT, " CREDIT MEMO(S) "
               "WRITTEN, ", WS-AUTH-REJECTED-COUNT, " REQUEST(S) AND ",
               WS-RECEIPT-REJECTED-COUNT, " RECEIPT(S) REFUSED."
            DISPLAY "PROMOTE RMAAUTH.NEW OVER RMAAUTH.DAT."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * Not fatal if missing - stock transactions then go out at
      * one each per case.
       050-LOAD-ITEM-MASTER.

            OPEN INPUT ITEM-MASTER-FILE
            IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "WARNING: NO ITEMMAST.DAT - CASE SIZES "
                  "DEFAULTED ON RETURN TRANSACTIONS"
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
               DISPLAY "WARNING: NO CUSTMAST.DAT - CREDIT MEMOS "
                  "WRITTEN WITHOUT TERMS"
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

      * No RMAAUTH.DAT is the first run - every RMA is new. The
      * seal is still checked: a seal with no file means the first
      * run's RMAAUTH.NEW was never promoted.
       060-LOAD-AUTHORIZATIONS.

            PERFORM 930-RESET-SEAL
            MOVE "RMAAUTH.SEAL" TO WS-SEAL-FILE-NAME
            OPEN INPUT RMA-AUTH-FILE
            IF WS-AUTH-FILE-STATUS NOT = "00"
               DISPLAY "NOTICE: NO RMAAUTH.DAT - STARTING A NEW "
                  "AUTHORIZATION FILE"
               PERFORM 936-VERIFY-FILE-SEAL
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ RMA-AUTH-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 062-SEAL-COUNT-AUTHORIZATION
                     PERFORM 065-TABLE-AUTHORIZATION
               END-READ
            END-PERFORM
            CLOSE RMA-AUTH-FILE
            PERFORM 936-VERIFY-FILE-SEAL.

      * The received quantity is the amount hashed - it is what a
      * receipt run moves.
       062-SEAL-COUNT-AUTHORIZATION.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE RA-RMA-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE RA-RECEIVED-QTY TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

      * A short table would drop authorizations from RMAAUTH.NEW,
      * so a full one refuses the run.
       065-TABLE-AUTHORIZATION.

            IF WS-AUTH-COUNT NOT < WS-AUTH-COUNT-MAX
               DISPLAY "ERROR: AUTHORIZATION TABLE FULL AT ",
                  RA-RMA-ID, " - NO RETURNS PROCESSED"
               MOVE "RMA AUTHORIZATION TABLE FULL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "RMA-PROCESSING" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               CLOSE RMA-AUTH-FILE
               IF RECEIPTS-ARE-PRESENT
                  CLOSE RMA-RECEIPT-FILE
               END-IF
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            ADD 1 TO WS-AUTH-COUNT
            SET RA-IDX TO WS-AUTH-COUNT
            MOVE RA-RMA-ID TO RAE-RMA-ID (RA-IDX)
            MOVE RA-INVOICE-ID TO RAE-INVOICE-ID (RA-IDX)
            MOVE RA-LINE-NO TO RAE-LINE-NO (RA-IDX)
            MOVE RA-CUSTOMER-ID TO RAE-CUSTOMER-ID (RA-IDX)
            MOVE RA-ITEM-ID TO RAE-ITEM-ID (RA-IDX)
            MOVE RA-AUTH-QTY TO RAE-AUTH-QTY (RA-IDX)
            MOVE RA-RECEIVED-QTY TO RAE-RECEIVED-QTY (RA-IDX)
            MOVE RA-UNIT-PRICE TO RAE-UNIT-PRICE (RA-IDX)
            MOVE RA-JURISDICTION-CODE TO RAE-JURISDICTION (RA-IDX)
            MOVE RA-CURRENCY-CODE TO RAE-CURRENCY (RA-IDX)
            MOVE RA-AUTH-DATE TO RAE-AUTH-DATE (RA-IDX)
            MOVE RA-REASON-CODE TO RAE-REASON-CODE (RA-IDX)
            MOVE RA-STATUS TO RAE-STATUS (RA-IDX).

       070-LOAD-NEW-REQUESTS.

            OPEN INPUT RMA-REQUEST-FILE
            IF WS-REQUEST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ RMA-REQUEST-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     ADD 1 TO WS-REQUEST-READ-COUNT
                     IF WS-REQUEST-COUNT < WS-REQUEST-COUNT-MAX
                        ADD 1 TO WS-REQUEST-COUNT
                        SET RQ-IDX TO WS-REQUEST-COUNT
                        MOVE RN-RMA-ID TO RQE-RMA-ID (RQ-IDX)
                        MOVE RN-INVOICE-ID TO RQE-INVOICE-ID (RQ-IDX)
                        MOVE RN-LINE-NO TO RQE-LINE-NO (RQ-IDX)
                        MOVE RN-QUANTITY-X TO RQE-QUANTITY-X (RQ-IDX)
                        MOVE RN-AUTH-DATE TO RQE-AUTH-DATE (RQ-IDX)
                        MOVE RN-REASON-CODE TO
                           RQE-REASON-CODE (RQ-IDX)
                        MOVE 'N' TO RQE-LINE-FOUND (RQ-IDX)
                        MOVE SPACES TO RQE-CUSTOMER-ID (RQ-IDX)
                        MOVE SPACES TO RQE-ITEM-ID (RQ-IDX)
                        MOVE 0 TO RQE-SHIPPED-QTY (RQ-IDX)
                     ELSE
                        DISPLAY "WARNING: RMA REQUEST TABLE FULL, "
                           "RMA ", RN-RMA-ID, " HELD FOR NEXT RUN"
                        MOVE "RMA REQUEST TABLE FULL - RESUBMIT REST"
                           TO EL-MESSAGE
                        MOVE "RMA-PROCESSING" TO EL-PROGRAM-ID
                        MOVE "W" TO EL-SEVERITY
                        PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                        ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
                     END-IF
               END-READ
            END-PERFORM
            CLOSE RMA-REQUEST-FILE.

      * Only a billed invoice line can be returned against - credit
      * memo lines in the history are passed over. The first
      * history record for an invoice line wins should the invoice
      * ever have been billed twice.
       075-MATCH-INVOICE-HISTORY.

            IF WS-REQUEST-COUNT = 0
               EXIT PARAGRAPH
            END-IF
            OPEN INPUT INVOICE-LINE-HISTORY-FILE
            IF WS-LINE-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: NO INVLHIST.DAT - NO INVOICE LINE "
                  "CAN BE AUTHORIZED FOR RETURN"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ INVOICE-LINE-HISTORY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF HL-DOCUMENT-TYPE NOT = "C"
                           AND HL-QUANTITY > 0
                        PERFORM 076-MATCH-ONE-HISTORY-LINE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE INVOICE-LINE-HISTORY-FILE.

       076-MATCH-ONE-HISTORY-LINE.

            PERFORM VARYING RQ-IDX FROM 1 BY 1
                  UNTIL RQ-IDX > WS-REQUEST-COUNT
               IF RQE-INVOICE-ID (RQ-IDX) = HL-INVOICE-ID
                     AND RQE-LINE-NO (RQ-IDX) = HL-LINE-NO
                     AND RQE-LINE-FOUND (RQ-IDX) = 'N'
                  MOVE 'Y' TO RQE-LINE-FOUND (RQ-IDX)
                  MOVE HL-CUSTOMER-ID TO RQE-CUSTOMER-ID (RQ-IDX)
                  MOVE HL-ITEM-ID TO RQE-ITEM-ID (RQ-IDX)
                  MOVE HL-QUANTITY TO RQE-SHIPPED-QTY (RQ-IDX)
                  MOVE HL-UNIT-PRICE TO RQE-UNIT-PRICE (RQ-IDX)
                  MOVE HL-JURISDICTION-CODE TO
                     RQE-JURISDICTION (RQ-IDX)
                  MOVE HL-CURRENCY-CODE TO RQE-CURRENCY (RQ-IDX)
               END-IF
            END-PERFORM.

      * The credit memo and the stock movements go out together or
      * not at all - if any of the appends cannot open, nothing is
      * received.
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
            OPEN EXTEND RETURN-RESTOCK-FILE
            IF WS-RESTOCK-FILE-STATUS NOT = "00"
               OPEN OUTPUT RETURN-RESTOCK-FILE
            END-IF
            IF WS-HEADER-FILE-STATUS NOT = "00"
                  OR WS-LINE-FILE-STATUS NOT = "00"
                  OR WS-TRANS-FILE-STATUS NOT = "00"
                  OR WS-RESTOCK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: INVHDR/INVLINE/INVTRAN/RMARSTK OPEN "
                  "FAILED, STATUS = ", WS-HEADER-FILE-STATUS, "/",
                  WS-LINE-FILE-STATUS, "/", WS-TRANS-FILE-STATUS, "/",
                  WS-RESTOCK-FILE-STATUS, " - NO RETURNS PROCESSED"
               MOVE "MEMO/STOCK FILES WOULD NOT OPEN - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "RMA-PROCESSING" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               IF RECEIPTS-ARE-PRESENT
                  CLOSE RMA-RECEIPT-FILE
               END-IF
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            OPEN I-O MEMO-NUMBER-FILE
            IF WS-NUMBER-FILE-STATUS = "00"
               READ MEMO-NUMBER-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE MN-NEXT-NUMBER TO WS-NEXT-MEMO-NO
               END-READ
            END-IF

            OPEN OUTPUT RETURN-REGISTER-FILE
            IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: RMAPROC.RPT OPEN FAILED, STATUS = ",
                  WS-REGISTER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF.

       100-AUTHORIZE-REQUESTS.

            IF WS-REGISTER-FILE-STATUS = "00"
               WRITE REGISTER-LINE FROM REPORT-BLANK-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
               WRITE REGISTER-LINE FROM AUTH-SECTION-HEADING
               PERFORM 095-BUMP-PAGE-LINE-COUNT
               WRITE REGISTER-LINE FROM AUTH-COLUMN-HEADING
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-IF

            PERFORM VARYING RQ-IDX FROM 1 BY 1
                  UNTIL RQ-IDX > WS-REQUEST-COUNT
               PERFORM 110-AUTHORIZE-ONE-REQUEST
            END-PERFORM.

      * Everything already authorized against the invoice line -
      * open or closed, earlier in this run or on file - plus this
      * request may not pass what the line shipped.
       110-AUTHORIZE-ONE-REQUEST.

            MOVE SPACES TO WS-REJECT-REASON
            IF RQE-RMA-ID (RQ-IDX) = SPACES
               MOVE "RMA NUMBER MISSING" TO WS-REJECT-REASON
               PERFORM 150-REJECT-REQUEST
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING RA-IDX FROM 1 BY 1
                  UNTIL RA-IDX > WS-AUTH-COUNT
               IF RAE-RMA-ID (RA-IDX) = RQE-RMA-ID (RQ-IDX)
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF ENTRY-WAS-FOUND
               MOVE "RMA NUMBER ALREADY ON FILE" TO WS-REJECT-REASON
               PERFORM 150-REJECT-REQUEST
               EXIT PARAGRAPH
            END-IF
            IF RQE-LINE-FOUND (RQ-IDX) NOT = 'Y'
               MOVE "INVOICE LINE NOT ON FILE" TO WS-REJECT-REASON
               PERFORM 150-REJECT-REQUEST
               EXIT PARAGRAPH
            END-IF
            IF RQE-QUANTITY-X (RQ-IDX) NOT NUMERIC
               MOVE "QUANTITY NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 150-REJECT-REQUEST
               EXIT PARAGRAPH
            END-IF
            IF RQE-QUANTITY (RQ-IDX) = 0
               MOVE "QUANTITY IS ZERO" TO WS-REJECT-REASON
               PERFORM 150-REJECT-REQUEST
               EXIT PARAGRAPH
            END-IF

            MOVE RQE-QUANTITY (RQ-IDX) TO WS-LINE-AUTHORIZED
            PERFORM VARYING RA-IDX FROM 1 BY 1
                  UNTIL RA-IDX > WS-AUTH-COUNT
               IF RAE-INVOICE-ID (RA-IDX) = RQE-INVOICE-ID (RQ-IDX)
                     AND RAE-LINE-NO (RA-IDX) = RQE-LINE-NO (RQ-IDX)
                  ADD RAE-AUTH-QTY (RA-IDX) TO WS-LINE-AUTHORIZED
               END-IF
            END-PERFORM
            IF WS-LINE-AUTHORIZED > RQE-SHIPPED-QTY (RQ-IDX)
               MOVE "MORE THAN SHIPPED ON THE LINE" TO
                  WS-REJECT-REASON
               PERFORM 150-REJECT-REQUEST
               EXIT PARAGRAPH
            END-IF
            IF WS-AUTH-COUNT NOT < WS-AUTH-COUNT-MAX
               MOVE "AUTHORIZATION TABLE FULL" TO WS-REJECT-REASON
               PERFORM 150-REJECT-REQUEST
               EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-AUTHORIZED-COUNT
            ADD 1 TO WS-AUTH-COUNT
            SET RA-IDX TO WS-AUTH-COUNT
            MOVE RQE-RMA-ID (RQ-IDX) TO RAE-RMA-ID (RA-IDX)
            MOVE RQE-INVOICE-ID (RQ-IDX) TO RAE-INVOICE-ID (RA-IDX)
            MOVE RQE-LINE-NO (RQ-IDX) TO RAE-LINE-NO (RA-IDX)
            MOVE RQE-CUSTOMER-ID (RQ-IDX) TO RAE-CUSTOMER-ID (RA-IDX)
            MOVE RQE-ITEM-ID (RQ-IDX) TO RAE-ITEM-ID (RA-IDX)
            MOVE RQE-QUANTITY (RQ-IDX) TO RAE-AUTH-QTY (RA-IDX)
            MOVE 0 TO RAE-RECEIVED-QTY (RA-IDX)
            MOVE RQE-UNIT-PRICE (RQ-IDX) TO RAE-UNIT-PRICE (RA-IDX)
            MOVE RQE-JURISDICTION (RQ-IDX) TO RAE-JURISDICTION (RA-IDX)
            MOVE RQE-CURRENCY (RQ-IDX) TO RAE-CURRENCY (RA-IDX)
            IF RQE-AUTH-DATE (RQ-IDX) NUMERIC
                  AND RQE-AUTH-DATE (RQ-IDX) > 0
               MOVE RQE-AUTH-DATE (RQ-IDX) TO RAE-AUTH-DATE (RA-IDX)
            ELSE
               MOVE WS-RUN-DATE TO RAE-AUTH-DATE (RA-IDX)
            END-IF
            MOVE RQE-REASON-CODE (RQ-IDX) TO RAE-REASON-CODE (RA-IDX)
            MOVE "O" TO RAE-STATUS (RA-IDX)

            MOVE "AUTHORIZED" TO WS-REJECT-REASON
            PERFORM 160-LIST-REQUEST.

       150-REJECT-REQUEST.

            ADD 1 TO WS-AUTH-REJECTED-COUNT
            PERFORM 160-LIST-REQUEST
            MOVE SPACES TO EL-MESSAGE
            STRING "RMA " DELIMITED BY SIZE
                   RQE-RMA-ID (RQ-IDX) DELIMITED BY SIZE
                   " INVOICE " DELIMITED BY SIZE
                   RQE-INVOICE-ID (RQ-IDX) DELIMITED BY SIZE
                   " REFUSED - " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
               INTO EL-MESSAGE
            END-STRING
            MOVE "RMA-PROCESSING" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

       160-LIST-REQUEST.

            MOVE RQE-RMA-ID (RQ-IDX) TO AD-RMA-ID
            MOVE RQE-INVOICE-ID (RQ-IDX) TO AD-INVOICE-ID
            MOVE RQE-LINE-NO (RQ-IDX) TO AD-LINE-NO
            MOVE RQE-CUSTOMER-ID (RQ-IDX) TO AD-CUSTOMER-ID
            MOVE RQE-ITEM-ID (RQ-IDX) TO AD-ITEM-ID
            MOVE RQE-SHIPPED-QTY (RQ-IDX) TO AD-SHIPPED-QTY
            IF RQE-QUANTITY-X (RQ-IDX) NUMERIC
               MOVE RQE-QUANTITY (RQ-IDX) TO AD-REQUEST-QTY
            ELSE
               MOVE 0 TO AD-REQUEST-QTY
            END-IF
            MOVE WS-REJECT-REASON TO AD-RESULT
            IF WS-REGISTER-FILE-STATUS = "00"
               IF PAGE-BREAK-NEEDED
                  PERFORM 810-WRITE-REGISTER-HEADER
               END-IF
               WRITE REGISTER-LINE FROM AUTH-DETAIL-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-IF.

       200-PROCESS-RECEIPTS.

            IF NOT RECEIPTS-ARE-PRESENT
               EXIT PARAGRAPH
            END-IF
            IF WS-REGISTER-FILE-STATUS = "00"
               IF PAGE-BREAK-NEEDED
                  PERFORM 810-WRITE-REGISTER-HEADER
               END-IF
               WRITE REGISTER-LINE FROM REPORT-BLANK-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
               WRITE REGISTER-LINE FROM RECEIPT-SECTION-HEADING
               PERFORM 095-BUMP-PAGE-LINE-COUNT
               WRITE REGISTER-LINE FROM RECEIPT-COLUMN-HEADING
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-IF

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ RMA-RECEIPT-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     ADD 1 TO WS-RECEIPT-READ-COUNT
                     PERFORM 210-RECEIVE-ONE-RETURN
               END-READ
            END-PERFORM
            CLOSE RMA-RECEIPT-FILE.

      * A return may come back in more than one delivery, but never
      * more in total than was authorized.
       210-RECEIVE-ONE-RETURN.

            MOVE SPACES TO WS-REJECT-REASON
            MOVE SPACES TO WS-MEMO-ID
            MOVE 0 TO WS-CREDIT-VALUE
            MOVE RR-LOCATION TO WS-RETURN-LOCATION
            IF WS-RETURN-LOCATION = SPACES
               MOVE "WH1" TO WS-RETURN-LOCATION
            END-IF

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING RA-IDX FROM 1 BY 1
                  UNTIL RA-IDX > WS-AUTH-COUNT
               IF RAE-RMA-ID (RA-IDX) = RR-RMA-ID
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF NOT ENTRY-WAS-FOUND
               MOVE "RMA NOT AUTHORIZED" TO WS-REJECT-REASON
               PERFORM 250-REJECT-RECEIPT
               EXIT PARAGRAPH
            END-IF
            IF RAE-STATUS (RA-IDX) = "C"
               MOVE "RMA ALREADY FULLY RECEIVED" TO WS-REJECT-REASON
               PERFORM 250-REJECT-RECEIPT
               EXIT PARAGRAPH
            END-IF
            IF RR-GOOD-QTY NOT NUMERIC OR RR-DAMAGED-QTY NOT NUMERIC
               MOVE "QUANTITY NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 250-REJECT-RECEIPT
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-RETURN-QTY = RR-GOOD-QTY + RR-DAMAGED-QTY
            IF WS-RETURN-QTY = 0
               MOVE "NOTHING RECEIVED" TO WS-REJECT-REASON
               PERFORM 250-REJECT-RECEIPT
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-OPEN-QTY =
               RAE-AUTH-QTY (RA-IDX) - RAE-RECEIVED-QTY (RA-IDX)
            IF WS-RETURN-QTY > WS-OPEN-QTY
               MOVE "MORE THAN AUTHORIZED" TO WS-REJECT-REASON
               PERFORM 250-REJECT-RECEIPT
               EXIT PARAGRAPH
            END-IF

            ADD WS-RETURN-QTY TO RAE-RECEIVED-QTY (RA-IDX)
            IF RAE-RECEIVED-QTY (RA-IDX) NOT < RAE-AUTH-QTY (RA-IDX)
               MOVE "C" TO RAE-STATUS (RA-IDX)
            END-IF
            PERFORM 220-WRITE-STOCK-MOVEMENTS
            PERFORM 230-WRITE-CREDIT-MEMO
            MOVE "RECEIVED AND CREDITED" TO WS-REJECT-REASON
            PERFORM 260-LIST-RECEIPT.

      * Good units restock and are queued for their cost layer;
      * damaged units are received and scrapped in the same breath
      * so the stock record shows both.
       220-WRITE-STOCK-MOVEMENTS.

            MOVE 1 TO WS-EACHES-PER-CASE
            PERFORM VARYING IM-IDX FROM 1 BY 1
                  UNTIL IM-IDX > WS-ITEM-COUNT
               IF IME-ITEM-ID (IM-IDX) = RAE-ITEM-ID (RA-IDX)
                  IF IME-EACHES-PER-CASE (IM-IDX) > 0
                     MOVE IME-EACHES-PER-CASE (IM-IDX) TO
                        WS-EACHES-PER-CASE
                  END-IF
                  EXIT PERFORM
               END-IF
            END-PERFORM

            MOVE RAE-ITEM-ID (RA-IDX) TO IT-ITEM-ID
            MOVE WS-EACHES-PER-CASE TO IT-EACHES-PER-CASE
            MOVE WS-RETURN-LOCATION TO IT-LOCATION
            MOVE SPACES TO IT-TO-LOCATION
            MOVE RAE-RMA-ID (RA-IDX) TO IT-REFERENCE
            MOVE SPACES TO IT-LOT-NUMBER

            IF RR-GOOD-QTY > 0
               MOVE RR-GOOD-QTY TO IT-QUANTITY
               MOVE "R" TO IT-TRANS-TYPE
               WRITE INVENTORY-TRANS-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               ADD RR-GOOD-QTY TO WS-UNITS-RESTOCKED

               MOVE RAE-RMA-ID (RA-IDX) TO RK-RMA-ID
               MOVE RAE-INVOICE-ID (RA-IDX) TO RK-INVOICE-ID
               MOVE RAE-ITEM-ID (RA-IDX) TO RK-ITEM-ID
               MOVE RR-GOOD-QTY TO RK-QUANTITY
               MOVE WS-RUN-DATE TO RK-RECEIVED-DATE
               WRITE RETURN-RESTOCK-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-IF

            IF RR-DAMAGED-QTY > 0
               MOVE RR-DAMAGED-QTY TO IT-QUANTITY
               MOVE "R" TO IT-TRANS-TYPE
               WRITE INVENTORY-TRANS-RECORD
               COMPUTE IT-QUANTITY = 0 - RR-DAMAGED-QTY
               MOVE "A" TO IT-TRANS-TYPE
               WRITE INVENTORY-TRANS-RECORD
               ADD 2 TO WS-RUNSTAT-RECORDS-WRITTEN
               ADD RR-DAMAGED-QTY TO WS-UNITS-SCRAPPED
            END-IF.

      * The customer is credited for everything that came back,
      * damaged or not, at the price the invoice line billed.
       230-WRITE-CREDIT-MEMO.

            MOVE "R" TO WS-MEMO-ID (1:1)
            MOVE WS-NEXT-MEMO-NO TO WS-MEMO-SEQ
            ADD 1 TO WS-NEXT-MEMO-NO
            ADD 1 TO WS-MEMO-COUNT

            MOVE SPACES TO WS-TERMS-CODE
            PERFORM VARYING CU-IDX FROM 1 BY 1
                  UNTIL CU-IDX > WS-CUSTOMER-COUNT
               IF CUE-CUSTOMER-ID (CU-IDX) = RAE-CUSTOMER-ID (RA-IDX)
                  MOVE CUE-TERMS-CODE (CU-IDX) TO WS-TERMS-CODE
                  EXIT PERFORM
               END-IF
            END-PERFORM

            MOVE WS-MEMO-ID TO IH-INVOICE-ID
            MOVE RAE-CUSTOMER-ID (RA-IDX) TO IH-CUSTOMER-ID
            MOVE WS-RUN-DATE TO IH-INVOICE-DATE
            MOVE WS-TERMS-CODE TO IH-TERMS-CODE
            MOVE "C" TO IH-DOCUMENT-TYPE
            WRITE INVOICE-HEADER-RECORD

            MOVE WS-MEMO-ID TO LI-INVOICE-ID
            MOVE RAE-ITEM-ID (RA-IDX) TO LI-ITEM-ID
            COMPUTE LI-QUANTITY = 0 - WS-RETURN-QTY
            MOVE RAE-UNIT-PRICE (RA-IDX) TO LI-UNIT-PRICE
            MOVE RAE-JURISDICTION (RA-IDX) TO LI-JURISDICTION-CODE
            MOVE RAE-CURRENCY (RA-IDX) TO LI-CURRENCY-CODE
            WRITE INVOICE-LINE-ITEM-RECORD
            ADD 2 TO WS-RUNSTAT-RECORDS-WRITTEN

            COMPUTE WS-CREDIT-VALUE =
               WS-RETURN-QTY * RAE-UNIT-PRICE (RA-IDX)
            ADD WS-CREDIT-VALUE TO WS-CREDIT-TOTAL.

       250-REJECT-RECEIPT.

            ADD 1 TO WS-RECEIPT-REJECTED-COUNT
            PERFORM 260-LIST-RECEIPT
            MOVE SPACES TO EL-MESSAGE
            STRING "RMA " DELIMITED BY SIZE
                   RR-RMA-ID DELIMITED BY SIZE
                   " RECEIPT REFUSED - " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
               INTO EL-MESSAGE
            END-STRING
            MOVE "RMA-PROCESSING" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

      * A rejected receipt for an RMA not on file lists with the
      * invoice columns blank.
       260-LIST-RECEIPT.

            MOVE RR-RMA-ID TO RD-RMA-ID
            MOVE WS-MEMO-ID TO RD-MEMO-ID
            IF ENTRY-WAS-FOUND
               MOVE RAE-INVOICE-ID (RA-IDX) TO RD-INVOICE-ID
               MOVE RAE-CUSTOMER-ID (RA-IDX) TO RD-CUSTOMER-ID
               MOVE RAE-ITEM-ID (RA-IDX) TO RD-ITEM-ID
               MOVE RAE-UNIT-PRICE (RA-IDX) TO RD-UNIT-PRICE
            ELSE
               MOVE SPACES TO RD-INVOICE-ID
               MOVE SPACES TO RD-CUSTOMER-ID
               MOVE SPACES TO RD-ITEM-ID
               MOVE 0 TO RD-UNIT-PRICE
            END-IF
            MOVE WS-RETURN-LOCATION TO RD-LOCATION
            IF RR-GOOD-QTY NUMERIC AND RR-DAMAGED-QTY NUMERIC
               MOVE RR-GOOD-QTY TO RD-GOOD-QTY
               MOVE RR-DAMAGED-QTY TO RD-DAMAGED-QTY
            ELSE
               MOVE 0 TO RD-GOOD-QTY
               MOVE 0 TO RD-DAMAGED-QTY
            END-IF
            MOVE WS-CREDIT-VALUE TO RD-CREDIT-VALUE
            MOVE WS-REJECT-REASON TO RD-RESULT
            IF WS-REGISTER-FILE-STATUS = "00"
               IF PAGE-BREAK-NEEDED
                  PERFORM 810-WRITE-REGISTER-HEADER
               END-IF
               WRITE REGISTER-LINE FROM RECEIPT-DETAIL-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-IF.

       500-WRITE-NEW-AUTHORIZATIONS.

            OPEN OUTPUT RMA-AUTH-NEW-FILE
            IF WS-AUTH-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: RMAAUTH.NEW OPEN FAILED, STATUS = ",
                  WS-AUTH-NEW-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM 930-RESET-SEAL
            PERFORM VARYING RA-IDX FROM 1 BY 1
                  UNTIL RA-IDX > WS-AUTH-COUNT
               MOVE RAE-RMA-ID (RA-IDX) TO RA-RMA-ID
               MOVE RAE-INVOICE-ID (RA-IDX) TO RA-INVOICE-ID
               MOVE RAE-LINE-NO (RA-IDX) TO RA-LINE-NO
               MOVE RAE-CUSTOMER-ID (RA-IDX) TO RA-CUSTOMER-ID
               MOVE RAE-ITEM-ID (RA-IDX) TO RA-ITEM-ID
               MOVE RAE-AUTH-QTY (RA-IDX) TO RA-AUTH-QTY
               MOVE RAE-RECEIVED-QTY (RA-IDX) TO RA-RECEIVED-QTY
               MOVE RAE-UNIT-PRICE (RA-IDX) TO RA-UNIT-PRICE
               MOVE RAE-JURISDICTION (RA-IDX) TO RA-JURISDICTION-CODE
               MOVE RAE-CURRENCY (RA-IDX) TO RA-CURRENCY-CODE
               MOVE RAE-AUTH-DATE (RA-IDX) TO RA-AUTH-DATE
               MOVE RAE-REASON-CODE (RA-IDX) TO RA-REASON-CODE
               MOVE RAE-STATUS (RA-IDX) TO RA-STATUS
               WRITE RMA-AUTH-NEW-RECORD FROM RMA-AUTH-RECORD
               PERFORM 062-SEAL-COUNT-AUTHORIZATION
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-PERFORM
            CLOSE RMA-AUTH-NEW-FILE
            MOVE "RMAAUTH.SEAL" TO WS-SEAL-FILE-NAME
            MOVE "RMA-PROCESSING" TO WS-SEAL-PROGRAM-ID
            PERFORM 934-WRITE-FILE-SEAL.

       700-REWRITE-MEMO-NUMBER.

            IF WS-NUMBER-FILE-STATUS = "00"
               MOVE WS-NEXT-MEMO-NO TO MN-NEXT-NUMBER
               REWRITE MEMO-NUMBER-RECORD
               CLOSE MEMO-NUMBER-FILE
            ELSE
               OPEN OUTPUT MEMO-NUMBER-FILE
               IF WS-NUMBER-FILE-STATUS = "00"
                  MOVE WS-NEXT-MEMO-NO TO MN-NEXT-NUMBER
                  WRITE MEMO-NUMBER-RECORD
                  CLOSE MEMO-NUMBER-FILE
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
            MOVE 0 TO RT-AMOUNT
            MOVE "AUTHORIZATION REQUESTS READ" TO RT-CAPTION
            MOVE WS-REQUEST-READ-COUNT TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "RETURNS AUTHORIZED" TO RT-CAPTION
            MOVE WS-AUTHORIZED-COUNT TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "AUTHORIZATION REQUESTS REFUSED" TO RT-CAPTION
            MOVE WS-AUTH-REJECTED-COUNT TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "RETURN RECEIPTS READ" TO RT-CAPTION
            MOVE WS-RECEIPT-READ-COUNT TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "RETURN RECEIPTS REFUSED" TO RT-CAPTION
            MOVE WS-RECEIPT-REJECTED-COUNT TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "UNITS RESTOCKED" TO RT-CAPTION
            MOVE WS-UNITS-RESTOCKED TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "UNITS SCRAPPED AS DAMAGED" TO RT-CAPTION
            MOVE WS-UNITS-SCRAPPED TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "CREDIT MEMOS WRITTEN" TO RT-CAPTION
            MOVE WS-MEMO-COUNT TO RT-COUNT
            MOVE WS-CREDIT-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE.

       810-WRITE-REGISTER-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO RG-PAGE-NUMBER
            MOVE WS-RUN-DATE TO RG-RUN-DATE
            IF WS-REGISTER-FILE-STATUS = "00"
               IF WS-PAGE-NUMBER = 1
                  WRITE REGISTER-LINE FROM REGISTER-HEADING-1
               ELSE
                  WRITE REGISTER-LINE FROM REGISTER-HEADING-1
                     AFTER ADVANCING PAGE
               END-IF
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
            CLOSE RETURN-RESTOCK-FILE
            IF WS-REGISTER-FILE-STATUS = "00"
               CLOSE RETURN-REGISTER-FILE
            END-IF.

           COPY EXCPLOG.
           COPY LOCKTBL.
           COPY RUNSTAT.
           COPY SEALTBL.
           COPY PAGCTL.
       END PROGRAM RMA-PROCESSING.
