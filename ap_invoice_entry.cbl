      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Accounts payable supplier invoice entry with the
      *           three-way match. Invoices arrive as a header
      *           (APINVHDR.DAT: supplier, supplier's invoice
      *           number, invoice date, terms) and lines
      *           (APINVLIN.DAT: the PO and PO line billed, the
      *           quantity and the unit cost). Each line is matched
      *           against its POMAST.DAT line - the supplier must be
      *           the PO's, the quantity billed to date may not pass
      *           the quantity received nor the quantity ordered
      *           plus the POCTRL.DAT over-receipt tolerance, and the
      *           unit cost must sit within the POCTRL.DAT cost
      *           tolerance of the PO cost.
      *           An invoice whose every line matches posts as an
      *           AP open item on APOPEN.DAT, due per its TERMSTAB.DAT
      *           terms (blank terms are the supplier's terms from
      *           the SUPPLIER.DAT master, else NET30), and its lines
      *           go on the APMATCH.DAT ledger, which is what the next
      *           run counts as already billed.  An invoice with any
      *           line off goes on hold whole: its lines are listed on
      *           the match-exception report APMATCHX.RPT and kept on
      *           APHELD.NEW for the operator to promote over
      *           APHELD.DAT. Held invoices are tried again every run,
      *           so one waiting on its receipt posts by itself once
      *           PO-RECEIVING has counted the goods in.
      *           A supplier invoice number already matched, or
      *           entered twice in one batch, is refused as a
      *           duplicate; one on hold may be keyed again, and the
      *           re-entry replaces the held invoice.  APINVREG.RPT
      *           registers every invoice and what became of it.
      *           A line may carry the GL account it is billed to:
      *           blank is inventory, and the freight and duty
      *           clearing account is allowed too - a line coded to
      *           it needs no PO, since the freight bill it carries
      *           is spread onto the receipts by INVENTORY-COSTING.
      *           The run's posted invoices go to GLTRANS.DAT as one
      *           balanced batch: debit each line's account, credit
      *           accounts payable - the liability AP-PAYMENT-RUN
      *           debits when it pays.  A held invoice already on
      *           the ledger (APHELD.NEW not yet promoted after the
      *           run that posted it) is dropped, never posted twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-INVOICE-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-INVOICE-HEADER-FILE ASSIGN TO "APINVHDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEADER-FILE-STATUS.

           SELECT AP-INVOICE-LINE-FILE ASSIGN TO "APINVLIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-FILE-STATUS.

           SELECT PO-MASTER-FILE ASSIGN TO "POMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-FILE-STATUS.

      * One control record: over-receipt and cost-variance
      * tolerance percents. Zero keeps the defaults.
           SELECT PO-CONTROL-FILE ASSIGN TO "POCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-CONTROL-STATUS.

      * The same payment-terms table INVOICE-PROCESSING uses.
           SELECT TERMS-TABLE-FILE ASSIGN TO "TERMSTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-FILE-STATUS.

      * The supplier master, for the supplier's standing terms.
           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

      * Every invoice line ever matched - read in for the quantity
      * already billed per PO line and the invoice numbers already
      * taken, then appended to with the usual EXTEND create-on-
      * first-write fallback.
           SELECT AP-MATCH-IN-FILE ASSIGN TO "APMATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-IN-STATUS.

           SELECT AP-MATCH-FILE ASSIGN TO "APMATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-FILE-STATUS.

      * Open-item accounts payable: what we owe, to whom, and when.
           SELECT AP-OPEN-ITEM-FILE ASSIGN TO "APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-FILE-STATUS.

      * Invoices on hold, one record per line with its header.
           SELECT AP-HELD-FILE ASSIGN TO "APHELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.

           SELECT AP-HELD-NEW-FILE ASSIGN TO "APHELD.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-NEW-STATUS.

           SELECT INVOICE-REGISTER-FILE ASSIGN TO "APINVREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT MATCH-EXCEPTION-FILE ASSIGN TO "APMATCHX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-RPT-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-INVOICE-HEADER-FILE.
       01  AP-INVOICE-HEADER-RECORD.
           05  AH-SUPPLIER         PIC X(10).
           05  AH-INVOICE-NO       PIC X(12).
           05  AH-INVOICE-DATE     PIC 9(8).
           05  AH-TERMS-CODE       PIC X(9).

       FD  AP-INVOICE-LINE-FILE.
       01  AP-INVOICE-LINE-RECORD.
           05  AL-SUPPLIER         PIC X(10).
           05  AL-INVOICE-NO       PIC X(12).
           05  AL-PO-NUMBER        PIC X(6).
           05  AL-PO-LINE-NO       PIC 9(2).
           05  AL-QUANTITY         PIC 9(6).
           05  AL-UNIT-COST        PIC 9(5)V9(2).
           05  AL-GL-ACCOUNT       PIC X(6).

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
           05  PO-ORDER-DATE       PIC 9(8).

       FD  PO-CONTROL-FILE.
       01  PO-CONTROL-RECORD.
           05  PC-OVER-RECEIPT-PCT PIC 9(2)V9(2).
           05  PC-COST-VAR-PCT     PIC 9(2)V9(2).

       FD  TERMS-TABLE-FILE.
       01  TERMS-TABLE-RECORD.
           05  TT-TERMS-CODE       PIC X(9).
           05  TT-NET-DAYS         PIC 9(3).
           05  TT-DISCOUNT-PCT     PIC 9V99.
           05  TT-DISCOUNT-DAYS    PIC 9(3).

      * Maintained by SUPPLIER-MAINTENANCE; only the terms are
      * used here.
       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           05  SU-SUPPLIER         PIC X(10).
           05  FILLER              PIC X(125).
           05  SU-TERMS-CODE       PIC X(9).
           05  FILLER              PIC X(23).

       FD  AP-MATCH-IN-FILE.
       01  AP-MATCH-IN-RECORD.
           05  MI-SUPPLIER         PIC X(10).
           05  MI-INVOICE-NO       PIC X(12).
           05  MI-PO-NUMBER        PIC X(6).
           05  MI-PO-LINE-NO       PIC 9(2).
           05  MI-QUANTITY         PIC 9(6).
           05  MI-UNIT-COST        PIC 9(5)V9(2).
           05  MI-AMOUNT           PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  MI-ENTRY-DATE       PIC 9(8).

       FD  AP-MATCH-FILE.
       01  AP-MATCH-RECORD.
           05  MH-SUPPLIER         PIC X(10).
           05  MH-INVOICE-NO       PIC X(12).
           05  MH-PO-NUMBER        PIC X(6).
           05  MH-PO-LINE-NO       PIC 9(2).
           05  MH-QUANTITY         PIC 9(6).
           05  MH-UNIT-COST        PIC 9(5)V9(2).
           05  MH-AMOUNT           PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  MH-ENTRY-DATE       PIC 9(8).

      * "O" open; the payment run closes an item by paying it.
       FD  AP-OPEN-ITEM-FILE.
       01  AP-OPEN-ITEM-RECORD.
           05  AP-SUPPLIER         PIC X(10).
           05  AP-INVOICE-NO       PIC X(12).
           05  AP-INVOICE-DATE     PIC 9(8).
           05  AP-DUE-DATE         PIC 9(8).
           05  AP-DISCOUNT-DATE    PIC 9(8).
           05  AP-DISCOUNT-AMOUNT  PIC S9(7)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AP-ORIGINAL-AMOUNT  PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AP-OPEN-BALANCE     PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AP-ITEM-STATUS      PIC X.
           05  AP-ENTRY-DATE       PIC 9(8).

       FD  AP-HELD-FILE.
       01  AP-HELD-RECORD.
           05  HD-SUPPLIER         PIC X(10).
           05  HD-INVOICE-NO       PIC X(12).
           05  HD-INVOICE-DATE     PIC 9(8).
           05  HD-TERMS-CODE       PIC X(9).
           05  HD-PO-NUMBER        PIC X(6).
           05  HD-PO-LINE-NO       PIC 9(2).
           05  HD-QUANTITY         PIC 9(6).
           05  HD-UNIT-COST        PIC 9(5)V9(2).
           05  HD-ENTRY-DATE       PIC 9(8).
           05  HD-GL-ACCOUNT       PIC X(6).

       FD  AP-HELD-NEW-FILE.
       01  AP-HELD-NEW-RECORD.
           05  HN-SUPPLIER         PIC X(10).
           05  HN-INVOICE-NO       PIC X(12).
           05  HN-INVOICE-DATE     PIC 9(8).
           05  HN-TERMS-CODE       PIC X(9).
           05  HN-PO-NUMBER        PIC X(6).
           05  HN-PO-LINE-NO       PIC 9(2).
           05  HN-QUANTITY         PIC 9(6).
           05  HN-UNIT-COST        PIC 9(5)V9(2).
           05  HN-ENTRY-DATE       PIC 9(8).
           05  HN-GL-ACCOUNT       PIC X(6).

       FD  INVOICE-REGISTER-FILE.
       01  REGISTER-LINE           PIC X(130).

       FD  MATCH-EXCEPTION-FILE.
       01  EXCEPTION-LINE          PIC X(130).

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

           COPY EXCPFD.
           COPY SEALFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-HEADER-FILE-STATUS   PIC XX.
       01  WS-LINE-FILE-STATUS     PIC XX.
       01  WS-PO-FILE-STATUS       PIC XX.
       01  WS-PO-CONTROL-STATUS    PIC XX.
       01  WS-TERMS-FILE-STATUS    PIC XX.
       01  WS-MATCH-IN-STATUS      PIC XX.
       01  WS-MATCH-FILE-STATUS    PIC XX.
       01  WS-AP-FILE-STATUS       PIC XX.
       01  WS-HELD-FILE-STATUS     PIC XX.
       01  WS-HELD-NEW-STATUS      PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-EXCEPTION-RPT-STATUS PIC XX.
       01  WS-GL-FILE-STATUS       PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH     PIC X VALUE 'N'.
           88  RUN-MUST-ABORT          VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.
           88  ENTRY-WAS-FOUND         VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-OVER-RECEIPT-PCT     PIC 9(2)V9(2) VALUE 5.00.
       01  WS-COST-VAR-PCT         PIC 9(2)V9(2) VALUE 5.00.
       01  WS-DEFAULT-TERMS-CODE   PIC X(9) VALUE "NET30".
       01  WS-SUPPLIER-FILE-STATUS PIC XX.

      * GL accounts for the invoice entry. A line is billed to
      * inventory unless it names the freight and duty clearing
      * account, which INVENTORY-COSTING credits as it capitalizes
      * the charge.
       01  WS-AP-CONTROL-ACCOUNT   PIC X(6) VALUE "200100".
       01  WS-INVENTORY-ACCOUNT    PIC X(6) VALUE "100300".
       01  WS-FREIGHT-CLEARING-ACCOUNT PIC X(6) VALUE "100400".
       01  WS-INVENTORY-DEBIT-TOTAL PIC 9(9)V9(2) VALUE 0.
       01  WS-FREIGHT-DEBIT-TOTAL  PIC 9(9)V9(2) VALUE 0.
       01  WS-AP-CREDIT-TOTAL      PIC 9(9)V9(2) VALUE 0.
       01  WS-GL-RECORD-COUNT      PIC 9(5) VALUE 0.

      * Set while the held invoice being loaded is already on the
      * ledger - its lines are passed over.
       01  WS-HELD-POSTED-SWITCH   PIC X VALUE 'N'.
           88  HELD-INVOICE-WAS-POSTED VALUE 'Y'.

      * Each supplier's standing terms from SUPPLIER.DAT.
       01  WS-SUPPLIER-COUNT-MAX   PIC 9(3) VALUE 500.
       01  WS-SUPPLIER-COUNT       PIC 9(3) VALUE 0.
       01  SUPPLIER-TERMS-TABLE.
           05  SUPPLIER-TERMS-ENTRY OCCURS 500 TIMES
                                   INDEXED BY SP-IDX.
               10  SPE-SUPPLIER        PIC X(10).
               10  SPE-TERMS-CODE      PIC X(9).
       01  WS-SUPPLIER-TERMS-CODE  PIC X(9).

      * The PO file, with what AP has already been billed for each
      * line from the APMATCH.DAT ledger.
       01  WS-PO-COUNT-MAX         PIC 9(3) VALUE 500.
       01  WS-PO-COUNT             PIC 9(3) VALUE 0.
       01  PO-LINE-TABLE.
           05  PO-LINE-ENTRY OCCURS 500 TIMES
                                   INDEXED BY PO-IDX.
               10  POE-NUMBER          PIC X(6).
               10  POE-SUPPLIER        PIC X(10).
               10  POE-LINE-NO         PIC 9(2).
               10  POE-QTY-ORDERED     PIC 9(6).
               10  POE-QTY-RECEIVED    PIC 9(6).
               10  POE-UNIT-COST       PIC 9(5)V9(2).
               10  POE-QTY-INVOICED    PIC 9(7).

       01  WS-TERMS-COUNT-MAX      PIC 9(3) VALUE 50.
       01  WS-TERMS-COUNT          PIC 9(3) VALUE 0.
       01  TERMS-TABLE.
           05  TERMS-ENTRY OCCURS 50 TIMES
                                   INDEXED BY TM-IDX.
               10  TME-TERMS-CODE      PIC X(9).
               10  TME-NET-DAYS        PIC 9(3).
               10  TME-DISCOUNT-PCT    PIC 9V99.
               10  TME-DISCOUNT-DAYS   PIC 9(3).

      * Supplier invoice numbers already matched on the ledger.
       01  WS-TAKEN-COUNT-MAX      PIC 9(4) VALUE 3000.
       01  WS-TAKEN-COUNT          PIC 9(4) VALUE 0.
       01  TAKEN-INVOICE-TABLE.
           05  TAKEN-INVOICE-ENTRY OCCURS 3000 TIMES
                                   INDEXED BY TK-IDX.
               10  TKE-SUPPLIER        PIC X(10).
               10  TKE-INVOICE-NO      PIC X(12).

      * This run's invoices: the held ones tried again first, then
      * the new batch.
       01  WS-INVOICE-COUNT-MAX    PIC 9(4) VALUE 500.
       01  WS-INVOICE-COUNT        PIC 9(4) VALUE 0.
       01  INVOICE-TABLE.
           05  INVOICE-ENTRY OCCURS 500 TIMES
                                   INDEXED BY IV-IDX.
               10  IVE-SUPPLIER        PIC X(10).
               10  IVE-INVOICE-NO      PIC X(12).
               10  IVE-INVOICE-DATE    PIC 9(8).
               10  IVE-TERMS-CODE      PIC X(9).
               10  IVE-ENTRY-DATE      PIC 9(8).
               10  IVE-SOURCE          PIC X.
                   88  IVE-WAS-HELD        VALUE "H".
               10  IVE-DISPOSITION     PIC X.
                   88  IVE-IS-POSTED       VALUE "P".
                   88  IVE-IS-HELD         VALUE "H".
                   88  IVE-IS-DUPLICATE    VALUE "D".
                   88  IVE-IS-REPLACED     VALUE "R".
      * "Y" when the batch carries this invoice number twice - its
      * lines can no longer be told apart, so it holds.
               10  IVE-KEYED-TWICE     PIC X.
               10  IVE-TOTAL           PIC S9(9)V9(2).
               10  IVE-LINE-COUNT      PIC 9(4).

       01  WS-LINE-COUNT-MAX       PIC 9(4) VALUE 2000.
       01  WS-LINE-COUNT           PIC 9(4) VALUE 0.
       01  INVOICE-LINE-TABLE.
           05  INVOICE-LINE-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY LN-IDX.
               10  LNE-INVOICE-SUB     PIC 9(4).
               10  LNE-PO-NUMBER       PIC X(6).
               10  LNE-PO-LINE-NO      PIC 9(2).
               10  LNE-QUANTITY        PIC 9(6).
               10  LNE-UNIT-COST       PIC 9(5)V9(2).
               10  LNE-AMOUNT          PIC S9(9)V9(2).
               10  LNE-PO-SUB          PIC 9(3).
               10  LNE-RESULT          PIC X(30).
               10  LNE-GL-ACCOUNT      PIC X(6).

       01  WS-INVOICE-SUB          PIC 9(4).
      * The line being tabled, from either the held file or the
      * new batch.
       01  WS-TABLE-LINE.
           05  WS-TABLE-PO-NUMBER  PIC X(6).
           05  WS-TABLE-PO-LINE-NO PIC 9(2).
           05  WS-TABLE-QUANTITY   PIC 9(6).
           05  WS-TABLE-UNIT-COST  PIC 9(5)V9(2).
           05  WS-TABLE-GL-ACCOUNT PIC X(6).
       01  WS-CURRENT-SUPPLIER     PIC X(10).
       01  WS-CURRENT-INVOICE-NO   PIC X(12).
       01  WS-INVOICE-OFF-SWITCH   PIC X.
           88  INVOICE-IS-OFF          VALUE 'Y'.
       01  WS-INVOICE-REASON       PIC X(30).
       01  WS-ALLOWED-QTY          PIC 9(7).
       01  WS-BILLED-TO-DATE       PIC 9(7).
       01  WS-COST-GAP             PIC S9(5)V9(2).
       01  WS-COST-GAP-PCT         PIC S9(5)V9(2).
       01  WS-NET-DAYS             PIC 9(3).
       01  WS-DISCOUNT-PCT         PIC 9V99.
       01  WS-DISCOUNT-DAYS        PIC 9(3).
       01  WS-DATE-INTEGER         PIC 9(8).
       01  WS-DUE-DATE             PIC 9(8).
       01  WS-DISCOUNT-DATE        PIC 9(8).
       01  WS-DISCOUNT-AMOUNT      PIC S9(7)V9(2).

       01  WS-POSTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT           PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT       PIC 9(5) VALUE 0.
       01  WS-DUPLICATE-COUNT      PIC 9(5) VALUE 0.
       01  WS-REPLACED-COUNT       PIC 9(5) VALUE 0.
       01  WS-ORPHAN-LINE-COUNT    PIC 9(5) VALUE 0.
       01  WS-STALE-HOLD-COUNT     PIC 9(5) VALUE 0.
       01  WS-POSTED-TOTAL         PIC S9(11)V9(2) VALUE 0.
       01  WS-HELD-TOTAL           PIC S9(11)V9(2) VALUE 0.

      * Exception-log messages - built with MOVE, not STRING.
       01  WS-HOLD-MSG-BUILD.
           05  FILLER              PIC X(12) VALUE "AP HELD INV ".
           05  WS-HOLD-MSG-INVOICE PIC X(12).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-HOLD-MSG-REASON  PIC X(30).
           05  FILLER              PIC X(5)  VALUE SPACES.
       01  WS-DUP-MSG-BUILD.
           05  FILLER              PIC X(25) VALUE
               "AP DUPLICATE INVOICE NO ".
           05  WS-DUP-MSG-INVOICE  PIC X(12).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DUP-MSG-SUPPLIER PIC X(10).
           05  FILLER              PIC X(12) VALUE SPACES.

       01  REGISTER-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "AP INVOICE ENTRY REGISTER".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  RH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(51) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH1-PAGE-NUMBER PIC ZZ9.
       01  REGISTER-HEADING-2.
           05  FILLER          PIC X(12) VALUE "SUPPLIER".
           05  FILLER          PIC X(14) VALUE "INVOICE".
           05  FILLER          PIC X(10) VALUE "INV DATE".
           05  FILLER          PIC X(11) VALUE "TERMS".
           05  FILLER          PIC X(17) VALUE "       AMOUNT".
           05  FILLER          PIC X(10) VALUE "DUE".
           05  FILLER          PIC X(10) VALUE "DISC BY".
           05  FILLER          PIC X(12) VALUE "    DISCOUNT".
           05  FILLER          PIC X(24) VALUE "  DISPOSITION".
       01  REGISTER-DETAIL-LINE.
           05  RD-SUPPLIER     PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-INVOICE-NO   PIC X(12).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-INVOICE-DATE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-TERMS-CODE   PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-AMOUNT       PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DUE-DATE     PIC 9(8) BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DISCOUNT-DATE PIC 9(8) BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DISCOUNT     PIC $$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DISPOSITION  PIC X(30).
       01  REGISTER-TOTAL-LINE.
           05  RT-CAPTION      PIC X(30).
           05  RT-COUNT        PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RT-AMOUNT       PIC $$$,$$$,$$$,$$9.99- BLANK WHEN ZERO.
       01  REGISTER-BLANK-LINE PIC X(1) VALUE SPACES.

       01  EXCEPTION-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "AP THREE-WAY MATCH EXCEPTIONS".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  EH1-RUN-DATE    PIC 9(8).
       01  EXCEPTION-HEADING-2.
           05  FILLER          PIC X(12) VALUE "SUPPLIER".
           05  FILLER          PIC X(14) VALUE "INVOICE".
           05  FILLER          PIC X(10) VALUE "PO     LN".
           05  FILLER          PIC X(9)  VALUE "ORDERED".
           05  FILLER          PIC X(9)  VALUE "RECEIVED".
           05  FILLER          PIC X(9)  VALUE "BILLED".
           05  FILLER          PIC X(9)  VALUE "THIS INV".
           05  FILLER          PIC X(11) VALUE "  PO COST".
           05  FILLER          PIC X(11) VALUE " INV COST".
           05  FILLER          PIC X(30) VALUE "REASON".
       01  EXCEPTION-DETAIL-LINE.
           05  ED-SUPPLIER     PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-INVOICE-NO   PIC X(12).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-PO-NUMBER    PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  ED-PO-LINE-NO   PIC Z9 BLANK WHEN ZERO.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  ED-ORDERED      PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-RECEIVED     PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-BILLED       PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-THIS-INVOICE PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-PO-COST      PIC $$,$$9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-INVOICE-COST PIC $$,$$9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ED-REASON       PIC X(30).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "AP-INVOICE-ENTRY" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 050-OPEN-FILES
            IF RUN-MUST-ABORT
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 055-LOAD-CONTROLS
            PERFORM 060-LOAD-PO-TABLE
            PERFORM 065-LOAD-MATCH-LEDGER
            PERFORM 070-LOAD-HELD-INVOICES
            PERFORM 075-LOAD-NEW-INVOICES
            PERFORM 080-LOAD-NEW-LINES
            PERFORM 085-OPEN-OUTPUT-FILES
            IF RUN-MUST-ABORT
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 810-WRITE-REPORT-HEADER
            PERFORM VARYING IV-IDX FROM 1 BY 1
                  UNTIL IV-IDX > WS-INVOICE-COUNT
               SET WS-INVOICE-SUB TO IV-IDX
               PERFORM 100-PROCESS-ONE-INVOICE
            END-PERFORM

            PERFORM 600-WRITE-GL-BATCH
            PERFORM 800-WRITE-REGISTER-TOTALS
            PERFORM 900-CLOSE-FILES
            DISPLAY "AP INVOICE ENTRY COMPLETE.  ", WS-POSTED-COUNT,
               " POSTED, ", WS-HELD-COUNT, " HELD, ",
               WS-DUPLICATE-COUNT, " DUPLICATE."
            DISPLAY "PROMOTE APHELD.NEW OVER APHELD.DAT."
            PERFORM 970-DISPLAY-RUN-STATISTICS

            STOP RUN.

       050-OPEN-FILES.

            OPEN INPUT PO-MASTER-FILE
            IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: POMAST.DAT OPEN FAILED, STATUS = ",
                  WS-PO-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "POMAST.DAT OPEN FAILED - AP ENTRY REFUSED" TO
                  EL-MESSAGE
               MOVE "AP-INVOICE-ENTRY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            OPEN OUTPUT INVOICE-REGISTER-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: APINVREG.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN OUTPUT MATCH-EXCEPTION-FILE
            IF WS-EXCEPTION-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: APMATCHX.RPT OPEN FAILED, STATUS = ",
                  WS-EXCEPTION-RPT-STATUS
               MOVE 1 TO RETURN-CODE
            ELSE
               MOVE WS-RUN-DATE TO EH1-RUN-DATE
               WRITE EXCEPTION-LINE FROM EXCEPTION-HEADING-1
               WRITE EXCEPTION-LINE FROM EXCEPTION-HEADING-2
            END-IF.

       055-LOAD-CONTROLS.

            OPEN INPUT PO-CONTROL-FILE
            IF WS-PO-CONTROL-STATUS = "00"
               READ PO-CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PC-OVER-RECEIPT-PCT NOT = 0
                        MOVE PC-OVER-RECEIPT-PCT TO
                           WS-OVER-RECEIPT-PCT
                     END-IF
                     IF PC-COST-VAR-PCT NOT = 0
                        MOVE PC-COST-VAR-PCT TO WS-COST-VAR-PCT
                     END-IF
               END-READ
               CLOSE PO-CONTROL-FILE
            END-IF

            OPEN INPUT TERMS-TABLE-FILE
            IF WS-TERMS-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: TERMSTAB.DAT NOT FOUND, STATUS = ",
                  WS-TERMS-FILE-STATUS, " - EVERY INVOICE HOLDS"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ TERMS-TABLE-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-TERMS-COUNT < WS-TERMS-COUNT-MAX
                        ADD 1 TO WS-TERMS-COUNT
                        MOVE TT-TERMS-CODE TO
                           TME-TERMS-CODE (WS-TERMS-COUNT)
                        MOVE TT-NET-DAYS TO
                           TME-NET-DAYS (WS-TERMS-COUNT)
                        MOVE TT-DISCOUNT-PCT TO
                           TME-DISCOUNT-PCT (WS-TERMS-COUNT)
                        MOVE TT-DISCOUNT-DAYS TO
                           TME-DISCOUNT-DAYS (WS-TERMS-COUNT)
                     ELSE
                        DISPLAY "WARNING: TERMS TABLE FULL, "
                           "IGNORING TERMS ", TT-TERMS-CODE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE TERMS-TABLE-FILE

            PERFORM 057-LOAD-SUPPLIER-TERMS.

      * No SUPPLIER.DAT just leaves blank invoice terms at NET30.
       057-LOAD-SUPPLIER-TERMS.

            OPEN INPUT SUPPLIER-FILE
            IF WS-SUPPLIER-FILE-STATUS NOT = "00"
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
                           AND SU-TERMS-CODE NOT = SPACES
                        ADD 1 TO WS-SUPPLIER-COUNT
                        MOVE SU-SUPPLIER TO
                           SPE-SUPPLIER (WS-SUPPLIER-COUNT)
                        MOVE SU-TERMS-CODE TO
                           SPE-TERMS-CODE (WS-SUPPLIER-COUNT)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE SUPPLIER-FILE.

       060-LOAD-PO-TABLE.

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ PO-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-PO-COUNT < WS-PO-COUNT-MAX
                        ADD 1 TO WS-PO-COUNT
                        SET PO-IDX TO WS-PO-COUNT
                        MOVE PO-NUMBER TO POE-NUMBER (PO-IDX)
                        MOVE PO-SUPPLIER TO POE-SUPPLIER (PO-IDX)
                        MOVE PO-LINE-NO TO POE-LINE-NO (PO-IDX)
                        MOVE PO-QTY-ORDERED TO
                           POE-QTY-ORDERED (PO-IDX)
                        MOVE PO-QTY-RECEIVED TO
                           POE-QTY-RECEIVED (PO-IDX)
                        MOVE PO-UNIT-COST TO POE-UNIT-COST (PO-IDX)
                        MOVE 0 TO POE-QTY-INVOICED (PO-IDX)
                     ELSE
                        DISPLAY "WARNING: PO TABLE FULL"
                     END-IF
               END-READ
            END-PERFORM.

      * Quantity already billed per PO line, and every supplier
      * invoice number already used.
       065-LOAD-MATCH-LEDGER.

            OPEN INPUT AP-MATCH-IN-FILE
            IF WS-MATCH-IN-STATUS NOT = "00"
               DISPLAY "NOTICE: NO APMATCH.DAT YET - NOTHING BILLED "
                  "BEFORE THIS RUN"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ AP-MATCH-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM VARYING PO-IDX FROM 1 BY 1
                           UNTIL PO-IDX > WS-PO-COUNT
                        IF POE-NUMBER (PO-IDX) = MI-PO-NUMBER
                              AND POE-LINE-NO (PO-IDX) =
                                 MI-PO-LINE-NO
                           ADD MI-QUANTITY TO
                              POE-QTY-INVOICED (PO-IDX)
                           EXIT PERFORM
                        END-IF
                     END-PERFORM
                     MOVE MI-SUPPLIER TO WS-CURRENT-SUPPLIER
                     MOVE MI-INVOICE-NO TO WS-CURRENT-INVOICE-NO
                     PERFORM 250-FIND-TAKEN-INVOICE
                     IF NOT ENTRY-WAS-FOUND
                        PERFORM 255-ADD-TAKEN-INVOICE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE AP-MATCH-IN-FILE.

      * Held invoices come back one line per record with the header
      * repeated; consecutive records of one invoice make one entry.
       070-LOAD-HELD-INVOICES.

            OPEN INPUT AP-HELD-FILE
            IF WS-HELD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE LOW-VALUES TO WS-CURRENT-SUPPLIER
            MOVE LOW-VALUES TO WS-CURRENT-INVOICE-NO
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ AP-HELD-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 071-TABLE-HELD-LINE
               END-READ
            END-PERFORM
            CLOSE AP-HELD-FILE.

      * A held invoice already on the ledger was posted by a run
      * whose APHELD.NEW never got promoted; trying it again would
      * post it a second time, so it is dropped from hold instead.
       071-TABLE-HELD-LINE.

            IF HD-SUPPLIER NOT = WS-CURRENT-SUPPLIER
                  OR HD-INVOICE-NO NOT = WS-CURRENT-INVOICE-NO
               MOVE HD-SUPPLIER TO WS-CURRENT-SUPPLIER
               MOVE HD-INVOICE-NO TO WS-CURRENT-INVOICE-NO
               PERFORM 250-FIND-TAKEN-INVOICE
               MOVE WS-FOUND-SWITCH TO WS-HELD-POSTED-SWITCH
               IF HELD-INVOICE-WAS-POSTED
                  ADD 1 TO WS-STALE-HOLD-COUNT
                  DISPLAY "NOTICE: HELD INVOICE ", HD-INVOICE-NO,
                     " FOR ", HD-SUPPLIER, " IS ALREADY POSTED - "
                     "DROPPED FROM HOLD"
               END-IF
            END-IF
            IF HELD-INVOICE-WAS-POSTED
               EXIT PARAGRAPH
            END-IF

            IF WS-INVOICE-COUNT = 0
                  OR IVE-SUPPLIER (WS-INVOICE-COUNT) NOT = HD-SUPPLIER
                  OR IVE-INVOICE-NO (WS-INVOICE-COUNT) NOT =
                     HD-INVOICE-NO
               IF WS-INVOICE-COUNT NOT < WS-INVOICE-COUNT-MAX
                  DISPLAY "WARNING: INVOICE TABLE FULL, HELD INVOICE "
                     HD-INVOICE-NO, " NOT RETRIED"
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-INVOICE-COUNT
               SET IV-IDX TO WS-INVOICE-COUNT
               INITIALIZE INVOICE-ENTRY (IV-IDX)
               MOVE HD-SUPPLIER TO IVE-SUPPLIER (IV-IDX)
               MOVE HD-INVOICE-NO TO IVE-INVOICE-NO (IV-IDX)
               MOVE HD-INVOICE-DATE TO IVE-INVOICE-DATE (IV-IDX)
               MOVE HD-TERMS-CODE TO IVE-TERMS-CODE (IV-IDX)
               MOVE HD-ENTRY-DATE TO IVE-ENTRY-DATE (IV-IDX)
               MOVE "H" TO IVE-SOURCE (IV-IDX)
            END-IF
            MOVE HD-PO-NUMBER TO WS-TABLE-PO-NUMBER
            MOVE HD-PO-LINE-NO TO WS-TABLE-PO-LINE-NO
            MOVE HD-QUANTITY TO WS-TABLE-QUANTITY
            MOVE HD-UNIT-COST TO WS-TABLE-UNIT-COST
            MOVE HD-GL-ACCOUNT TO WS-TABLE-GL-ACCOUNT
            MOVE WS-INVOICE-COUNT TO WS-INVOICE-SUB
            PERFORM 082-TABLE-LINE.

      * A new invoice number already on the ledger, or earlier in
      * this batch, is a duplicate - refused, not held. One that is
      * on hold is the clerk's corrected re-entry: it replaces the
      * held invoice, lines and all.
       075-LOAD-NEW-INVOICES.

            OPEN INPUT AP-INVOICE-HEADER-FILE
            IF WS-HEADER-FILE-STATUS NOT = "00"
               DISPLAY "NOTICE: NO NEW INVOICES (APINVHDR.DAT STATUS "
                  "= ", WS-HEADER-FILE-STATUS, ")."
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ AP-INVOICE-HEADER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 076-TABLE-NEW-INVOICE
               END-READ
            END-PERFORM
            CLOSE AP-INVOICE-HEADER-FILE.

       076-TABLE-NEW-INVOICE.

            IF WS-INVOICE-COUNT NOT < WS-INVOICE-COUNT-MAX
               DISPLAY "WARNING: INVOICE TABLE FULL, INVOICE ",
                  AH-INVOICE-NO, " NOT ENTERED"
               EXIT PARAGRAPH
            END-IF
            MOVE AH-SUPPLIER TO WS-CURRENT-SUPPLIER
            MOVE AH-INVOICE-NO TO WS-CURRENT-INVOICE-NO
            PERFORM 250-FIND-TAKEN-INVOICE
            IF NOT ENTRY-WAS-FOUND
               PERFORM 260-FIND-RUN-INVOICE
               IF ENTRY-WAS-FOUND
                  IF IVE-WAS-HELD (IV-IDX)
                     MOVE "R" TO IVE-DISPOSITION (IV-IDX)
                     MOVE 'N' TO WS-FOUND-SWITCH
                  ELSE
                     MOVE "Y" TO IVE-KEYED-TWICE (IV-IDX)
                  END-IF
               END-IF
            END-IF

            ADD 1 TO WS-INVOICE-COUNT
            SET IV-IDX TO WS-INVOICE-COUNT
            INITIALIZE INVOICE-ENTRY (IV-IDX)
            MOVE AH-SUPPLIER TO IVE-SUPPLIER (IV-IDX)
            MOVE AH-INVOICE-NO TO IVE-INVOICE-NO (IV-IDX)
            MOVE AH-INVOICE-DATE TO IVE-INVOICE-DATE (IV-IDX)
            MOVE AH-TERMS-CODE TO IVE-TERMS-CODE (IV-IDX)
            IF IVE-TERMS-CODE (IV-IDX) = SPACES
               PERFORM 077-FIND-SUPPLIER-TERMS
               MOVE WS-SUPPLIER-TERMS-CODE TO IVE-TERMS-CODE (IV-IDX)
            END-IF
            MOVE WS-RUN-DATE TO IVE-ENTRY-DATE (IV-IDX)
            MOVE "N" TO IVE-SOURCE (IV-IDX)
            IF ENTRY-WAS-FOUND
               MOVE "D" TO IVE-DISPOSITION (IV-IDX)
            END-IF.

      * The supplier's standing terms, or the house default. Leaves
      * WS-FOUND-SWITCH alone - the caller is still using it.
       077-FIND-SUPPLIER-TERMS.

            MOVE WS-DEFAULT-TERMS-CODE TO WS-SUPPLIER-TERMS-CODE
            PERFORM VARYING SP-IDX FROM 1 BY 1
                  UNTIL SP-IDX > WS-SUPPLIER-COUNT
               IF SPE-SUPPLIER (SP-IDX) = AH-SUPPLIER
                  MOVE SPE-TERMS-CODE (SP-IDX) TO
                     WS-SUPPLIER-TERMS-CODE
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * Lines find their invoice by supplier and invoice number.
      * The lines of a duplicate of an invoice already matched or
      * held find no invoice and are dropped with it.
       080-LOAD-NEW-LINES.

            OPEN INPUT AP-INVOICE-LINE-FILE
            IF WS-LINE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ AP-INVOICE-LINE-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 081-FIND-LINE-INVOICE
               END-READ
            END-PERFORM
            CLOSE AP-INVOICE-LINE-FILE.

       081-FIND-LINE-INVOICE.

            MOVE 0 TO WS-INVOICE-SUB
            PERFORM VARYING IV-IDX FROM 1 BY 1
                  UNTIL IV-IDX > WS-INVOICE-COUNT
               IF IVE-SUPPLIER (IV-IDX) = AL-SUPPLIER
                     AND IVE-INVOICE-NO (IV-IDX) = AL-INVOICE-NO
                     AND NOT IVE-WAS-HELD (IV-IDX)
                     AND NOT IVE-IS-DUPLICATE (IV-IDX)
                  SET WS-INVOICE-SUB TO IV-IDX
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF WS-INVOICE-SUB > 0
               MOVE AL-PO-NUMBER TO WS-TABLE-PO-NUMBER
               MOVE AL-PO-LINE-NO TO WS-TABLE-PO-LINE-NO
               MOVE AL-QUANTITY TO WS-TABLE-QUANTITY
               MOVE AL-UNIT-COST TO WS-TABLE-UNIT-COST
               MOVE AL-GL-ACCOUNT TO WS-TABLE-GL-ACCOUNT
               PERFORM 082-TABLE-LINE
               EXIT PARAGRAPH
            END-IF

            MOVE AL-SUPPLIER TO WS-CURRENT-SUPPLIER
            MOVE AL-INVOICE-NO TO WS-CURRENT-INVOICE-NO
            PERFORM 260-FIND-RUN-INVOICE
            IF ENTRY-WAS-FOUND
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-ORPHAN-LINE-COUNT
            MOVE AL-SUPPLIER TO ED-SUPPLIER
            MOVE AL-INVOICE-NO TO ED-INVOICE-NO
            MOVE AL-PO-NUMBER TO ED-PO-NUMBER
            MOVE AL-PO-LINE-NO TO ED-PO-LINE-NO
            MOVE 0 TO ED-ORDERED ED-RECEIVED ED-BILLED ED-PO-COST
            MOVE AL-QUANTITY TO ED-THIS-INVOICE
            MOVE AL-UNIT-COST TO ED-INVOICE-COST
            MOVE "LINE WITHOUT AN INVOICE HEADER" TO ED-REASON
            PERFORM 860-WRITE-EXCEPTION-LINE
            MOVE AL-INVOICE-NO TO WS-HOLD-MSG-INVOICE
            MOVE ED-REASON TO WS-HOLD-MSG-REASON
            MOVE WS-HOLD-MSG-BUILD TO EL-MESSAGE
            MOVE "AP-INVOICE-ENTRY" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

      * Tables WS-TABLE-LINE for invoice WS-INVOICE-SUB.
       082-TABLE-LINE.

            IF WS-LINE-COUNT NOT < WS-LINE-COUNT-MAX
               DISPLAY "WARNING: INVOICE LINE TABLE FULL"
               MOVE "H" TO IVE-DISPOSITION (WS-INVOICE-SUB)
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-LINE-COUNT
            SET LN-IDX TO WS-LINE-COUNT
            INITIALIZE INVOICE-LINE-ENTRY (LN-IDX)
            MOVE WS-INVOICE-SUB TO LNE-INVOICE-SUB (LN-IDX)
            MOVE WS-TABLE-PO-NUMBER TO LNE-PO-NUMBER (LN-IDX)
            MOVE WS-TABLE-PO-LINE-NO TO LNE-PO-LINE-NO (LN-IDX)
            MOVE WS-TABLE-QUANTITY TO LNE-QUANTITY (LN-IDX)
            MOVE WS-TABLE-UNIT-COST TO LNE-UNIT-COST (LN-IDX)
            IF WS-TABLE-GL-ACCOUNT = SPACES
               MOVE WS-INVENTORY-ACCOUNT TO LNE-GL-ACCOUNT (LN-IDX)
            ELSE
               MOVE WS-TABLE-GL-ACCOUNT TO LNE-GL-ACCOUNT (LN-IDX)
            END-IF
            COMPUTE LNE-AMOUNT (LN-IDX) ROUNDED =
               WS-TABLE-QUANTITY * WS-TABLE-UNIT-COST
            ADD LNE-AMOUNT (LN-IDX) TO IVE-TOTAL (WS-INVOICE-SUB)
            ADD 1 TO IVE-LINE-COUNT (WS-INVOICE-SUB).

      * APOPEN.DAT is only appended to here, so the standing seal
      * is grown with each item posted; a file with no seal stays
      * unsealed. A file this run creates is sealed from nothing.
       085-OPEN-OUTPUT-FILES.

            MOVE "APOPEN.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 938-LOAD-FILE-SEAL
            OPEN EXTEND AP-OPEN-ITEM-FILE
            IF WS-AP-FILE-STATUS = "35"
               OPEN OUTPUT AP-OPEN-ITEM-FILE
               PERFORM 930-RESET-SEAL
               MOVE SPACE TO WS-SEAL-VERDICT
            END-IF
            IF WS-AP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: APOPEN.DAT OPEN FAILED, STATUS = ",
                  WS-AP-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN EXTEND AP-MATCH-FILE
            IF WS-MATCH-FILE-STATUS = "35"
               OPEN OUTPUT AP-MATCH-FILE
            END-IF
            IF WS-MATCH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: APMATCH.DAT OPEN FAILED, STATUS = ",
                  WS-MATCH-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN OUTPUT AP-HELD-NEW-FILE
            IF WS-HELD-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: APHELD.NEW OPEN FAILED, STATUS = ",
                  WS-HELD-NEW-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF.

       100-PROCESS-ONE-INVOICE.

            MOVE IVE-SUPPLIER (WS-INVOICE-SUB) TO RD-SUPPLIER
            MOVE IVE-INVOICE-NO (WS-INVOICE-SUB) TO RD-INVOICE-NO
            MOVE IVE-INVOICE-DATE (WS-INVOICE-SUB) TO RD-INVOICE-DATE
            MOVE IVE-TERMS-CODE (WS-INVOICE-SUB) TO RD-TERMS-CODE
            MOVE IVE-TOTAL (WS-INVOICE-SUB) TO RD-AMOUNT
            MOVE 0 TO RD-DUE-DATE RD-DISCOUNT-DATE RD-DISCOUNT

            IF IVE-IS-REPLACED (WS-INVOICE-SUB)
               ADD 1 TO WS-REPLACED-COUNT
               MOVE "HOLD REPLACED BY RE-ENTRY" TO RD-DISPOSITION
               PERFORM 850-WRITE-REGISTER-LINE
               EXIT PARAGRAPH
            END-IF

            IF IVE-IS-DUPLICATE (WS-INVOICE-SUB)
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE "REFUSED - DUPLICATE" TO RD-DISPOSITION
               PERFORM 850-WRITE-REGISTER-LINE
               MOVE IVE-INVOICE-NO (WS-INVOICE-SUB) TO
                  WS-DUP-MSG-INVOICE
               MOVE IVE-SUPPLIER (WS-INVOICE-SUB) TO
                  WS-DUP-MSG-SUPPLIER
               MOVE WS-DUP-MSG-BUILD TO EL-MESSAGE
               MOVE "AP-INVOICE-ENTRY" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               EXIT PARAGRAPH
            END-IF

            MOVE 'N' TO WS-INVOICE-OFF-SWITCH
            MOVE SPACES TO WS-INVOICE-REASON
            IF IVE-LINE-COUNT (WS-INVOICE-SUB) = 0
               MOVE 'Y' TO WS-INVOICE-OFF-SWITCH
               MOVE "INVOICE HAS NO LINES" TO WS-INVOICE-REASON
            END-IF
            IF IVE-IS-HELD (WS-INVOICE-SUB)
               MOVE 'Y' TO WS-INVOICE-OFF-SWITCH
               MOVE "TOO MANY LINES FOR ONE RUN" TO WS-INVOICE-REASON
            END-IF
            IF IVE-KEYED-TWICE (WS-INVOICE-SUB) = "Y"
               MOVE 'Y' TO WS-INVOICE-OFF-SWITCH
               MOVE "INVOICE KEYED TWICE IN BATCH" TO
                  WS-INVOICE-REASON
            END-IF
            PERFORM 150-FIND-TERMS
            PERFORM VARYING LN-IDX FROM 1 BY 1
                  UNTIL LN-IDX > WS-LINE-COUNT
               IF LNE-INVOICE-SUB (LN-IDX) = WS-INVOICE-SUB
                  PERFORM 200-MATCH-ONE-LINE
               END-IF
            END-PERFORM

            IF INVOICE-IS-OFF
               PERFORM 400-HOLD-INVOICE
            ELSE
               PERFORM 300-POST-INVOICE
            END-IF.

      * Due and discount dates from the invoice's terms; an unknown
      * code holds the invoice.
       150-FIND-TERMS.

            MOVE 0 TO WS-NET-DAYS WS-DISCOUNT-PCT WS-DISCOUNT-DAYS
            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING TM-IDX FROM 1 BY 1
                  UNTIL TM-IDX > WS-TERMS-COUNT
               IF TME-TERMS-CODE (TM-IDX) =
                     IVE-TERMS-CODE (WS-INVOICE-SUB)
                  MOVE TME-NET-DAYS (TM-IDX) TO WS-NET-DAYS
                  MOVE TME-DISCOUNT-PCT (TM-IDX) TO WS-DISCOUNT-PCT
                  MOVE TME-DISCOUNT-DAYS (TM-IDX) TO WS-DISCOUNT-DAYS
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF NOT ENTRY-WAS-FOUND
               MOVE 'Y' TO WS-INVOICE-OFF-SWITCH
               MOVE "UNKNOWN TERMS CODE" TO WS-INVOICE-REASON
            END-IF.

      * The three-way match for one line: the PO line, the goods
      * received against it, and what has already been billed.
      * A freight or duty line with no PO has nothing to match.
       200-MATCH-ONE-LINE.

            MOVE SPACES TO LNE-RESULT (LN-IDX)
            MOVE 0 TO LNE-PO-SUB (LN-IDX)
            IF LNE-GL-ACCOUNT (LN-IDX) NOT = WS-INVENTORY-ACCOUNT
                  AND LNE-GL-ACCOUNT (LN-IDX) NOT =
                     WS-FREIGHT-CLEARING-ACCOUNT
               MOVE "GL ACCOUNT NOT ALLOWED ON AP" TO
                  LNE-RESULT (LN-IDX)
               MOVE 'Y' TO WS-INVOICE-OFF-SWITCH
               EXIT PARAGRAPH
            END-IF
            IF LNE-PO-NUMBER (LN-IDX) = SPACES
                  AND LNE-GL-ACCOUNT (LN-IDX) =
                     WS-FREIGHT-CLEARING-ACCOUNT
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING PO-IDX FROM 1 BY 1
                  UNTIL PO-IDX > WS-PO-COUNT
               IF POE-NUMBER (PO-IDX) = LNE-PO-NUMBER (LN-IDX)
                     AND POE-LINE-NO (PO-IDX) =
                        LNE-PO-LINE-NO (LN-IDX)
                  SET LNE-PO-SUB (LN-IDX) TO PO-IDX
                  EXIT PERFORM
               END-IF
            END-PERFORM

            IF LNE-PO-SUB (LN-IDX) = 0
               MOVE "NO SUCH PO LINE" TO LNE-RESULT (LN-IDX)
               MOVE 'Y' TO WS-INVOICE-OFF-SWITCH
               EXIT PARAGRAPH
            END-IF
            IF POE-SUPPLIER (PO-IDX) NOT =
                  IVE-SUPPLIER (WS-INVOICE-SUB)
               MOVE "PO IS ANOTHER SUPPLIER'S" TO LNE-RESULT (LN-IDX)
               MOVE 'Y' TO WS-INVOICE-OFF-SWITCH
               EXIT PARAGRAPH
            END-IF

            COMPUTE WS-BILLED-TO-DATE = POE-QTY-INVOICED (PO-IDX)
               + LNE-QUANTITY (LN-IDX)
            COMPUTE WS-ALLOWED-QTY ROUNDED =
               POE-QTY-ORDERED (PO-IDX)
               * (100 + WS-OVER-RECEIPT-PCT) / 100
            EVALUATE TRUE
               WHEN WS-BILLED-TO-DATE > WS-ALLOWED-QTY
                  MOVE "BILLED OVER QUANTITY ORDERED" TO
                     LNE-RESULT (LN-IDX)
               WHEN WS-BILLED-TO-DATE > POE-QTY-RECEIVED (PO-IDX)
                  MOVE "BILLED OVER QUANTITY RECEIVED" TO
                     LNE-RESULT (LN-IDX)
            END-EVALUATE

            IF LNE-RESULT (LN-IDX) = SPACES
                  AND POE-UNIT-COST (PO-IDX) NOT = 0
               COMPUTE WS-COST-GAP =
                  LNE-UNIT-COST (LN-IDX) - POE-UNIT-COST (PO-IDX)
               COMPUTE WS-COST-GAP-PCT ROUNDED =
                  WS-COST-GAP * 100 / POE-UNIT-COST (PO-IDX)
               IF WS-COST-GAP-PCT > WS-COST-VAR-PCT
                     OR WS-COST-GAP-PCT < (0 - WS-COST-VAR-PCT)
                  MOVE "COST OFF PO BEYOND TOLERANCE" TO
                     LNE-RESULT (LN-IDX)
               END-IF
            END-IF

            IF LNE-RESULT (LN-IDX) NOT = SPACES
               MOVE 'Y' TO WS-INVOICE-OFF-SWITCH
            END-IF.

      * Every line matched: the invoice becomes an open item and
      * its lines go on the ledger as billed.
       300-POST-INVOICE.

            IF WS-NET-DAYS > 0
               COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE
                  (IVE-INVOICE-DATE (WS-INVOICE-SUB)) + WS-NET-DAYS
               COMPUTE WS-DUE-DATE =
                  FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
            ELSE
               MOVE IVE-INVOICE-DATE (WS-INVOICE-SUB) TO WS-DUE-DATE
            END-IF
            MOVE 0 TO WS-DISCOUNT-DATE WS-DISCOUNT-AMOUNT
            IF WS-DISCOUNT-PCT > 0
               COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                  IVE-TOTAL (WS-INVOICE-SUB) * WS-DISCOUNT-PCT / 100
               COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE
                  (IVE-INVOICE-DATE (WS-INVOICE-SUB))
                  + WS-DISCOUNT-DAYS
               COMPUTE WS-DISCOUNT-DATE =
                  FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
            END-IF

            MOVE IVE-SUPPLIER (WS-INVOICE-SUB) TO AP-SUPPLIER
            MOVE IVE-INVOICE-NO (WS-INVOICE-SUB) TO AP-INVOICE-NO
            MOVE IVE-INVOICE-DATE (WS-INVOICE-SUB) TO AP-INVOICE-DATE
            MOVE WS-DUE-DATE TO AP-DUE-DATE
            MOVE WS-DISCOUNT-DATE TO AP-DISCOUNT-DATE
            MOVE WS-DISCOUNT-AMOUNT TO AP-DISCOUNT-AMOUNT
            MOVE IVE-TOTAL (WS-INVOICE-SUB) TO AP-ORIGINAL-AMOUNT
            MOVE IVE-TOTAL (WS-INVOICE-SUB) TO AP-OPEN-BALANCE
            MOVE "O" TO AP-ITEM-STATUS
            MOVE WS-RUN-DATE TO AP-ENTRY-DATE
            WRITE AP-OPEN-ITEM-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE AP-SUPPLIER TO WS-SEAL-KEY-STRING (1:10)
            MOVE AP-INVOICE-NO TO WS-SEAL-KEY-STRING (11:10)
            MOVE AP-OPEN-BALANCE TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL

            PERFORM VARYING LN-IDX FROM 1 BY 1
                  UNTIL LN-IDX > WS-LINE-COUNT
               IF LNE-INVOICE-SUB (LN-IDX) = WS-INVOICE-SUB
                  IF LNE-PO-SUB (LN-IDX) > 0
                     SET PO-IDX TO LNE-PO-SUB (LN-IDX)
                     ADD LNE-QUANTITY (LN-IDX) TO
                        POE-QTY-INVOICED (PO-IDX)
                  END-IF
                  IF LNE-GL-ACCOUNT (LN-IDX) =
                        WS-FREIGHT-CLEARING-ACCOUNT
                     ADD LNE-AMOUNT (LN-IDX) TO WS-FREIGHT-DEBIT-TOTAL
                  ELSE
                     ADD LNE-AMOUNT (LN-IDX) TO
                        WS-INVENTORY-DEBIT-TOTAL
                  END-IF
                  ADD LNE-AMOUNT (LN-IDX) TO WS-AP-CREDIT-TOTAL
                  MOVE IVE-SUPPLIER (WS-INVOICE-SUB) TO MH-SUPPLIER
                  MOVE IVE-INVOICE-NO (WS-INVOICE-SUB) TO
                     MH-INVOICE-NO
                  MOVE LNE-PO-NUMBER (LN-IDX) TO MH-PO-NUMBER
                  MOVE LNE-PO-LINE-NO (LN-IDX) TO MH-PO-LINE-NO
                  MOVE LNE-QUANTITY (LN-IDX) TO MH-QUANTITY
                  MOVE LNE-UNIT-COST (LN-IDX) TO MH-UNIT-COST
                  MOVE LNE-AMOUNT (LN-IDX) TO MH-AMOUNT
                  MOVE WS-RUN-DATE TO MH-ENTRY-DATE
                  WRITE AP-MATCH-RECORD
                  ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               END-IF
            END-PERFORM

            MOVE IVE-SUPPLIER (WS-INVOICE-SUB) TO WS-CURRENT-SUPPLIER
            MOVE IVE-INVOICE-NO (WS-INVOICE-SUB) TO
               WS-CURRENT-INVOICE-NO
            PERFORM 255-ADD-TAKEN-INVOICE
            MOVE "P" TO IVE-DISPOSITION (WS-INVOICE-SUB)
            ADD 1 TO WS-POSTED-COUNT
            ADD IVE-TOTAL (WS-INVOICE-SUB) TO WS-POSTED-TOTAL

            MOVE WS-DUE-DATE TO RD-DUE-DATE
            MOVE WS-DISCOUNT-DATE TO RD-DISCOUNT-DATE
            MOVE WS-DISCOUNT-AMOUNT TO RD-DISCOUNT
            IF IVE-WAS-HELD (WS-INVOICE-SUB)
               ADD 1 TO WS-RELEASED-COUNT
               MOVE "POSTED - HOLD CLEARED" TO RD-DISPOSITION
            ELSE
               MOVE "POSTED" TO RD-DISPOSITION
            END-IF
            PERFORM 850-WRITE-REGISTER-LINE.

      * Any line off holds the whole invoice: every line is listed
      * on the exception report (matched ones too, so the clerk
      * sees the invoice whole) and kept for the next run.
       400-HOLD-INVOICE.

            MOVE "H" TO IVE-DISPOSITION (WS-INVOICE-SUB)
            ADD 1 TO WS-HELD-COUNT
            ADD IVE-TOTAL (WS-INVOICE-SUB) TO WS-HELD-TOTAL
            IF WS-INVOICE-REASON NOT = SPACES
               MOVE WS-INVOICE-REASON TO RD-DISPOSITION
            ELSE
               MOVE "HELD - MATCH EXCEPTION" TO RD-DISPOSITION
            END-IF
            PERFORM 850-WRITE-REGISTER-LINE

            MOVE IVE-SUPPLIER (WS-INVOICE-SUB) TO ED-SUPPLIER
            MOVE IVE-INVOICE-NO (WS-INVOICE-SUB) TO ED-INVOICE-NO
            IF WS-INVOICE-REASON NOT = SPACES
               MOVE SPACES TO ED-PO-NUMBER
               MOVE 0 TO ED-PO-LINE-NO ED-ORDERED ED-RECEIVED
                  ED-BILLED ED-THIS-INVOICE ED-PO-COST
                  ED-INVOICE-COST
               MOVE WS-INVOICE-REASON TO ED-REASON
               PERFORM 860-WRITE-EXCEPTION-LINE
            END-IF

            PERFORM VARYING LN-IDX FROM 1 BY 1
                  UNTIL LN-IDX > WS-LINE-COUNT
               IF LNE-INVOICE-SUB (LN-IDX) = WS-INVOICE-SUB
                  PERFORM 410-HOLD-ONE-LINE
               END-IF
            END-PERFORM

            MOVE IVE-INVOICE-NO (WS-INVOICE-SUB) TO
               WS-HOLD-MSG-INVOICE
            IF WS-INVOICE-REASON NOT = SPACES
               MOVE WS-INVOICE-REASON TO WS-HOLD-MSG-REASON
            ELSE
               MOVE "THREE-WAY MATCH EXCEPTION" TO WS-HOLD-MSG-REASON
            END-IF
            MOVE WS-HOLD-MSG-BUILD TO EL-MESSAGE
            MOVE "AP-INVOICE-ENTRY" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

       410-HOLD-ONE-LINE.

            MOVE LNE-PO-NUMBER (LN-IDX) TO ED-PO-NUMBER
            MOVE LNE-PO-LINE-NO (LN-IDX) TO ED-PO-LINE-NO
            MOVE LNE-QUANTITY (LN-IDX) TO ED-THIS-INVOICE
            MOVE LNE-UNIT-COST (LN-IDX) TO ED-INVOICE-COST
            MOVE 0 TO ED-ORDERED ED-RECEIVED ED-BILLED ED-PO-COST
            IF LNE-PO-SUB (LN-IDX) > 0
               SET PO-IDX TO LNE-PO-SUB (LN-IDX)
               MOVE POE-QTY-ORDERED (PO-IDX) TO ED-ORDERED
               MOVE POE-QTY-RECEIVED (PO-IDX) TO ED-RECEIVED
               MOVE POE-QTY-INVOICED (PO-IDX) TO ED-BILLED
               MOVE POE-UNIT-COST (PO-IDX) TO ED-PO-COST
            END-IF
            IF LNE-RESULT (LN-IDX) = SPACES
               MOVE "(LINE MATCHES)" TO ED-REASON
            ELSE
               MOVE LNE-RESULT (LN-IDX) TO ED-REASON
            END-IF
            PERFORM 860-WRITE-EXCEPTION-LINE

            MOVE IVE-SUPPLIER (WS-INVOICE-SUB) TO HN-SUPPLIER
            MOVE IVE-INVOICE-NO (WS-INVOICE-SUB) TO HN-INVOICE-NO
            MOVE IVE-INVOICE-DATE (WS-INVOICE-SUB) TO HN-INVOICE-DATE
            MOVE IVE-TERMS-CODE (WS-INVOICE-SUB) TO HN-TERMS-CODE
            MOVE LNE-PO-NUMBER (LN-IDX) TO HN-PO-NUMBER
            MOVE LNE-PO-LINE-NO (LN-IDX) TO HN-PO-LINE-NO
            MOVE LNE-QUANTITY (LN-IDX) TO HN-QUANTITY
            MOVE LNE-UNIT-COST (LN-IDX) TO HN-UNIT-COST
            MOVE IVE-ENTRY-DATE (WS-INVOICE-SUB) TO HN-ENTRY-DATE
            MOVE LNE-GL-ACCOUNT (LN-IDX) TO HN-GL-ACCOUNT
            WRITE AP-HELD-NEW-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

      * The posted invoices' entry, the AP-PAYMENT-RUN way: one
      * batch per run, each account's debits as one line against
      * the accounts payable credit.
       600-WRITE-GL-BATCH.

            IF WS-AP-CREDIT-TOTAL = 0
               EXIT PARAGRAPH
            END-IF
            OPEN EXTEND GL-TRANSACTION-FILE
            IF WS-GL-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-TRANSACTION-FILE
            END-IF
            IF WS-GL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: GLTRANS.DAT OPEN FAILED, STATUS = ",
                  WS-GL-FILE-STATUS
               MOVE "GLTRANS.DAT OPEN FAILED - AP INVOICES NOT POSTED"
                  TO EL-MESSAGE
               MOVE "AP-INVOICE-ENTRY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO GL-TRANSACTION-RECORD
            MOVE "BH" TO BH-RECORD-TYPE
            MOVE "APINVC" TO BH-BATCH-ID
            MOVE "APINVOIC" TO BH-SOURCE
            MOVE WS-RUN-DATE TO BH-BATCH-DATE
            WRITE GL-TRANSACTION-RECORD
            MOVE 0 TO WS-GL-RECORD-COUNT

            IF WS-INVENTORY-DEBIT-TOTAL > 0
               MOVE SPACES TO GL-TRANSACTION-RECORD
               MOVE WS-INVENTORY-ACCOUNT TO TX-ACCOUNT
               MOVE "D" TO TX-TYPE
               MOVE WS-INVENTORY-DEBIT-TOTAL TO TX-AMOUNT
               MOVE "APINVOIC" TO TX-SOURCE
               MOVE "APINVC" TO TX-BATCH-REF
               WRITE GL-TRANSACTION-RECORD
               ADD 1 TO WS-GL-RECORD-COUNT
            END-IF
            IF WS-FREIGHT-DEBIT-TOTAL > 0
               MOVE SPACES TO GL-TRANSACTION-RECORD
               MOVE WS-FREIGHT-CLEARING-ACCOUNT TO TX-ACCOUNT
               MOVE "D" TO TX-TYPE
               MOVE WS-FREIGHT-DEBIT-TOTAL TO TX-AMOUNT
               MOVE "APINVOIC" TO TX-SOURCE
               MOVE "APINVC" TO TX-BATCH-REF
               WRITE GL-TRANSACTION-RECORD
               ADD 1 TO WS-GL-RECORD-COUNT
            END-IF

            MOVE SPACES TO GL-TRANSACTION-RECORD
            MOVE WS-AP-CONTROL-ACCOUNT TO TX-ACCOUNT
            MOVE "C" TO TX-TYPE
            MOVE WS-AP-CREDIT-TOTAL TO TX-AMOUNT
            MOVE "APINVOIC" TO TX-SOURCE
            MOVE "APINVC" TO TX-BATCH-REF
            WRITE GL-TRANSACTION-RECORD
            ADD 1 TO WS-GL-RECORD-COUNT

            MOVE SPACES TO GL-TRANSACTION-RECORD
            MOVE "BT" TO BT-RECORD-TYPE
            MOVE "APINVC" TO BT-BATCH-ID
            MOVE WS-GL-RECORD-COUNT TO BT-RECORD-COUNT
            MOVE WS-AP-CREDIT-TOTAL TO BT-DEBIT-TOTAL
            MOVE WS-AP-CREDIT-TOTAL TO BT-CREDIT-TOTAL
            WRITE GL-TRANSACTION-RECORD
            ADD WS-GL-RECORD-COUNT TO WS-RUNSTAT-RECORDS-WRITTEN
            ADD 2 TO WS-RUNSTAT-RECORDS-WRITTEN
            CLOSE GL-TRANSACTION-FILE.

      * Looks for WS-CURRENT-SUPPLIER/-INVOICE-NO among the invoice
      * numbers already taken on the ledger.
       250-FIND-TAKEN-INVOICE.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING TK-IDX FROM 1 BY 1
                  UNTIL TK-IDX > WS-TAKEN-COUNT
               IF TKE-SUPPLIER (TK-IDX) = WS-CURRENT-SUPPLIER
                     AND TKE-INVOICE-NO (TK-IDX) =
                        WS-CURRENT-INVOICE-NO
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       255-ADD-TAKEN-INVOICE.

            IF WS-TAKEN-COUNT < WS-TAKEN-COUNT-MAX
               ADD 1 TO WS-TAKEN-COUNT
               MOVE WS-CURRENT-SUPPLIER TO
                  TKE-SUPPLIER (WS-TAKEN-COUNT)
               MOVE WS-CURRENT-INVOICE-NO TO
                  TKE-INVOICE-NO (WS-TAKEN-COUNT)
            ELSE
               DISPLAY "WARNING: INVOICE NUMBER TABLE FULL - "
                  "DUPLICATE CHECK INCOMPLETE"
            END-IF.

      * Looks for WS-CURRENT-SUPPLIER/-INVOICE-NO among this run's
      * invoices - held ones and the new batch so far.
       260-FIND-RUN-INVOICE.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING IV-IDX FROM 1 BY 1
                  UNTIL IV-IDX > WS-INVOICE-COUNT
               IF IVE-SUPPLIER (IV-IDX) = WS-CURRENT-SUPPLIER
                     AND IVE-INVOICE-NO (IV-IDX) =
                        WS-CURRENT-INVOICE-NO
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       800-WRITE-REGISTER-TOTALS.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REGISTER-LINE FROM REGISTER-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            MOVE "INVOICES POSTED" TO RT-CAPTION
            MOVE WS-POSTED-COUNT TO RT-COUNT
            MOVE WS-POSTED-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "  OF WHICH HOLDS CLEARED" TO RT-CAPTION
            MOVE WS-RELEASED-COUNT TO RT-COUNT
            MOVE 0 TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "INVOICES HELD" TO RT-CAPTION
            MOVE WS-HELD-COUNT TO RT-COUNT
            MOVE WS-HELD-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "HOLDS REPLACED BY RE-ENTRY" TO RT-CAPTION
            MOVE WS-REPLACED-COUNT TO RT-COUNT
            MOVE 0 TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "DUPLICATES REFUSED" TO RT-CAPTION
            MOVE WS-DUPLICATE-COUNT TO RT-COUNT
            MOVE 0 TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "LINES WITHOUT A HEADER" TO RT-CAPTION
            MOVE WS-ORPHAN-LINE-COUNT TO RT-COUNT
            MOVE 0 TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "POSTED HOLDS DROPPED" TO RT-CAPTION
            MOVE WS-STALE-HOLD-COUNT TO RT-COUNT
            MOVE 0 TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE.

       810-WRITE-REPORT-HEADER.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER
            MOVE WS-RUN-DATE TO RH1-RUN-DATE
            IF WS-PAGE-NUMBER = 1
               WRITE REGISTER-LINE FROM REGISTER-HEADING-1
            ELSE
               WRITE REGISTER-LINE FROM REGISTER-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            WRITE REGISTER-LINE FROM REGISTER-HEADING-2
            MOVE 0 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       850-WRITE-REGISTER-LINE.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       860-WRITE-EXCEPTION-LINE.

            IF WS-EXCEPTION-RPT-STATUS = "00"
               WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE
            END-IF.

       870-WRITE-TOTAL-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       900-CLOSE-FILES.

            IF WS-PO-FILE-STATUS = "00" OR WS-PO-FILE-STATUS = "10"
               CLOSE PO-MASTER-FILE
            END-IF
            IF WS-AP-FILE-STATUS = "00"
               CLOSE AP-OPEN-ITEM-FILE
               IF NOT SEAL-IS-MISSING
                  MOVE "APOPEN.SEAL" TO WS-SEAL-FILE-NAME
                  MOVE "AP-INVOICE-ENTRY" TO WS-SEAL-PROGRAM-ID
                  PERFORM 934-WRITE-FILE-SEAL
               END-IF
            END-IF
            IF WS-MATCH-FILE-STATUS = "00"
               CLOSE AP-MATCH-FILE
            END-IF
            IF WS-HELD-NEW-STATUS = "00"
               CLOSE AP-HELD-NEW-FILE
            END-IF
            IF WS-REPORT-FILE-STATUS = "00"
               CLOSE INVOICE-REGISTER-FILE
            END-IF
            IF WS-EXCEPTION-RPT-STATUS = "00"
               CLOSE MATCH-EXCEPTION-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
           COPY SEALTBL.
       END PROGRAM AP-INVOICE-ENTRY.
