      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Accounts payable payment selection and release, in
      *           two passes over the APOPEN.DAT open items that
      *           AP-INVOICE-ENTRY posts.
      *           The proposal pass (the default) picks every open
      *           item payable by the APPAYCTL.DAT pay-through date -
      *           by its discount date while the early-pay discount
      *           is still there to be taken, by its due date
      *           otherwise - earliest first, until the APPAYCTL.DAT
      *           cash limit is reached (zero is no limit). What fits
      *           goes on APPROPSL.DAT and the pre-check proposal
      *           APPROPSL.RPT; what does not is listed as deferred.
      *           The payment pass (AP_PAYMENT_MODE=PAY) releases the
      *           approved proposal under dual control - an AP clerk
      *           at the keyboard and a second operator's approval -
      *           paying each supplier once for all its items: a
      *           corporate CCD entry on APNACHA.DAT for a supplier
      *           with active SUPPBANK.DAT banking, otherwise a
      *           vendor check on APCHECKS.RPT numbered from the
      *           APCHKCTL.DAT next-check-number record the way
      *           CHECK-PRINT numbers payroll checks, made out to the
      *           supplier's name and remit-to address from the
      *           SUPPLIER.DAT master. An item no longer open at its
      *           proposed balance, already paid, or whose discount
      *           has lapsed since the proposal is refused; so is one
      *           for a supplier on hold, inactive or not on the
      *           master, which the proposal lists as held.
      *           Every item paid goes on the APPAYHST.DAT payment
      *           history with the discount taken; APOPEN.NEW carries
      *           the paid items closed, sealed for promotion over
      *           APOPEN.DAT; and the cash disbursement - AP control
      *           debited, cash and purchase discounts credited - is
      *           written to GLTRANS.DAT as one balanced batch.
      *           APPAYREG.RPT registers every payment and refusal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-PAYMENT-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-ITEM-FILE ASSIGN TO "APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-FILE-STATUS.

      * The next generation of the open items, paid items closed -
      * promoted over APOPEN.DAT by the operator.
           SELECT AP-OPEN-NEW-FILE ASSIGN TO "APOPEN.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-NEW-STATUS.

      * One control record: pay-through date, cash limit, and the
      * PAYCOMP.DAT company whose bank account the run pays from.
           SELECT PAY-CONTROL-FILE ASSIGN TO "APPAYCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-CONTROL-STATUS.

      * Supplier ACH banking, the file PAYROLL-FRAUD-SCREEN screens.
           SELECT SUPPLIER-BANKING-FILE ASSIGN TO "SUPPBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-BANK-STATUS.

      * The supplier master - payee name, remit-to address, and
      * the hold/inactive status that stops payment.
           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

      * Written by the proposal pass, read back by the payment pass.
      * Lines struck from it before approval are simply not paid.
           SELECT PAYMENT-PROPOSAL-FILE ASSIGN TO "APPROPSL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-FILE-STATUS.

      * Every AP item ever paid - read in so a proposal released
      * twice cannot pay twice, then appended to with the usual
      * EXTEND create-on-first-write fallback.
           SELECT PAYMENT-HISTORY-IN-FILE ASSIGN TO "APPAYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-IN-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "APPAYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      * Next unused vendor check number - AP's own check stock, kept
      * apart from the payroll CHKCTRL.DAT sequence.
           SELECT AP-CHECK-CONTROL-FILE ASSIGN TO "APCHKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-CONTROL-STATUS.

           SELECT AP-CHECK-PRINT-FILE ASSIGN TO "APCHECKS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-PRINT-STATUS.

      * Company and bank identifiers, shared with ACH-NACHA-FORMAT.
           SELECT ACH-CONTROL-FILE ASSIGN TO "ACHCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-CONTROL-STATUS.

      * Fixed 94-byte records with their trailing blanks intact,
      * for the same reason ACH-NACHA-FORMAT writes ACHNACHA.DAT so.
           SELECT NACHA-FILE ASSIGN TO "APNACHA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NACHA-FILE-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT PROPOSAL-REPORT-FILE ASSIGN TO "APPROPSL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT PAYMENT-REGISTER-FILE ASSIGN TO "APPAYREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

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
      * "O" open, "P" paid by this run.
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

       FD  AP-OPEN-NEW-FILE.
       01  AP-OPEN-NEW-RECORD.
           05  AN-SUPPLIER         PIC X(10).
           05  AN-INVOICE-NO       PIC X(12).
           05  AN-INVOICE-DATE     PIC 9(8).
           05  AN-DUE-DATE         PIC 9(8).
           05  AN-DISCOUNT-DATE    PIC 9(8).
           05  AN-DISCOUNT-AMOUNT  PIC S9(7)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AN-ORIGINAL-AMOUNT  PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AN-OPEN-BALANCE     PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AN-ITEM-STATUS      PIC X.
           05  AN-ENTRY-DATE       PIC 9(8).

       FD  PAY-CONTROL-FILE.
       01  PAY-CONTROL-RECORD.
           05  PY-PAY-THROUGH-DATE PIC 9(8).
           05  PY-CASH-LIMIT       PIC 9(9)V9(2).
           05  PY-PAYER-COMPANY    PIC X(2).

       FD  SUPPLIER-BANKING-FILE.
       01  SUPPLIER-BANKING-RECORD.
           05  SB-SUPPLIER         PIC X(10).
           05  SB-ROUTING-NUMBER   PIC X(9).
           05  SB-ACCOUNT-NUMBER   PIC X(17).
           05  SB-PRENOTE-STATUS   PIC X.
               88  SB-IS-PRENOTE-PENDING   VALUE "P".
               88  SB-IS-ACTIVE            VALUE "A".
           05  SB-STATUS-DATE      PIC 9(8).

      * Maintained by SUPPLIER-MAINTENANCE.
       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           05  SU-SUPPLIER         PIC X(10).
           05  SU-LEAD-TIME-DAYS   PIC 9(3).
           05  SU-NAME             PIC X(30).
           05  SU-REMIT-LINE-1     PIC X(30).
           05  SU-REMIT-LINE-2     PIC X(30).
           05  SU-REMIT-CITY       PIC X(20).
           05  SU-REMIT-STATE      PIC X(2).
           05  SU-REMIT-ZIP        PIC X(10).
           05  SU-TERMS-CODE       PIC X(9).
           05  SU-TAX-ID           PIC X(9).
           05  SU-TAX-ID-TYPE      PIC X.
           05  SU-1099-FLAG        PIC X.
           05  SU-1099-FORM        PIC X.
           05  SU-1099-BOX         PIC 9(2).
           05  SU-STATUS           PIC X.
           05  SU-STATUS-DATE      PIC 9(8).

      * "C" check, "A" ACH - the method the proposal expects; the
      * payment pass decides afresh from the banking on file.
       FD  PAYMENT-PROPOSAL-FILE.
       01  PAYMENT-PROPOSAL-RECORD.
           05  PP-SUPPLIER         PIC X(10).
           05  PP-INVOICE-NO       PIC X(12).
           05  PP-DUE-DATE         PIC 9(8).
           05  PP-DISCOUNT-DATE    PIC 9(8).
           05  PP-OPEN-BALANCE     PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  PP-DISCOUNT-TAKEN   PIC S9(7)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  PP-NET-PAYMENT      PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  PP-PAY-METHOD       PIC X.
           05  PP-PROPOSAL-DATE    PIC 9(8).

       FD  PAYMENT-HISTORY-IN-FILE.
       01  PAYMENT-HISTORY-IN-RECORD.
           05  HI-SUPPLIER         PIC X(10).
           05  HI-INVOICE-NO       PIC X(12).
           05  HI-PAY-METHOD       PIC X.
           05  HI-PAYMENT-NUMBER   PIC 9(8).
           05  HI-PAY-DATE         PIC 9(8).
           05  HI-GROSS-AMOUNT     PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  HI-DISCOUNT-TAKEN   PIC S9(7)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  HI-NET-PAID         PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  HI-PAYER-COMPANY    PIC X(2).

      * The payment number is the check number for "C", the NACHA
      * trace sequence for "A". The payer company is the one whose
      * 1099s report the payment.
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05  PH-SUPPLIER         PIC X(10).
           05  PH-INVOICE-NO       PIC X(12).
           05  PH-PAY-METHOD       PIC X.
           05  PH-PAYMENT-NUMBER   PIC 9(8).
           05  PH-PAY-DATE         PIC 9(8).
           05  PH-GROSS-AMOUNT     PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  PH-DISCOUNT-TAKEN   PIC S9(7)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  PH-NET-PAID         PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  PH-PAYER-COMPANY    PIC X(2).

       FD  AP-CHECK-CONTROL-FILE.
       01  AP-CHECK-CONTROL-RECORD.
           05  CC-NEXT-CHECK-NUMBER PIC 9(8).

       FD  AP-CHECK-PRINT-FILE.
       01  CHECK-PRINT-LINE        PIC X(80).

       FD  ACH-CONTROL-FILE.
       01  ACH-CONTROL-RECORD.
           05  AC-IMMEDIATE-DEST   PIC X(10).
           05  AC-IMMEDIATE-ORIGIN PIC X(10).
           05  AC-DEST-NAME        PIC X(23).
           05  AC-ORIGIN-NAME      PIC X(23).
           05  AC-COMPANY-NAME     PIC X(16).
           05  AC-COMPANY-ID       PIC X(10).
           05  AC-ODFI-ROUTING     PIC X(8).

       FD  NACHA-FILE.
       01  NACHA-LINE              PIC X(94).

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

       FD  PROPOSAL-REPORT-FILE.
       01  PROPOSAL-LINE           PIC X(140).

       FD  PAYMENT-REGISTER-FILE.
       01  REGISTER-LINE           PIC X(140).

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

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy. One
      * pass prints one report, so the shared counters page
      * whichever of the two this run writes.
           COPY PAGWS.
       01  WS-AP-FILE-STATUS       PIC XX.
       01  WS-AP-NEW-STATUS        PIC XX.
       01  WS-PAY-CONTROL-STATUS   PIC XX.
       01  WS-SUPP-BANK-STATUS     PIC XX.
       01  WS-SUPPLIER-FILE-STATUS PIC XX.
       01  WS-PROPOSAL-FILE-STATUS PIC XX.
       01  WS-HISTORY-IN-STATUS    PIC XX.
       01  WS-HISTORY-FILE-STATUS  PIC XX.
       01  WS-CHECK-CONTROL-STATUS PIC XX.
       01  WS-CHECK-PRINT-STATUS   PIC XX.
       01  WS-ACH-CONTROL-STATUS   PIC XX.
       01  WS-NACHA-FILE-STATUS    PIC XX.
       01  WS-GL-FILE-STATUS       PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.
           88  ENTRY-WAS-FOUND         VALUE 'Y'.

      * PROPOSE unless AP_PAYMENT_MODE says PAY.
       01  WS-RUN-MODE             PIC X(8) VALUE SPACES.
           88  PAY-MODE                VALUE "PAY".

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  FILLER              PIC 9(2).
           05  WS-RUN-DATE-YYMMDD  PIC 9(6).
       01  WS-RUN-TIME             PIC 9(6).
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
           05  WS-RUN-TIME-HHMM    PIC 9(4).
           05  FILLER              PIC 9(2).
       01  WS-PAY-THROUGH-DATE     PIC 9(8) VALUE 0.
       01  WS-CASH-LIMIT           PIC 9(9)V9(2) VALUE 0.
      * Spaces on the control record reads as "01", the W2-SUMMARY
      * convention for a pre-multi-company record.
       01  WS-PAYER-COMPANY        PIC X(2) VALUE "01".

      * GL accounts for the cash disbursement entry.
       01  WS-AP-CONTROL-ACCOUNT   PIC X(6) VALUE "200100".
       01  WS-CASH-ACCOUNT         PIC X(6) VALUE "100100".
       01  WS-PURCH-DISC-ACCOUNT   PIC X(6) VALUE "510200".

      * The open items, each with what this run makes of it:
      * "C" a candidate for payment, "S" selected, "D" deferred by
      * the cash limit, "H" held by the supplier's status, "P" paid.
       01  WS-ITEM-COUNT-MAX       PIC 9(4) VALUE 3000.
       01  WS-ITEM-COUNT           PIC 9(4) VALUE 0.
       01  OPEN-ITEM-TABLE.
           05  OPEN-ITEM-ENTRY OCCURS 3000 TIMES
                                   INDEXED BY OI-IDX.
               10  OIE-SUPPLIER        PIC X(10).
               10  OIE-INVOICE-NO      PIC X(12).
               10  OIE-INVOICE-DATE    PIC 9(8).
               10  OIE-DUE-DATE        PIC 9(8).
               10  OIE-DISCOUNT-DATE   PIC 9(8).
               10  OIE-DISCOUNT-AMOUNT PIC S9(7)V9(2).
               10  OIE-ORIGINAL-AMOUNT PIC S9(9)V9(2).
               10  OIE-OPEN-BALANCE    PIC S9(9)V9(2).
               10  OIE-ITEM-STATUS     PIC X.
               10  OIE-ENTRY-DATE      PIC 9(8).
               10  OIE-PAY-BY-DATE     PIC 9(8).
               10  OIE-DISCOUNT-TAKEN  PIC S9(7)V9(2).
               10  OIE-SELECTION       PIC X.
                   88  OIE-IS-CANDIDATE    VALUE "C".
                   88  OIE-IS-SELECTED     VALUE "S".
                   88  OIE-IS-DEFERRED     VALUE "D".
                   88  OIE-IS-HELD         VALUE "H".
                   88  OIE-IS-PAID         VALUE "P".
               10  OIE-PAYMENT-SUB     PIC 9(4).

      * The supplier master, as far as paying a supplier needs it.
       01  WS-SUPPLIER-COUNT-MAX   PIC 9(3) VALUE 500.
       01  WS-SUPPLIER-COUNT       PIC 9(3) VALUE 0.
       01  WS-SUPPLIER-MASTER-SWITCH PIC X VALUE 'N'.
           88  SUPPLIER-MASTER-LOADED  VALUE 'Y'.
       01  SUPPLIER-MASTER-TABLE.
           05  SUPPLIER-MASTER-ENTRY OCCURS 500 TIMES
                                   INDEXED BY SM-IDX.
               10  SME-SUPPLIER        PIC X(10).
               10  SME-NAME            PIC X(30).
               10  SME-REMIT-LINE-1    PIC X(30).
               10  SME-REMIT-LINE-2    PIC X(30).
               10  SME-REMIT-CITY      PIC X(20).
               10  SME-REMIT-STATE     PIC X(2).
               10  SME-REMIT-ZIP       PIC X(10).
               10  SME-STATUS          PIC X.
       01  WS-SUPPLIER-SUB         PIC 9(3).
       01  WS-SUPPLIER-HOLD-REASON PIC X(30).

       01  WS-BANK-COUNT-MAX       PIC 9(3) VALUE 500.
       01  WS-BANK-COUNT           PIC 9(3) VALUE 0.
       01  SUPPLIER-BANK-TABLE.
           05  SUPPLIER-BANK-ENTRY OCCURS 500 TIMES
                                   INDEXED BY SB-IDX.
               10  SBE-SUPPLIER        PIC X(10).
               10  SBE-ROUTING         PIC X(9).
               10  SBE-ACCOUNT         PIC X(17).
               10  SBE-STATUS          PIC X.

      * Supplier invoices already paid, from APPAYHST.DAT.
       01  WS-PAID-COUNT-MAX       PIC 9(4) VALUE 5000.
       01  WS-PAID-COUNT           PIC 9(4) VALUE 0.
       01  PAID-INVOICE-TABLE.
           05  PAID-INVOICE-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY PD-IDX.
               10  PDE-SUPPLIER        PIC X(10).
               10  PDE-INVOICE-NO      PIC X(12).

      * One payment per supplier per run.
       01  WS-PAYMENT-COUNT-MAX    PIC 9(4) VALUE 500.
       01  WS-PAYMENT-COUNT        PIC 9(4) VALUE 0.
       01  PAYMENT-TABLE.
           05  PAYMENT-ENTRY OCCURS 500 TIMES
                                   INDEXED BY PY-IDX.
               10  PYE-SUPPLIER        PIC X(10).
               10  PYE-METHOD          PIC X.
                   88  PYE-IS-ACH          VALUE "A".
                   88  PYE-IS-CHECK        VALUE "C".
               10  PYE-ROUTING         PIC X(9).
               10  PYE-ACCOUNT         PIC X(17).
               10  PYE-NUMBER          PIC 9(8).
               10  PYE-GROSS           PIC S9(9)V9(2).
               10  PYE-DISCOUNT        PIC S9(7)V9(2).
               10  PYE-NET             PIC S9(9)V9(2).
               10  PYE-ITEM-COUNT      PIC 9(4).

       01  WS-ITEM-SUB             PIC 9(4).
       01  WS-PAYMENT-SUB          PIC 9(4).
       01  WS-BEST-SUB             PIC 9(4).
       01  WS-BEST-DATE            PIC 9(8).
       01  WS-NET-PAYMENT          PIC S9(9)V9(2).
       01  WS-CURRENT-SUPPLIER     PIC X(10).
       01  WS-CURRENT-INVOICE-NO   PIC X(12).
       01  WS-REFUSAL-REASON       PIC X(30).
       01  WS-NEXT-CHECK-NUMBER    PIC 9(8) VALUE 0.
       01  WS-CHECK-FORM-COUNT     PIC 9(5) VALUE 0.
       01  WS-ACH-OK-SWITCH        PIC X VALUE 'Y'.
           88  ACH-IS-AVAILABLE        VALUE 'Y'.

      * ACHCTRL.DAT as read - kept here, the file is closed again
      * before the first entry is written.
       01  WS-ACH-CONTROL.
           05  WS-ACH-IMMEDIATE-DEST   PIC X(10).
           05  WS-ACH-IMMEDIATE-ORIGIN PIC X(10).
           05  WS-ACH-DEST-NAME        PIC X(23).
           05  WS-ACH-ORIGIN-NAME      PIC X(23).
           05  WS-ACH-COMPANY-NAME     PIC X(16).
           05  WS-ACH-COMPANY-ID       PIC X(10).
           05  WS-ACH-ODFI-ROUTING     PIC X(8).

      * Run totals - the selection for the proposal, the money
      * actually released for the payment pass.
       01  WS-SELECTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-DEFERRED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT        PIC 9(5) VALUE 0.
       01  WS-CHECK-COUNT          PIC 9(5) VALUE 0.
       01  WS-ACH-COUNT            PIC 9(5) VALUE 0.
       01  WS-GROSS-TOTAL          PIC S9(11)V9(2) VALUE 0.
       01  WS-DISCOUNT-TOTAL       PIC S9(11)V9(2) VALUE 0.
       01  WS-NET-TOTAL            PIC S9(11)V9(2) VALUE 0.
       01  WS-DEFERRED-TOTAL       PIC S9(11)V9(2) VALUE 0.
       01  WS-HELD-COUNT           PIC 9(5) VALUE 0.
       01  WS-HELD-TOTAL           PIC S9(11)V9(2) VALUE 0.
       01  WS-CHECK-TOTAL          PIC S9(11)V9(2) VALUE 0.
       01  WS-ACH-TOTAL            PIC S9(11)V9(2) VALUE 0.
       01  WS-GL-RECORD-COUNT      PIC 9(5) VALUE 0.

      * NACHA running totals, as ACH-NACHA-FORMAT keeps them.
       01  WS-AMOUNT-CENTS         PIC 9(10).
       01  WS-ENTRY-COUNT          PIC 9(6) VALUE 0.
       01  WS-ENTRY-HASH           PIC 9(10) VALUE 0.
       01  WS-ROUTING-FIRST-8      PIC 9(8).
       01  WS-TOTAL-CREDIT-CENTS   PIC 9(12) VALUE 0.
       01  WS-TRACE-SEQUENCE       PIC 9(7) VALUE 0.
       01  WS-RECORD-COUNT         PIC 9(8) VALUE 0.
       01  WS-BLOCK-COUNT          PIC 9(6).
       01  WS-FILL-COUNT           PIC 9(2).
       01  WS-FILL-SUB             PIC 9(2).

      * Exception-log messages - built with MOVE, not STRING.
       01  WS-REFUSE-MSG-BUILD.
           05  FILLER              PIC X(15) VALUE "AP PAY REFUSED ".
           05  WS-REFUSE-MSG-INVOICE PIC X(12).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-REFUSE-MSG-REASON PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.

      * NACHA record layouts - a CCD batch of the ACH-NACHA-FORMAT
      * shape. Amounts are whole cents; every record is 94 bytes.
       01  FILE-HEADER-RECORD.
           05  FILLER              PIC X(1)  VALUE "1".
           05  FILLER              PIC X(2)  VALUE "01".
           05  FH-IMMEDIATE-DEST   PIC X(10).
           05  FH-IMMEDIATE-ORIGIN PIC X(10).
           05  FH-CREATION-DATE    PIC 9(6).
           05  FH-CREATION-TIME    PIC 9(4).
           05  FILLER              PIC X(1)  VALUE "A".
           05  FILLER              PIC X(3)  VALUE "094".
           05  FILLER              PIC X(2)  VALUE "10".
           05  FILLER              PIC X(1)  VALUE "1".
           05  FH-DEST-NAME        PIC X(23).
           05  FH-ORIGIN-NAME      PIC X(23).
           05  FILLER              PIC X(8)  VALUE SPACES.

       01  BATCH-HEADER-RECORD.
           05  FILLER              PIC X(1)  VALUE "5".
           05  FILLER              PIC X(3)  VALUE "220".
           05  NB-COMPANY-NAME     PIC X(16).
           05  FILLER              PIC X(20) VALUE SPACES.
           05  NB-COMPANY-ID       PIC X(10).
           05  FILLER              PIC X(3)  VALUE "CCD".
           05  FILLER              PIC X(10) VALUE "VENDOR PAY".
           05  NB-DESCRIPTIVE-DATE PIC 9(6).
           05  NB-EFFECTIVE-DATE   PIC 9(6).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(1)  VALUE "1".
           05  NB-ODFI-ROUTING     PIC X(8).
           05  FILLER              PIC X(7)  VALUE "0000001".

      * Transaction code 22: live credit to the supplier's checking
      * account.
       01  ENTRY-DETAIL-RECORD.
           05  FILLER              PIC X(1)  VALUE "6".
           05  FILLER              PIC X(2)  VALUE "22".
           05  ED-ROUTING-NUMBER   PIC X(9).
           05  ED-ACCOUNT-NUMBER   PIC X(17).
           05  ED-AMOUNT           PIC 9(10).
           05  ED-IDENTIFICATION   PIC X(15).
           05  ED-RECEIVER-NAME    PIC X(22).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(1)  VALUE "0".
           05  ED-TRACE-ODFI       PIC X(8).
           05  ED-TRACE-SEQUENCE   PIC 9(7).

       01  BATCH-CONTROL-RECORD.
           05  FILLER              PIC X(1)  VALUE "8".
           05  FILLER              PIC X(3)  VALUE "220".
           05  BC-ENTRY-COUNT      PIC 9(6).
           05  BC-ENTRY-HASH       PIC 9(10).
           05  BC-TOTAL-DEBIT      PIC 9(12).
           05  BC-TOTAL-CREDIT     PIC 9(12).
           05  BC-COMPANY-ID       PIC X(10).
           05  FILLER              PIC X(19) VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  BC-ODFI-ROUTING     PIC X(8).
           05  FILLER              PIC X(7)  VALUE "0000001".

       01  FILE-CONTROL-RECORD.
           05  FILLER              PIC X(1)  VALUE "9".
           05  FC-BATCH-COUNT      PIC 9(6).
           05  FC-BLOCK-COUNT      PIC 9(6).
           05  FC-ENTRY-COUNT      PIC 9(8).
           05  FC-ENTRY-HASH       PIC 9(10).
           05  FC-TOTAL-DEBIT      PIC 9(12).
           05  FC-TOTAL-CREDIT     PIC 9(12).
           05  FILLER              PIC X(39) VALUE SPACES.

       01  BLOCK-FILL-RECORD       PIC X(94) VALUE ALL "9".

      * Vendor check form: face, then a stub line per item paid.
       01  CHECK-FACE-RULE-LINE    PIC X(70) VALUE ALL "-".
       01  CHECK-FACE-HEADING.
           05  FILLER          PIC X(22) VALUE "GONZALEZ MFG CO      ".
           05  FILLER          PIC X(10) VALUE "  CHECK # ".
           05  CF-CHECK-NUMBER PIC 9(8).
           05  FILLER          PIC X(7)  VALUE "  DATE ".
           05  CF-ISSUE-DATE   PIC 9(8).
       01  CHECK-PAYEE-LINE.
           05  FILLER          PIC X(17) VALUE "PAY TO THE ORDER ".
           05  FILLER          PIC X(4)  VALUE "OF: ".
           05  CP-PAYEE        PIC X(30).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  CP-AMOUNT       PIC $$$,$$$,$$9.99.
       01  CHECK-REMIT-LINE.
           05  FILLER          PIC X(21) VALUE SPACES.
           05  CR-REMIT-TEXT   PIC X(49).
       01  CHECK-REMIT-CITY-LINE.
           05  CRC-CITY        PIC X(20).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CRC-STATE       PIC X(2).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CRC-ZIP         PIC X(10).
       01  CHECK-STUB-HEADING.
           05  FILLER          PIC X(14) VALUE "STUB: INVOICE".
           05  FILLER          PIC X(10) VALUE "INV DATE".
           05  FILLER          PIC X(15) VALUE "          GROSS".
           05  FILLER          PIC X(12) VALUE "    DISCOUNT".
           05  FILLER          PIC X(15) VALUE "      NET PAID".
       01  CHECK-STUB-LINE.
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  CS-INVOICE-NO   PIC X(12).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CS-INVOICE-DATE PIC 9(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CS-GROSS        PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CS-DISCOUNT     PIC $$,$$9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CS-NET          PIC $$,$$$,$$9.99.

       01  PROPOSAL-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "AP PAYMENT PROPOSAL - FOR APPROVAL".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  PH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(14) VALUE "  PAY THROUGH ".
           05  PH1-PAY-THROUGH PIC 9(8).
           05  FILLER          PIC X(13) VALUE "  CASH LIMIT ".
           05  PH1-CASH-LIMIT  PIC $$$,$$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(16) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  PH1-PAGE-NUMBER PIC ZZ9.
       01  REGISTER-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "AP PAYMENT REGISTER".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  RH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(70) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH1-PAGE-NUMBER PIC ZZ9.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(12) VALUE "SUPPLIER".
           05  FILLER          PIC X(14) VALUE "INVOICE".
           05  FILLER          PIC X(10) VALUE "DUE".
           05  FILLER          PIC X(10) VALUE "DISC BY".
           05  FILLER          PIC X(17) VALUE "   OPEN BALANCE".
           05  FILLER          PIC X(12) VALUE "  DISCOUNT".
           05  FILLER          PIC X(17) VALUE "        NET PAY".
           05  FILLER          PIC X(7)  VALUE "METHOD".
           05  FILLER          PIC X(10) VALUE "PAYMENT".
           05  FILLER          PIC X(30) VALUE "DISPOSITION".
       01  REPORT-DETAIL-LINE.
           05  RD-SUPPLIER     PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-INVOICE-NO   PIC X(12).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DUE-DATE     PIC 9(8) BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DISCOUNT-DATE PIC 9(8) BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-OPEN-BALANCE PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DISCOUNT     PIC $$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-NET          PIC $$$,$$$,$$9.99- BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-METHOD       PIC X(5).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-PAYMENT-NO   PIC 9(8) BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DISPOSITION  PIC X(30).
       01  REPORT-TOTAL-LINE.
           05  RT-CAPTION      PIC X(30).
           05  RT-COUNT        PIC ZZ,ZZZ.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RT-AMOUNT       PIC $$$,$$$,$$$,$$9.99- BLANK WHEN ZERO.
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "AP-PAYMENT-RUN" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            DISPLAY "AP_PAYMENT_MODE" UPON ENVIRONMENT-NAME
            ACCEPT WS-RUN-MODE FROM ENVIRONMENT-VALUE

      * Releasing money is under the same dual control as a payroll
      * reversal: an AP clerk at the keyboard and a second
      * operator's countersignature, both on the access log. The
      * proposal spends nothing and needs neither.
            IF PAY-MODE
               MOVE "AP-PAYMENT-RUN" TO WS-AUTH-PROGRAM-ID
               MOVE "APCL" TO WS-AUTH-REQUIRED-ROLE
               PERFORM 920-CHECK-OPERATOR-ROLE
               IF AUTH-ROLE-GRANTED
                  PERFORM 925-OBTAIN-DUAL-APPROVAL
               END-IF
               IF NOT AUTH-ROLE-GRANTED
                     OR NOT AUTH-APPROVAL-GRANTED
                  MOVE "AP PAYMENT REFUSED - DUAL CONTROL NOT MET" TO
                     EL-MESSAGE
                  MOVE "AP-PAYMENT-RUN" TO EL-PROGRAM-ID
                  MOVE "E" TO EL-SEVERITY
                  PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
                  MOVE 1 TO RETURN-CODE
                  PERFORM 970-DISPLAY-RUN-STATISTICS
                  STOP RUN
               END-IF
            END-IF

            PERFORM 050-LOAD-CONTROLS
            PERFORM 060-LOAD-OPEN-ITEMS
            PERFORM 065-LOAD-SUPPLIER-BANKING
            PERFORM 067-LOAD-SUPPLIER-MASTER
            PERFORM 070-LOAD-PAYMENT-HISTORY

            IF PAY-MODE
               PERFORM 300-RELEASE-PAYMENTS
            ELSE
               PERFORM 200-PROPOSE-PAYMENTS
            END-IF

            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * Pay-through date, cash limit and payer company. No control
      * record pays through today with no cash limit, as company
      * 01.
       050-LOAD-CONTROLS.

            MOVE WS-RUN-DATE TO WS-PAY-THROUGH-DATE
            OPEN INPUT PAY-CONTROL-FILE
            IF WS-PAY-CONTROL-STATUS = "00"
               READ PAY-CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PY-PAY-THROUGH-DATE NOT = 0
                        MOVE PY-PAY-THROUGH-DATE TO
                           WS-PAY-THROUGH-DATE
                     END-IF
                     MOVE PY-CASH-LIMIT TO WS-CASH-LIMIT
                     IF PY-PAYER-COMPANY NOT = SPACES
                        MOVE PY-PAYER-COMPANY TO WS-PAYER-COMPANY
                     END-IF
               END-READ
               CLOSE PAY-CONTROL-FILE
            ELSE
               DISPLAY "NOTICE: NO APPAYCTL.DAT - PAYING THROUGH ",
                  WS-RUN-DATE, " WITH NO CASH LIMIT"
            END-IF.

      * The whole open-item file, proven against APOPEN.SEAL as it
      * loads: payments must not be picked from, or a new
      * generation rolled from, a file that is not the one its
      * writers left.
       060-LOAD-OPEN-ITEMS.

            PERFORM 930-RESET-SEAL
            OPEN INPUT AP-OPEN-ITEM-FILE
            IF WS-AP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: APOPEN.DAT OPEN FAILED, STATUS = ",
                  WS-AP-FILE-STATUS
               MOVE "APOPEN.DAT OPEN FAILED - AP PAYMENT REFUSED" TO
                  EL-MESSAGE
               MOVE "AP-PAYMENT-RUN" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ AP-OPEN-ITEM-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 062-SEAL-COUNT-OPEN-ITEM
                     PERFORM 061-TABLE-OPEN-ITEM
               END-READ
            END-PERFORM
            CLOSE AP-OPEN-ITEM-FILE

            MOVE "APOPEN.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: APOPEN.DAT FAILS ITS SEAL - "
                  "NOTHING PROPOSED OR PAID"
               MOVE "APOPEN.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "AP-PAYMENT-RUN" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF.

      * An item that will not fit the table cannot be carried to
      * APOPEN.NEW either, so a full table stops the run rather
      * than drop an open item from the next generation.
       061-TABLE-OPEN-ITEM.

            IF WS-ITEM-COUNT NOT < WS-ITEM-COUNT-MAX
               DISPLAY "ERROR: OPEN ITEM TABLE FULL AT ",
                  WS-ITEM-COUNT, " - AP PAYMENT REFUSED"
               MOVE "AP OPEN ITEM TABLE FULL - RUN REFUSED" TO
                  EL-MESSAGE
               MOVE "AP-PAYMENT-RUN" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               CLOSE AP-OPEN-ITEM-FILE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            ADD 1 TO WS-ITEM-COUNT
            SET OI-IDX TO WS-ITEM-COUNT
            INITIALIZE OPEN-ITEM-ENTRY (OI-IDX)
            MOVE AP-SUPPLIER TO OIE-SUPPLIER (OI-IDX)
            MOVE AP-INVOICE-NO TO OIE-INVOICE-NO (OI-IDX)
            MOVE AP-INVOICE-DATE TO OIE-INVOICE-DATE (OI-IDX)
            MOVE AP-DUE-DATE TO OIE-DUE-DATE (OI-IDX)
            MOVE AP-DISCOUNT-DATE TO OIE-DISCOUNT-DATE (OI-IDX)
            MOVE AP-DISCOUNT-AMOUNT TO OIE-DISCOUNT-AMOUNT (OI-IDX)
            MOVE AP-ORIGINAL-AMOUNT TO OIE-ORIGINAL-AMOUNT (OI-IDX)
            MOVE AP-OPEN-BALANCE TO OIE-OPEN-BALANCE (OI-IDX)
            MOVE AP-ITEM-STATUS TO OIE-ITEM-STATUS (OI-IDX)
            MOVE AP-ENTRY-DATE TO OIE-ENTRY-DATE (OI-IDX)
            MOVE SPACE TO OIE-SELECTION (OI-IDX).

      * Key is supplier plus invoice number, amount the open
      * balance - AP-INVOICE-ENTRY extends the seal the same way.
       062-SEAL-COUNT-OPEN-ITEM.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE AP-SUPPLIER TO WS-SEAL-KEY-STRING (1:10)
            MOVE AP-INVOICE-NO TO WS-SEAL-KEY-STRING (11:10)
            MOVE AP-OPEN-BALANCE TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

      * Only active banking pays by ACH; a supplier still waiting
      * on its pre-note is paid by check.
       065-LOAD-SUPPLIER-BANKING.

            OPEN INPUT SUPPLIER-BANKING-FILE
            IF WS-SUPP-BANK-STATUS NOT = "00"
               DISPLAY "NOTICE: NO SUPPBANK.DAT - EVERY SUPPLIER IS "
                  "PAID BY CHECK"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ SUPPLIER-BANKING-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-BANK-COUNT < WS-BANK-COUNT-MAX
                        ADD 1 TO WS-BANK-COUNT
                        SET SB-IDX TO WS-BANK-COUNT
                        MOVE SB-SUPPLIER TO SBE-SUPPLIER (SB-IDX)
                        MOVE SB-ROUTING-NUMBER TO SBE-ROUTING (SB-IDX)
                        MOVE SB-ACCOUNT-NUMBER TO SBE-ACCOUNT (SB-IDX)
                        MOVE SB-PRENOTE-STATUS TO SBE-STATUS (SB-IDX)
                     ELSE
                        DISPLAY "WARNING: SUPPLIER BANK TABLE FULL, "
                           SB-SUPPLIER, " WILL BE PAID BY CHECK"
                     END-IF
               END-READ
            END-PERFORM
            CLOSE SUPPLIER-BANKING-FILE.

      * Without a supplier master nobody is held and checks are
      * made out to the supplier code, as before there was one.
       067-LOAD-SUPPLIER-MASTER.

            OPEN INPUT SUPPLIER-FILE
            IF WS-SUPPLIER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO SUPPLIER.DAT - SUPPLIER STATUS "
                  "NOT CHECKED, CHECKS PAYABLE TO SUPPLIER CODE"
               EXIT PARAGRAPH
            END-IF
            MOVE 'Y' TO WS-SUPPLIER-MASTER-SWITCH
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ SUPPLIER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-SUPPLIER-COUNT < WS-SUPPLIER-COUNT-MAX
                        ADD 1 TO WS-SUPPLIER-COUNT
                        SET SM-IDX TO WS-SUPPLIER-COUNT
                        MOVE SU-SUPPLIER TO SME-SUPPLIER (SM-IDX)
                        MOVE SU-NAME TO SME-NAME (SM-IDX)
                        MOVE SU-REMIT-LINE-1 TO
                           SME-REMIT-LINE-1 (SM-IDX)
                        MOVE SU-REMIT-LINE-2 TO
                           SME-REMIT-LINE-2 (SM-IDX)
                        MOVE SU-REMIT-CITY TO SME-REMIT-CITY (SM-IDX)
                        MOVE SU-REMIT-STATE TO SME-REMIT-STATE (SM-IDX)
                        MOVE SU-REMIT-ZIP TO SME-REMIT-ZIP (SM-IDX)
                        MOVE SU-STATUS TO SME-STATUS (SM-IDX)
                     ELSE
                        DISPLAY "WARNING: SUPPLIER TABLE FULL, "
                           SU-SUPPLIER, " WILL BE HELD"
                     END-IF
               END-READ
            END-PERFORM
            CLOSE SUPPLIER-FILE.

       070-LOAD-PAYMENT-HISTORY.

            OPEN INPUT PAYMENT-HISTORY-IN-FILE
            IF WS-HISTORY-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ PAYMENT-HISTORY-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-PAID-COUNT < WS-PAID-COUNT-MAX
                        ADD 1 TO WS-PAID-COUNT
                        MOVE HI-SUPPLIER TO
                           PDE-SUPPLIER (WS-PAID-COUNT)
                        MOVE HI-INVOICE-NO TO
                           PDE-INVOICE-NO (WS-PAID-COUNT)
                     ELSE
                        DISPLAY "WARNING: PAID INVOICE TABLE FULL - "
                           "DOUBLE-PAYMENT CHECK INCOMPLETE"
                     END-IF
               END-READ
            END-PERFORM
            CLOSE PAYMENT-HISTORY-IN-FILE.

      *-----------------------------------------------------------------
      * Proposal pass.
      *-----------------------------------------------------------------
       200-PROPOSE-PAYMENTS.

            OPEN OUTPUT PROPOSAL-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: APPROPSL.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF
            OPEN OUTPUT PAYMENT-PROPOSAL-FILE
            IF WS-PROPOSAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: APPROPSL.DAT OPEN FAILED, STATUS = ",
                  WS-PROPOSAL-FILE-STATUS, " - NO PROPOSAL WRITTEN"
               MOVE 1 TO RETURN-CODE
               IF WS-REPORT-FILE-STATUS = "00"
                  CLOSE PROPOSAL-REPORT-FILE
               END-IF
               EXIT PARAGRAPH
            END-IF

            PERFORM 810-WRITE-REPORT-HEADER
            PERFORM VARYING OI-IDX FROM 1 BY 1
                  UNTIL OI-IDX > WS-ITEM-COUNT
               PERFORM 210-QUALIFY-ONE-ITEM
            END-PERFORM

      * Earliest pay-by date first, until the cash runs out: an item
      * that does not fit is deferred and the next, smaller one may
      * still fit.
            PERFORM 220-FIND-EARLIEST-CANDIDATE
            PERFORM UNTIL WS-BEST-SUB = 0
               SET OI-IDX TO WS-BEST-SUB
               PERFORM 230-SELECT-ONE-ITEM
               PERFORM 220-FIND-EARLIEST-CANDIDATE
            END-PERFORM

            PERFORM 280-WRITE-PROPOSAL-TOTALS
            CLOSE PAYMENT-PROPOSAL-FILE
            IF WS-REPORT-FILE-STATUS = "00"
               CLOSE PROPOSAL-REPORT-FILE
            END-IF
            DISPLAY "AP PAYMENT PROPOSAL COMPLETE.  ",
               WS-SELECTED-COUNT, " ITEM(S) PROPOSED, ",
               WS-DEFERRED-COUNT, " DEFERRED BY THE CASH LIMIT."
            DISPLAY "APPROVE APPROPSL.RPT, THEN RELEASE WITH "
               "AP_PAYMENT_MODE=PAY.".

      * An open item is payable this run when its discount can
      * still be taken by paying today and the discount date falls
      * by the pay-through date, or when it is due by the
      * pay-through date. Anything already on the payment history
      * is left alone - it is awaiting promotion of APOPEN.NEW.
       210-QUALIFY-ONE-ITEM.

            IF OIE-ITEM-STATUS (OI-IDX) NOT = "O"
                  OR OIE-OPEN-BALANCE (OI-IDX) NOT > 0
               EXIT PARAGRAPH
            END-IF
            MOVE OIE-SUPPLIER (OI-IDX) TO WS-CURRENT-SUPPLIER
            MOVE OIE-INVOICE-NO (OI-IDX) TO WS-CURRENT-INVOICE-NO
            PERFORM 250-FIND-PAID-INVOICE
            IF ENTRY-WAS-FOUND
               EXIT PARAGRAPH
            END-IF

            IF OIE-DISCOUNT-AMOUNT (OI-IDX) > 0
                  AND OIE-DISCOUNT-DATE (OI-IDX) NOT < WS-RUN-DATE
                  AND OIE-DISCOUNT-DATE (OI-IDX) NOT >
                     WS-PAY-THROUGH-DATE
               MOVE "C" TO OIE-SELECTION (OI-IDX)
               MOVE OIE-DISCOUNT-DATE (OI-IDX) TO
                  OIE-PAY-BY-DATE (OI-IDX)
               MOVE OIE-DISCOUNT-AMOUNT (OI-IDX) TO
                  OIE-DISCOUNT-TAKEN (OI-IDX)
               EXIT PARAGRAPH
            END-IF
            IF OIE-DUE-DATE (OI-IDX) NOT > WS-PAY-THROUGH-DATE
               MOVE "C" TO OIE-SELECTION (OI-IDX)
               MOVE OIE-DUE-DATE (OI-IDX) TO OIE-PAY-BY-DATE (OI-IDX)
               MOVE 0 TO OIE-DISCOUNT-TAKEN (OI-IDX)
            END-IF.

       220-FIND-EARLIEST-CANDIDATE.

            MOVE 0 TO WS-BEST-SUB
            MOVE 99999999 TO WS-BEST-DATE
            PERFORM VARYING OI-IDX FROM 1 BY 1
                  UNTIL OI-IDX > WS-ITEM-COUNT
               IF OIE-IS-CANDIDATE (OI-IDX)
                     AND OIE-PAY-BY-DATE (OI-IDX) < WS-BEST-DATE
                  SET WS-BEST-SUB TO OI-IDX
                  MOVE OIE-PAY-BY-DATE (OI-IDX) TO WS-BEST-DATE
               END-IF
            END-PERFORM.

       230-SELECT-ONE-ITEM.

            COMPUTE WS-NET-PAYMENT = OIE-OPEN-BALANCE (OI-IDX)
               - OIE-DISCOUNT-TAKEN (OI-IDX)
            MOVE OIE-SUPPLIER (OI-IDX) TO RD-SUPPLIER
            MOVE OIE-INVOICE-NO (OI-IDX) TO RD-INVOICE-NO
            MOVE OIE-DUE-DATE (OI-IDX) TO RD-DUE-DATE
            MOVE OIE-OPEN-BALANCE (OI-IDX) TO RD-OPEN-BALANCE
            MOVE 0 TO RD-PAYMENT-NO
            MOVE OIE-SUPPLIER (OI-IDX) TO WS-CURRENT-SUPPLIER
            PERFORM 260-FIND-SUPPLIER-BANKING
            IF ENTRY-WAS-FOUND
               MOVE "ACH" TO RD-METHOD
            ELSE
               MOVE "CHECK" TO RD-METHOD
            END-IF

            PERFORM 270-CHECK-SUPPLIER-STATUS
            IF WS-SUPPLIER-HOLD-REASON NOT = SPACES
               MOVE "H" TO OIE-SELECTION (OI-IDX)
               ADD 1 TO WS-HELD-COUNT
               ADD WS-NET-PAYMENT TO WS-HELD-TOTAL
               MOVE OIE-DISCOUNT-DATE (OI-IDX) TO RD-DISCOUNT-DATE
               MOVE 0 TO RD-DISCOUNT
               MOVE 0 TO RD-NET
               MOVE SPACES TO RD-METHOD
               MOVE WS-SUPPLIER-HOLD-REASON TO RD-DISPOSITION
               PERFORM 850-WRITE-REPORT-LINE
               EXIT PARAGRAPH
            END-IF

            IF WS-CASH-LIMIT NOT = 0
                  AND WS-NET-TOTAL + WS-NET-PAYMENT > WS-CASH-LIMIT
               MOVE "D" TO OIE-SELECTION (OI-IDX)
               ADD 1 TO WS-DEFERRED-COUNT
               ADD WS-NET-PAYMENT TO WS-DEFERRED-TOTAL
               MOVE OIE-DISCOUNT-DATE (OI-IDX) TO RD-DISCOUNT-DATE
               MOVE 0 TO RD-DISCOUNT
               MOVE 0 TO RD-NET
               MOVE "DEFERRED - CASH LIMIT" TO RD-DISPOSITION
               PERFORM 850-WRITE-REPORT-LINE
               EXIT PARAGRAPH
            END-IF

            MOVE "S" TO OIE-SELECTION (OI-IDX)
            ADD 1 TO WS-SELECTED-COUNT
            ADD OIE-OPEN-BALANCE (OI-IDX) TO WS-GROSS-TOTAL
            ADD OIE-DISCOUNT-TAKEN (OI-IDX) TO WS-DISCOUNT-TOTAL
            ADD WS-NET-PAYMENT TO WS-NET-TOTAL
            IF OIE-DISCOUNT-TAKEN (OI-IDX) > 0
               MOVE OIE-DISCOUNT-DATE (OI-IDX) TO RD-DISCOUNT-DATE
               MOVE "PROPOSED - TAKE DISCOUNT" TO RD-DISPOSITION
            ELSE
               MOVE 0 TO RD-DISCOUNT-DATE
               IF OIE-DUE-DATE (OI-IDX) < WS-RUN-DATE
                  MOVE "PROPOSED - PAST DUE" TO RD-DISPOSITION
               ELSE
                  MOVE "PROPOSED - DUE" TO RD-DISPOSITION
               END-IF
            END-IF
            MOVE OIE-DISCOUNT-TAKEN (OI-IDX) TO RD-DISCOUNT
            MOVE WS-NET-PAYMENT TO RD-NET
            PERFORM 850-WRITE-REPORT-LINE

            MOVE OIE-SUPPLIER (OI-IDX) TO PP-SUPPLIER
            MOVE OIE-INVOICE-NO (OI-IDX) TO PP-INVOICE-NO
            MOVE OIE-DUE-DATE (OI-IDX) TO PP-DUE-DATE
            MOVE OIE-DISCOUNT-DATE (OI-IDX) TO PP-DISCOUNT-DATE
            MOVE OIE-OPEN-BALANCE (OI-IDX) TO PP-OPEN-BALANCE
            MOVE OIE-DISCOUNT-TAKEN (OI-IDX) TO PP-DISCOUNT-TAKEN
            MOVE WS-NET-PAYMENT TO PP-NET-PAYMENT
            MOVE RD-METHOD (1:1) TO PP-PAY-METHOD
            MOVE WS-RUN-DATE TO PP-PROPOSAL-DATE
            WRITE PAYMENT-PROPOSAL-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

      * Looks for WS-CURRENT-SUPPLIER/-INVOICE-NO on the payment
      * history.
       250-FIND-PAID-INVOICE.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING PD-IDX FROM 1 BY 1
                  UNTIL PD-IDX > WS-PAID-COUNT
               IF PDE-SUPPLIER (PD-IDX) = WS-CURRENT-SUPPLIER
                     AND PDE-INVOICE-NO (PD-IDX) =
                        WS-CURRENT-INVOICE-NO
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * Found only when WS-CURRENT-SUPPLIER has active banking.
       260-FIND-SUPPLIER-BANKING.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING SB-IDX FROM 1 BY 1
                  UNTIL SB-IDX > WS-BANK-COUNT
               IF SBE-SUPPLIER (SB-IDX) = WS-CURRENT-SUPPLIER
                  IF SBE-STATUS (SB-IDX) = "A"
                     MOVE 'Y' TO WS-FOUND-SWITCH
                  END-IF
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * Spaces when WS-CURRENT-SUPPLIER may be paid; otherwise why
      * not. WS-SUPPLIER-SUB is its master entry, zero if none.
       270-CHECK-SUPPLIER-STATUS.

            MOVE SPACES TO WS-SUPPLIER-HOLD-REASON
            MOVE 0 TO WS-SUPPLIER-SUB
            IF NOT SUPPLIER-MASTER-LOADED
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING SM-IDX FROM 1 BY 1
                  UNTIL SM-IDX > WS-SUPPLIER-COUNT
               IF SME-SUPPLIER (SM-IDX) = WS-CURRENT-SUPPLIER
                  SET WS-SUPPLIER-SUB TO SM-IDX
                  EXIT PERFORM
               END-IF
            END-PERFORM
            EVALUATE TRUE
               WHEN WS-SUPPLIER-SUB = 0
                  MOVE "HELD - SUPPLIER NOT ON MASTER" TO
                     WS-SUPPLIER-HOLD-REASON
               WHEN SME-STATUS (WS-SUPPLIER-SUB) = "H"
                  MOVE "HELD - SUPPLIER ON HOLD" TO
                     WS-SUPPLIER-HOLD-REASON
               WHEN SME-STATUS (WS-SUPPLIER-SUB) = "I"
                  MOVE "HELD - SUPPLIER INACTIVE" TO
                     WS-SUPPLIER-HOLD-REASON
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       280-WRITE-PROPOSAL-TOTALS.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE PROPOSAL-LINE FROM REPORT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            MOVE "ITEMS PROPOSED - GROSS" TO RT-CAPTION
            MOVE WS-SELECTED-COUNT TO RT-COUNT
            MOVE WS-GROSS-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "  DISCOUNTS TO BE TAKEN" TO RT-CAPTION
            MOVE 0 TO RT-COUNT
            MOVE WS-DISCOUNT-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "  CASH REQUIRED" TO RT-CAPTION
            MOVE 0 TO RT-COUNT
            MOVE WS-NET-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "ITEMS DEFERRED - CASH LIMIT" TO RT-CAPTION
            MOVE WS-DEFERRED-COUNT TO RT-COUNT
            MOVE WS-DEFERRED-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "ITEMS HELD - SUPPLIER STATUS" TO RT-CAPTION
            MOVE WS-HELD-COUNT TO RT-COUNT
            MOVE WS-HELD-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            WRITE PROPOSAL-LINE FROM REPORT-BLANK-LINE
            MOVE "APPROVED BY: ______________________   DATE: ________"
               TO PROPOSAL-LINE
            WRITE PROPOSAL-LINE.

      *-----------------------------------------------------------------
      * Payment pass.
      *-----------------------------------------------------------------
       300-RELEASE-PAYMENTS.

            OPEN OUTPUT PAYMENT-REGISTER-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: APPAYREG.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF
            OPEN INPUT PAYMENT-PROPOSAL-FILE
            IF WS-PROPOSAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: NO APPROPSL.DAT TO RELEASE, STATUS = ",
                  WS-PROPOSAL-FILE-STATUS, " - NOTHING PAID"
               MOVE "NO APPROPSL.DAT - NOTHING PAID" TO EL-MESSAGE
               MOVE "AP-PAYMENT-RUN" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               IF WS-REPORT-FILE-STATUS = "00"
                  CLOSE PAYMENT-REGISTER-FILE
               END-IF
               EXIT PARAGRAPH
            END-IF

            PERFORM 810-WRITE-REPORT-HEADER
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ PAYMENT-PROPOSAL-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 310-ACCEPT-PROPOSAL-LINE
               END-READ
            END-PERFORM
            CLOSE PAYMENT-PROPOSAL-FILE

            PERFORM 350-OPEN-PAYMENT-FILES
            PERFORM VARYING PY-IDX FROM 1 BY 1
                  UNTIL PY-IDX > WS-PAYMENT-COUNT
               SET WS-PAYMENT-SUB TO PY-IDX
               PERFORM 400-ISSUE-ONE-PAYMENT
            END-PERFORM
            PERFORM 480-CLOSE-NACHA-FILE
            PERFORM 500-WRITE-NEW-OPEN-ITEMS
            PERFORM 600-WRITE-GL-BATCH
            PERFORM 700-REWRITE-CHECK-CONTROL
            PERFORM 800-WRITE-REGISTER-TOTALS
            PERFORM 900-CLOSE-FILES

            DISPLAY "AP PAYMENT RUN COMPLETE.  ", WS-CHECK-COUNT,
               " CHECK(S), ", WS-ACH-COUNT, " ACH PAYMENT(S), ",
               WS-REFUSED-COUNT, " ITEM(S) REFUSED."
            IF WS-ACH-COUNT > 0
               DISPLAY "CCD FILE APNACHA.DAT READY FOR TRANSMISSION."
            END-IF
            DISPLAY "PROMOTE APOPEN.NEW OVER APOPEN.DAT.".

      * An approved line is paid only if the item is still open at
      * the balance the approver saw, has not been paid since, and
      * - when a discount was proposed - the discount is still
      * there to take today, and its supplier has not been put on
      * hold or inactivated since. Anything else is refused to the
      * register and the exception log, never paid at a figure
      * nobody approved.
       310-ACCEPT-PROPOSAL-LINE.

            MOVE SPACES TO WS-REFUSAL-REASON
            MOVE 0 TO WS-ITEM-SUB
            PERFORM VARYING OI-IDX FROM 1 BY 1
                  UNTIL OI-IDX > WS-ITEM-COUNT
               IF OIE-SUPPLIER (OI-IDX) = PP-SUPPLIER
                     AND OIE-INVOICE-NO (OI-IDX) = PP-INVOICE-NO
                  SET WS-ITEM-SUB TO OI-IDX
                  EXIT PERFORM
               END-IF
            END-PERFORM
            MOVE PP-SUPPLIER TO WS-CURRENT-SUPPLIER
            MOVE PP-INVOICE-NO TO WS-CURRENT-INVOICE-NO
            PERFORM 270-CHECK-SUPPLIER-STATUS
            PERFORM 250-FIND-PAID-INVOICE

            EVALUATE TRUE
               WHEN WS-ITEM-SUB = 0
                  MOVE "NOT ON APOPEN.DAT" TO WS-REFUSAL-REASON
               WHEN OIE-ITEM-STATUS (WS-ITEM-SUB) NOT = "O"
                  MOVE "ITEM NO LONGER OPEN" TO WS-REFUSAL-REASON
               WHEN ENTRY-WAS-FOUND
                  MOVE "ALREADY PAID" TO WS-REFUSAL-REASON
               WHEN OIE-IS-PAID (WS-ITEM-SUB)
                  MOVE "LISTED TWICE ON PROPOSAL" TO WS-REFUSAL-REASON
               WHEN OIE-OPEN-BALANCE (WS-ITEM-SUB) NOT =
                     PP-OPEN-BALANCE
                  MOVE "BALANCE CHANGED SINCE PROPOSAL" TO
                     WS-REFUSAL-REASON
               WHEN PP-DISCOUNT-TAKEN NOT = 0
                     AND (PP-DISCOUNT-TAKEN NOT =
                           OIE-DISCOUNT-AMOUNT (WS-ITEM-SUB)
                        OR OIE-DISCOUNT-DATE (WS-ITEM-SUB) <
                           WS-RUN-DATE)
                  MOVE "DISCOUNT LAPSED - PROPOSE AGAIN" TO
                     WS-REFUSAL-REASON
               WHEN WS-SUPPLIER-HOLD-REASON NOT = SPACES
                  MOVE WS-SUPPLIER-HOLD-REASON TO WS-REFUSAL-REASON
               WHEN OTHER
                  CONTINUE
            END-EVALUATE

            IF WS-REFUSAL-REASON NOT = SPACES
               PERFORM 320-REFUSE-PROPOSAL-LINE
               EXIT PARAGRAPH
            END-IF

            SET OI-IDX TO WS-ITEM-SUB
            MOVE "P" TO OIE-SELECTION (OI-IDX)
            MOVE PP-DISCOUNT-TAKEN TO OIE-DISCOUNT-TAKEN (OI-IDX)
            PERFORM 330-FIND-OR-ADD-PAYMENT
            MOVE WS-PAYMENT-SUB TO OIE-PAYMENT-SUB (OI-IDX)
            ADD OIE-OPEN-BALANCE (OI-IDX) TO PYE-GROSS (WS-PAYMENT-SUB)
            ADD OIE-DISCOUNT-TAKEN (OI-IDX) TO
               PYE-DISCOUNT (WS-PAYMENT-SUB)
            COMPUTE PYE-NET (WS-PAYMENT-SUB) =
               PYE-GROSS (WS-PAYMENT-SUB)
               - PYE-DISCOUNT (WS-PAYMENT-SUB)
            ADD 1 TO PYE-ITEM-COUNT (WS-PAYMENT-SUB).

       320-REFUSE-PROPOSAL-LINE.

            ADD 1 TO WS-REFUSED-COUNT
            MOVE PP-SUPPLIER TO RD-SUPPLIER
            MOVE PP-INVOICE-NO TO RD-INVOICE-NO
            MOVE PP-DUE-DATE TO RD-DUE-DATE
            MOVE PP-DISCOUNT-DATE TO RD-DISCOUNT-DATE
            MOVE PP-OPEN-BALANCE TO RD-OPEN-BALANCE
            MOVE PP-DISCOUNT-TAKEN TO RD-DISCOUNT
            MOVE 0 TO RD-NET RD-PAYMENT-NO
            MOVE SPACES TO RD-METHOD
            MOVE WS-REFUSAL-REASON TO RD-DISPOSITION
            PERFORM 850-WRITE-REPORT-LINE
            MOVE PP-INVOICE-NO TO WS-REFUSE-MSG-INVOICE
            MOVE WS-REFUSAL-REASON TO WS-REFUSE-MSG-REASON
            MOVE WS-REFUSE-MSG-BUILD TO EL-MESSAGE
            MOVE "AP-PAYMENT-RUN" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

      * One payment per supplier; its method comes from the banking
      * on file now, not from what the proposal expected.
       330-FIND-OR-ADD-PAYMENT.

            MOVE 0 TO WS-PAYMENT-SUB
            PERFORM VARYING PY-IDX FROM 1 BY 1
                  UNTIL PY-IDX > WS-PAYMENT-COUNT
               IF PYE-SUPPLIER (PY-IDX) = OIE-SUPPLIER (OI-IDX)
                  SET WS-PAYMENT-SUB TO PY-IDX
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF WS-PAYMENT-SUB > 0
               EXIT PARAGRAPH
            END-IF

            IF WS-PAYMENT-COUNT NOT < WS-PAYMENT-COUNT-MAX
               DISPLAY "ERROR: PAYMENT TABLE FULL - AP PAYMENT RUN "
                  "STOPPED BEFORE ANYTHING WAS ISSUED"
               MOVE "AP PAYMENT TABLE FULL - RUN REFUSED" TO
                  EL-MESSAGE
               MOVE "AP-PAYMENT-RUN" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               CLOSE PAYMENT-PROPOSAL-FILE
               IF WS-REPORT-FILE-STATUS = "00"
                  CLOSE PAYMENT-REGISTER-FILE
               END-IF
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            ADD 1 TO WS-PAYMENT-COUNT
            MOVE WS-PAYMENT-COUNT TO WS-PAYMENT-SUB
            SET PY-IDX TO WS-PAYMENT-COUNT
            INITIALIZE PAYMENT-ENTRY (PY-IDX)
            MOVE OIE-SUPPLIER (OI-IDX) TO PYE-SUPPLIER (PY-IDX)
            MOVE OIE-SUPPLIER (OI-IDX) TO WS-CURRENT-SUPPLIER
            PERFORM 260-FIND-SUPPLIER-BANKING
            IF ENTRY-WAS-FOUND
               MOVE "A" TO PYE-METHOD (PY-IDX)
               MOVE SBE-ROUTING (SB-IDX) TO PYE-ROUTING (PY-IDX)
               MOVE SBE-ACCOUNT (SB-IDX) TO PYE-ACCOUNT (PY-IDX)
            ELSE
               MOVE "C" TO PYE-METHOD (PY-IDX)
            END-IF.

      * Check stock, the ACH identifiers, and every output the
      * release writes. Without ACHCTRL.DAT no CCD file can be
      * built, so the ACH suppliers are paid by check instead and
      * the discount is still taken on time.
       350-OPEN-PAYMENT-FILES.

            OPEN INPUT AP-CHECK-CONTROL-FILE
            IF WS-CHECK-CONTROL-STATUS NOT = "00"
               DISPLAY "WARNING: APCHKCTL.DAT NOT FOUND, STATUS = ",
                  WS-CHECK-CONTROL-STATUS,
                  ", VENDOR CHECK NUMBERS START AT 1"
               MOVE 1 TO WS-NEXT-CHECK-NUMBER
            ELSE
               READ AP-CHECK-CONTROL-FILE
                  AT END
                     MOVE 1 TO WS-NEXT-CHECK-NUMBER
                  NOT AT END
                     MOVE CC-NEXT-CHECK-NUMBER TO WS-NEXT-CHECK-NUMBER
               END-READ
               CLOSE AP-CHECK-CONTROL-FILE
            END-IF

            OPEN INPUT ACH-CONTROL-FILE
            IF WS-ACH-CONTROL-STATUS NOT = "00"
               MOVE 'N' TO WS-ACH-OK-SWITCH
            ELSE
               READ ACH-CONTROL-FILE
                  AT END
                     MOVE 'N' TO WS-ACH-OK-SWITCH
                  NOT AT END
                     MOVE ACH-CONTROL-RECORD TO WS-ACH-CONTROL
               END-READ
               CLOSE ACH-CONTROL-FILE
            END-IF
            IF NOT ACH-IS-AVAILABLE
               PERFORM VARYING PY-IDX FROM 1 BY 1
                     UNTIL PY-IDX > WS-PAYMENT-COUNT
                  IF PYE-IS-ACH (PY-IDX)
                     MOVE "C" TO PYE-METHOD (PY-IDX)
                     MOVE "ACHCTRL.DAT MISSING - ACH PAID BY CHECK"
                        TO EL-MESSAGE
                     MOVE "AP-PAYMENT-RUN" TO EL-PROGRAM-ID
                     MOVE "W" TO EL-SEVERITY
                     PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                     ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
                  END-IF
               END-PERFORM
            END-IF

      * Opened fresh every release even when empty, so yesterday's
      * CCD file can never be picked up and sent a second time.
            OPEN OUTPUT NACHA-FILE
            IF WS-NACHA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: APNACHA.DAT OPEN FAILED, STATUS = ",
                  WS-NACHA-FILE-STATUS
               MOVE 'N' TO WS-ACH-OK-SWITCH
               MOVE 1 TO RETURN-CODE
            ELSE
               IF ACH-IS-AVAILABLE
                  PERFORM 450-WRITE-NACHA-HEADERS
               END-IF
            END-IF

            OPEN OUTPUT AP-CHECK-PRINT-FILE
            IF WS-CHECK-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: APCHECKS.RPT OPEN FAILED, STATUS = ",
                  WS-CHECK-PRINT-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN EXTEND PAYMENT-HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAYMENT-HISTORY-FILE
            END-IF
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: APPAYHST.DAT OPEN FAILED, STATUS = ",
                  WS-HISTORY-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF.

      * One check or one CCD entry for a supplier's whole payment,
      * then every item it covers goes on the history and the
      * register under that payment's number.
       400-ISSUE-ONE-PAYMENT.

            IF PYE-IS-ACH (WS-PAYMENT-SUB) AND ACH-IS-AVAILABLE
               PERFORM 420-WRITE-ACH-ENTRY
            ELSE
               MOVE "C" TO PYE-METHOD (WS-PAYMENT-SUB)
               PERFORM 410-PRINT-VENDOR-CHECK
            END-IF

            PERFORM VARYING OI-IDX FROM 1 BY 1
                  UNTIL OI-IDX > WS-ITEM-COUNT
               IF OIE-IS-PAID (OI-IDX)
                     AND OIE-PAYMENT-SUB (OI-IDX) = WS-PAYMENT-SUB
                  PERFORM 430-RECORD-ITEM-PAID
               END-IF
            END-PERFORM.

      * The first form gets a plain WRITE; every later one starts
      * AFTER ADVANCING PAGE, as CHECK-PRINT does.
       410-PRINT-VENDOR-CHECK.

            MOVE WS-NEXT-CHECK-NUMBER TO PYE-NUMBER (WS-PAYMENT-SUB)
            ADD 1 TO WS-NEXT-CHECK-NUMBER
            ADD 1 TO WS-CHECK-COUNT
            ADD PYE-NET (WS-PAYMENT-SUB) TO WS-CHECK-TOTAL
            IF WS-CHECK-PRINT-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CHECK-FORM-COUNT
            MOVE PYE-NUMBER (WS-PAYMENT-SUB) TO CF-CHECK-NUMBER
            MOVE WS-RUN-DATE TO CF-ISSUE-DATE
            IF WS-CHECK-FORM-COUNT = 1
               WRITE CHECK-PRINT-LINE FROM CHECK-FACE-HEADING
            ELSE
               WRITE CHECK-PRINT-LINE FROM CHECK-FACE-HEADING
                  AFTER ADVANCING PAGE
            END-IF
            MOVE PYE-SUPPLIER (WS-PAYMENT-SUB) TO WS-CURRENT-SUPPLIER
            PERFORM 270-CHECK-SUPPLIER-STATUS
            MOVE PYE-NET (WS-PAYMENT-SUB) TO CP-AMOUNT
            IF WS-SUPPLIER-SUB = 0
               MOVE PYE-SUPPLIER (WS-PAYMENT-SUB) TO CP-PAYEE
               WRITE CHECK-PRINT-LINE FROM CHECK-PAYEE-LINE
            ELSE
               MOVE SME-NAME (WS-SUPPLIER-SUB) TO CP-PAYEE
               WRITE CHECK-PRINT-LINE FROM CHECK-PAYEE-LINE
               PERFORM 415-PRINT-REMIT-ADDRESS
            END-IF
            WRITE CHECK-PRINT-LINE FROM CHECK-FACE-RULE-LINE
            WRITE CHECK-PRINT-LINE FROM CHECK-STUB-HEADING
            PERFORM VARYING OI-IDX FROM 1 BY 1
                  UNTIL OI-IDX > WS-ITEM-COUNT
               IF OIE-IS-PAID (OI-IDX)
                     AND OIE-PAYMENT-SUB (OI-IDX) = WS-PAYMENT-SUB
                  MOVE OIE-INVOICE-NO (OI-IDX) TO CS-INVOICE-NO
                  MOVE OIE-INVOICE-DATE (OI-IDX) TO CS-INVOICE-DATE
                  MOVE OIE-OPEN-BALANCE (OI-IDX) TO CS-GROSS
                  MOVE OIE-DISCOUNT-TAKEN (OI-IDX) TO CS-DISCOUNT
                  COMPUTE CS-NET = OIE-OPEN-BALANCE (OI-IDX)
                     - OIE-DISCOUNT-TAKEN (OI-IDX)
                  WRITE CHECK-PRINT-LINE FROM CHECK-STUB-LINE
               END-IF
            END-PERFORM.

      * The remit-to address under the payee, for a window
      * envelope; a blank second street line is left out.
       415-PRINT-REMIT-ADDRESS.

            MOVE SME-REMIT-LINE-1 (WS-SUPPLIER-SUB) TO CR-REMIT-TEXT
            WRITE CHECK-PRINT-LINE FROM CHECK-REMIT-LINE
            IF SME-REMIT-LINE-2 (WS-SUPPLIER-SUB) NOT = SPACES
               MOVE SME-REMIT-LINE-2 (WS-SUPPLIER-SUB) TO
                  CR-REMIT-TEXT
               WRITE CHECK-PRINT-LINE FROM CHECK-REMIT-LINE
            END-IF
            MOVE SME-REMIT-CITY (WS-SUPPLIER-SUB) TO CRC-CITY
            MOVE SME-REMIT-STATE (WS-SUPPLIER-SUB) TO CRC-STATE
            MOVE SME-REMIT-ZIP (WS-SUPPLIER-SUB) TO CRC-ZIP
            MOVE CHECK-REMIT-CITY-LINE TO CR-REMIT-TEXT
            WRITE CHECK-PRINT-LINE FROM CHECK-REMIT-LINE.

      * One CCD credit per supplier; the trace sequence is the
      * payment number on the history.
       420-WRITE-ACH-ENTRY.

            ADD 1 TO WS-TRACE-SEQUENCE
            MOVE WS-TRACE-SEQUENCE TO PYE-NUMBER (WS-PAYMENT-SUB)
            ADD 1 TO WS-ACH-COUNT
            ADD PYE-NET (WS-PAYMENT-SUB) TO WS-ACH-TOTAL
            MOVE PYE-ROUTING (WS-PAYMENT-SUB) TO ED-ROUTING-NUMBER
            MOVE PYE-ACCOUNT (WS-PAYMENT-SUB) TO ED-ACCOUNT-NUMBER
            COMPUTE WS-AMOUNT-CENTS = PYE-NET (WS-PAYMENT-SUB) * 100
            MOVE WS-AMOUNT-CENTS TO ED-AMOUNT
            MOVE PYE-SUPPLIER (WS-PAYMENT-SUB) TO ED-IDENTIFICATION
            MOVE PYE-SUPPLIER (WS-PAYMENT-SUB) TO WS-CURRENT-SUPPLIER
            PERFORM 270-CHECK-SUPPLIER-STATUS
            IF WS-SUPPLIER-SUB = 0
               MOVE PYE-SUPPLIER (WS-PAYMENT-SUB) TO ED-RECEIVER-NAME
            ELSE
               MOVE SME-NAME (WS-SUPPLIER-SUB) TO ED-RECEIVER-NAME
            END-IF
            MOVE WS-ACH-ODFI-ROUTING TO ED-TRACE-ODFI
            MOVE WS-TRACE-SEQUENCE TO ED-TRACE-SEQUENCE
            WRITE NACHA-LINE FROM ENTRY-DETAIL-RECORD
            ADD 1 TO WS-RECORD-COUNT
            ADD 1 TO WS-ENTRY-COUNT
            ADD WS-AMOUNT-CENTS TO WS-TOTAL-CREDIT-CENTS
            IF PYE-ROUTING (WS-PAYMENT-SUB) (1:8) IS NUMERIC
               MOVE PYE-ROUTING (WS-PAYMENT-SUB) (1:8) TO
                  WS-ROUTING-FIRST-8
               ADD WS-ROUTING-FIRST-8 TO WS-ENTRY-HASH
            ELSE
               DISPLAY "WARNING: NON-NUMERIC ROUTING NUMBER ",
                  PYE-ROUTING (WS-PAYMENT-SUB), " FOR SUPPLIER ",
                  PYE-SUPPLIER (WS-PAYMENT-SUB),
                  " LEFT OUT OF THE ENTRY HASH"
            END-IF.

       430-RECORD-ITEM-PAID.

            COMPUTE WS-NET-PAYMENT = OIE-OPEN-BALANCE (OI-IDX)
               - OIE-DISCOUNT-TAKEN (OI-IDX)
            ADD OIE-OPEN-BALANCE (OI-IDX) TO WS-GROSS-TOTAL
            ADD OIE-DISCOUNT-TAKEN (OI-IDX) TO WS-DISCOUNT-TOTAL
            ADD WS-NET-PAYMENT TO WS-NET-TOTAL
            ADD 1 TO WS-SELECTED-COUNT

            IF WS-HISTORY-FILE-STATUS = "00"
               MOVE OIE-SUPPLIER (OI-IDX) TO PH-SUPPLIER
               MOVE OIE-INVOICE-NO (OI-IDX) TO PH-INVOICE-NO
               MOVE PYE-METHOD (WS-PAYMENT-SUB) TO PH-PAY-METHOD
               MOVE PYE-NUMBER (WS-PAYMENT-SUB) TO PH-PAYMENT-NUMBER
               MOVE WS-RUN-DATE TO PH-PAY-DATE
               MOVE OIE-OPEN-BALANCE (OI-IDX) TO PH-GROSS-AMOUNT
               MOVE OIE-DISCOUNT-TAKEN (OI-IDX) TO PH-DISCOUNT-TAKEN
               MOVE WS-NET-PAYMENT TO PH-NET-PAID
               MOVE WS-PAYER-COMPANY TO PH-PAYER-COMPANY
               WRITE PAYMENT-HISTORY-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-IF

            MOVE OIE-SUPPLIER (OI-IDX) TO RD-SUPPLIER
            MOVE OIE-INVOICE-NO (OI-IDX) TO RD-INVOICE-NO
            MOVE OIE-DUE-DATE (OI-IDX) TO RD-DUE-DATE
            IF OIE-DISCOUNT-TAKEN (OI-IDX) > 0
               MOVE OIE-DISCOUNT-DATE (OI-IDX) TO RD-DISCOUNT-DATE
            ELSE
               MOVE 0 TO RD-DISCOUNT-DATE
            END-IF
            MOVE OIE-OPEN-BALANCE (OI-IDX) TO RD-OPEN-BALANCE
            MOVE OIE-DISCOUNT-TAKEN (OI-IDX) TO RD-DISCOUNT
            MOVE WS-NET-PAYMENT TO RD-NET
            MOVE PYE-NUMBER (WS-PAYMENT-SUB) TO RD-PAYMENT-NO
            IF PYE-IS-ACH (WS-PAYMENT-SUB)
               MOVE "ACH" TO RD-METHOD
               MOVE "PAID - CCD ENTRY" TO RD-DISPOSITION
            ELSE
               MOVE "CHECK" TO RD-METHOD
               MOVE "PAID - VENDOR CHECK" TO RD-DISPOSITION
            END-IF
            PERFORM 850-WRITE-REPORT-LINE.

       450-WRITE-NACHA-HEADERS.

            MOVE WS-ACH-IMMEDIATE-DEST TO FH-IMMEDIATE-DEST
            MOVE WS-ACH-IMMEDIATE-ORIGIN TO FH-IMMEDIATE-ORIGIN
            MOVE WS-RUN-DATE-YYMMDD TO FH-CREATION-DATE
            MOVE WS-RUN-TIME-HHMM TO FH-CREATION-TIME
            MOVE WS-ACH-DEST-NAME TO FH-DEST-NAME
            MOVE WS-ACH-ORIGIN-NAME TO FH-ORIGIN-NAME
            WRITE NACHA-LINE FROM FILE-HEADER-RECORD
            ADD 1 TO WS-RECORD-COUNT

            MOVE WS-ACH-COMPANY-NAME TO NB-COMPANY-NAME
            MOVE WS-ACH-COMPANY-ID TO NB-COMPANY-ID
            MOVE WS-RUN-DATE-YYMMDD TO NB-DESCRIPTIVE-DATE
            MOVE WS-RUN-DATE-YYMMDD TO NB-EFFECTIVE-DATE
            MOVE WS-ACH-ODFI-ROUTING TO NB-ODFI-ROUTING
            WRITE NACHA-LINE FROM BATCH-HEADER-RECORD
            ADD 1 TO WS-RECORD-COUNT.

      * A header with no entries is no file at all: with no ACH
      * payment the release leaves APNACHA.DAT empty. Otherwise the
      * batch and file controls and the 9-fill to a full block go
      * out exactly as ACH-NACHA-FORMAT builds them.
       480-CLOSE-NACHA-FILE.

            IF WS-NACHA-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF WS-ACH-COUNT = 0
               CLOSE NACHA-FILE
               OPEN OUTPUT NACHA-FILE
               CLOSE NACHA-FILE
               EXIT PARAGRAPH
            END-IF

            MOVE WS-ENTRY-COUNT TO BC-ENTRY-COUNT
            MOVE WS-ENTRY-HASH TO BC-ENTRY-HASH
            MOVE 0 TO BC-TOTAL-DEBIT
            MOVE WS-TOTAL-CREDIT-CENTS TO BC-TOTAL-CREDIT
            MOVE WS-ACH-COMPANY-ID TO BC-COMPANY-ID
            MOVE WS-ACH-ODFI-ROUTING TO BC-ODFI-ROUTING
            WRITE NACHA-LINE FROM BATCH-CONTROL-RECORD
            ADD 1 TO WS-RECORD-COUNT

            MOVE 1 TO FC-BATCH-COUNT
            COMPUTE WS-BLOCK-COUNT =
               (WS-RECORD-COUNT + 1 + 9) / 10
            MOVE WS-BLOCK-COUNT TO FC-BLOCK-COUNT
            MOVE WS-ENTRY-COUNT TO FC-ENTRY-COUNT
            MOVE WS-ENTRY-HASH TO FC-ENTRY-HASH
            MOVE 0 TO FC-TOTAL-DEBIT
            MOVE WS-TOTAL-CREDIT-CENTS TO FC-TOTAL-CREDIT
            WRITE NACHA-LINE FROM FILE-CONTROL-RECORD
            ADD 1 TO WS-RECORD-COUNT

            DIVIDE WS-RECORD-COUNT BY 10 GIVING WS-BLOCK-COUNT
               REMAINDER WS-FILL-COUNT
            IF WS-FILL-COUNT NOT = 0
               COMPUTE WS-FILL-COUNT = 10 - WS-FILL-COUNT
               PERFORM 490-WRITE-ONE-FILL-RECORD
                  VARYING WS-FILL-SUB FROM 1 BY 1
                  UNTIL WS-FILL-SUB > WS-FILL-COUNT
            END-IF
            CLOSE NACHA-FILE.

       490-WRITE-ONE-FILL-RECORD.

            WRITE NACHA-LINE FROM BLOCK-FILL-RECORD
            ADD 1 TO WS-RECORD-COUNT.

      * The next generation: every item carried, the paid ones
      * closed at a zero balance, sealed for the promotion.
       500-WRITE-NEW-OPEN-ITEMS.

            OPEN OUTPUT AP-OPEN-NEW-FILE
            IF WS-AP-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: APOPEN.NEW OPEN FAILED, STATUS = ",
                  WS-AP-NEW-STATUS, " - PAID ITEMS STILL SHOW OPEN"
               MOVE "APOPEN.NEW OPEN FAILED - PAID ITEMS NOT CLOSED"
                  TO EL-MESSAGE
               MOVE "AP-PAYMENT-RUN" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM 930-RESET-SEAL
            PERFORM VARYING OI-IDX FROM 1 BY 1
                  UNTIL OI-IDX > WS-ITEM-COUNT
               MOVE OIE-SUPPLIER (OI-IDX) TO AN-SUPPLIER
               MOVE OIE-INVOICE-NO (OI-IDX) TO AN-INVOICE-NO
               MOVE OIE-INVOICE-DATE (OI-IDX) TO AN-INVOICE-DATE
               MOVE OIE-DUE-DATE (OI-IDX) TO AN-DUE-DATE
               MOVE OIE-DISCOUNT-DATE (OI-IDX) TO AN-DISCOUNT-DATE
               MOVE OIE-DISCOUNT-AMOUNT (OI-IDX) TO AN-DISCOUNT-AMOUNT
               MOVE OIE-ORIGINAL-AMOUNT (OI-IDX) TO AN-ORIGINAL-AMOUNT
               MOVE OIE-OPEN-BALANCE (OI-IDX) TO AN-OPEN-BALANCE
               MOVE OIE-ITEM-STATUS (OI-IDX) TO AN-ITEM-STATUS
               MOVE OIE-ENTRY-DATE (OI-IDX) TO AN-ENTRY-DATE
               IF OIE-IS-PAID (OI-IDX)
                  MOVE 0 TO AN-OPEN-BALANCE
                  MOVE "P" TO AN-ITEM-STATUS
               END-IF
               WRITE AP-OPEN-NEW-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               MOVE SPACES TO WS-SEAL-KEY-STRING
               MOVE AN-SUPPLIER TO WS-SEAL-KEY-STRING (1:10)
               MOVE AN-INVOICE-NO TO WS-SEAL-KEY-STRING (11:10)
               MOVE AN-OPEN-BALANCE TO WS-SEAL-AMOUNT-VALUE
               PERFORM 933-HASH-KEY-STRING
               PERFORM 932-ACCUMULATE-SEAL
            END-PERFORM
            CLOSE AP-OPEN-NEW-FILE
            MOVE "APOPEN.SEAL" TO WS-SEAL-FILE-NAME
            MOVE "AP-PAYMENT-RUN" TO WS-SEAL-PROGRAM-ID
            PERFORM 934-WRITE-FILE-SEAL.

      * The cash disbursement as one balanced batch: the AP control
      * account debited for everything relieved, cash credited for
      * what went out, purchase discounts credited for the rest.
       600-WRITE-GL-BATCH.

            IF WS-GROSS-TOTAL = 0
               EXIT PARAGRAPH
            END-IF
            OPEN EXTEND GL-TRANSACTION-FILE
            IF WS-GL-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-TRANSACTION-FILE
            END-IF
            IF WS-GL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: GLTRANS.DAT OPEN FAILED, STATUS = ",
                  WS-GL-FILE-STATUS
               MOVE "GLTRANS.DAT OPEN FAILED - AP CASH NOT POSTED" TO
                  EL-MESSAGE
               MOVE "AP-PAYMENT-RUN" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO GL-TRANSACTION-RECORD
            MOVE "BH" TO BH-RECORD-TYPE
            MOVE "APPYMT" TO BH-BATCH-ID
            MOVE "APPAYMNT" TO BH-SOURCE
            MOVE WS-RUN-DATE TO BH-BATCH-DATE
            WRITE GL-TRANSACTION-RECORD

            MOVE SPACES TO GL-TRANSACTION-RECORD
            MOVE WS-AP-CONTROL-ACCOUNT TO TX-ACCOUNT
            MOVE "D" TO TX-TYPE
            MOVE WS-GROSS-TOTAL TO TX-AMOUNT
            MOVE "APPAYMNT" TO TX-SOURCE
            MOVE "APPYMT" TO TX-BATCH-REF
            WRITE GL-TRANSACTION-RECORD
            MOVE 1 TO WS-GL-RECORD-COUNT

            MOVE SPACES TO GL-TRANSACTION-RECORD
            MOVE WS-CASH-ACCOUNT TO TX-ACCOUNT
            MOVE "C" TO TX-TYPE
            MOVE WS-NET-TOTAL TO TX-AMOUNT
            MOVE "APPAYMNT" TO TX-SOURCE
            MOVE "APPYMT" TO TX-BATCH-REF
            WRITE GL-TRANSACTION-RECORD
            ADD 1 TO WS-GL-RECORD-COUNT

            IF WS-DISCOUNT-TOTAL NOT = 0
               MOVE SPACES TO GL-TRANSACTION-RECORD
               MOVE WS-PURCH-DISC-ACCOUNT TO TX-ACCOUNT
               MOVE "C" TO TX-TYPE
               MOVE WS-DISCOUNT-TOTAL TO TX-AMOUNT
               MOVE "APPAYMNT" TO TX-SOURCE
               MOVE "APPYMT" TO TX-BATCH-REF
               WRITE GL-TRANSACTION-RECORD
               ADD 1 TO WS-GL-RECORD-COUNT
            END-IF

            MOVE SPACES TO GL-TRANSACTION-RECORD
            MOVE "BT" TO BT-RECORD-TYPE
            MOVE "APPYMT" TO BT-BATCH-ID
            MOVE WS-GL-RECORD-COUNT TO BT-RECORD-COUNT
            MOVE WS-GROSS-TOTAL TO BT-DEBIT-TOTAL
            COMPUTE BT-CREDIT-TOTAL = WS-NET-TOTAL + WS-DISCOUNT-TOTAL
            WRITE GL-TRANSACTION-RECORD
            ADD WS-GL-RECORD-COUNT TO WS-RUNSTAT-RECORDS-WRITTEN
            ADD 2 TO WS-RUNSTAT-RECORDS-WRITTEN
            CLOSE GL-TRANSACTION-FILE.

      * Rewritten every release, even when no check was printed,
      * the CHECK-PRINT way.
       700-REWRITE-CHECK-CONTROL.

            OPEN OUTPUT AP-CHECK-CONTROL-FILE
            IF WS-CHECK-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR: APCHKCTL.DAT REWRITE FAILED, STATUS = ",
                  WS-CHECK-CONTROL-STATUS
               MOVE 1 TO RETURN-CODE
            ELSE
               MOVE WS-NEXT-CHECK-NUMBER TO CC-NEXT-CHECK-NUMBER
               WRITE AP-CHECK-CONTROL-RECORD
               CLOSE AP-CHECK-CONTROL-FILE
            END-IF.

       800-WRITE-REGISTER-TOTALS.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REGISTER-LINE FROM REPORT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            MOVE "ITEMS PAID - GROSS" TO RT-CAPTION
            MOVE WS-SELECTED-COUNT TO RT-COUNT
            MOVE WS-GROSS-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "  DISCOUNTS TAKEN" TO RT-CAPTION
            MOVE 0 TO RT-COUNT
            MOVE WS-DISCOUNT-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "VENDOR CHECKS" TO RT-CAPTION
            MOVE WS-CHECK-COUNT TO RT-COUNT
            MOVE WS-CHECK-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "CCD ACH PAYMENTS" TO RT-CAPTION
            MOVE WS-ACH-COUNT TO RT-COUNT
            MOVE WS-ACH-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "  CASH DISBURSED" TO RT-CAPTION
            MOVE 0 TO RT-COUNT
            MOVE WS-NET-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "PROPOSAL LINES REFUSED" TO RT-CAPTION
            MOVE WS-REFUSED-COUNT TO RT-COUNT
            MOVE 0 TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE.

       810-WRITE-REPORT-HEADER.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-PAGE-NUMBER
            IF PAY-MODE
               MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER
               MOVE WS-RUN-DATE TO RH1-RUN-DATE
               IF WS-PAGE-NUMBER = 1
                  WRITE REGISTER-LINE FROM REGISTER-HEADING-1
               ELSE
                  WRITE REGISTER-LINE FROM REGISTER-HEADING-1
                     AFTER ADVANCING PAGE
               END-IF
               WRITE REGISTER-LINE FROM REPORT-HEADING-2
            ELSE
               MOVE WS-PAGE-NUMBER TO PH1-PAGE-NUMBER
               MOVE WS-RUN-DATE TO PH1-RUN-DATE
               MOVE WS-PAY-THROUGH-DATE TO PH1-PAY-THROUGH
               MOVE WS-CASH-LIMIT TO PH1-CASH-LIMIT
               IF WS-PAGE-NUMBER = 1
                  WRITE PROPOSAL-LINE FROM PROPOSAL-HEADING-1
               ELSE
                  WRITE PROPOSAL-LINE FROM PROPOSAL-HEADING-1
                     AFTER ADVANCING PAGE
               END-IF
               WRITE PROPOSAL-LINE FROM REPORT-HEADING-2
            END-IF
            MOVE 0 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       850-WRITE-REPORT-LINE.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            IF PAY-MODE
               WRITE REGISTER-LINE FROM REPORT-DETAIL-LINE
            ELSE
               WRITE PROPOSAL-LINE FROM REPORT-DETAIL-LINE
            END-IF
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       870-WRITE-TOTAL-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            IF PAY-MODE
               WRITE REGISTER-LINE FROM REPORT-TOTAL-LINE
            ELSE
               WRITE PROPOSAL-LINE FROM REPORT-TOTAL-LINE
            END-IF
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       900-CLOSE-FILES.

            IF WS-CHECK-PRINT-STATUS = "00"
               CLOSE AP-CHECK-PRINT-FILE
            END-IF
            IF WS-HISTORY-FILE-STATUS = "00"
               CLOSE PAYMENT-HISTORY-FILE
            END-IF
            IF WS-REPORT-FILE-STATUS = "00"
               CLOSE PAYMENT-REGISTER-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
           COPY AUTHCHK.
           COPY SEALTBL.
       END PROGRAM AP-PAYMENT-RUN.
