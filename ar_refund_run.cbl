      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Credit-balance refunds for AR customers and
      *           students, in two passes over AROPEN.DAT the way
      *           AP-PAYMENT-RUN pays suppliers. Overpayments, credit
      *           memos larger than what was owed and dropped-course
      *           tuition reversals leave items with a negative open
      *           balance; a credit item older than the ARREFCTL.DAT
      *           hold period (so a payment still in flight can
      *           clear) is eligible, and each customer's eligible
      *           credits are netted against every open debit the
      *           customer still owes. What is left over is the
      *           refund.
      *           The proposal pass (the default) writes each net
      *           refund to ARREFPRP.DAT and the for-approval listing
      *           ARREFPRP.RPT, with the credit and debit items
      *           netted under it; a refund under the ARREFCTL.DAT
      *           minimum, or for an account in dispute, is listed
      *           as held and not proposed.
      *           The release pass (AR_REFUND_MODE=PAY) pays the
      *           approved proposal under dual control - an AR clerk
      *           at the keyboard and a second operator's approval -
      *           by a PPD credit on ARREFACH.DAT for a customer with
      *           active CUSTBANK.DAT banking, otherwise by a refund
      *           check on ARREFCHK.RPT from the APCHKCTL.DAT vendor
      *           check stock, made out to the customer's name on
      *           CUSTMAST.DAT (a student's on STUMAST.DAT, matched
      *           the TUITION-BILLING way on the last six characters
      *           of the student ID). A refund is refused if the
      *           customer's credits or debits have moved since the
      *           proposal or a credit item is already on the refund
      *           history (ARREFHST.DAT). Every netted item is closed
      *           on AROPEN.NEW, sealed for promotion; the refunds
      *           post to GLTRANS.DAT as one balanced batch - AR
      *           control debited, cash credited - to the accounts
      *           GLPRULE.DAT names under source ARREFUND; and
      *           ARREFREG.RPT registers every refund and refusal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-REFUND-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

      * The next generation of the open items, netted items closed
      * - promoted over AROPEN.DAT by the operator.
           SELECT AR-OPEN-NEW-FILE ASSIGN TO "AROPEN.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-NEW-STATUS.

      * One control record: hold days before a credit may be
      * refunded, and the smallest refund worth issuing.
           SELECT REFUND-CONTROL-FILE ASSIGN TO "ARREFCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-CONTROL-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-FILE-STATUS.

      * Customer ACH banking, laid out as SUPPBANK.DAT is.
           SELECT CUSTOMER-BANKING-FILE ASSIGN TO "CUSTBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-BANK-STATUS.

      * Written by the proposal pass, read back by the release pass.
      * Lines struck from it before approval are simply not paid.
           SELECT REFUND-PROPOSAL-FILE ASSIGN TO "ARREFPRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-FILE-STATUS.

      * Every credit item ever refunded - read in so a proposal
      * released twice cannot refund twice, then appended to.
           SELECT REFUND-HISTORY-IN-FILE ASSIGN TO "ARREFHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-IN-STATUS.

           SELECT REFUND-HISTORY-FILE ASSIGN TO "ARREFHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      * Refund checks come off the vendor check stock AP-PAYMENT-RUN
      * draws on - same bank account, same numbering.
           SELECT AP-CHECK-CONTROL-FILE ASSIGN TO "APCHKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-CONTROL-STATUS.

           SELECT REFUND-CHECK-PRINT-FILE ASSIGN TO "ARREFCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-PRINT-STATUS.

      * Company and bank identifiers, shared with ACH-NACHA-FORMAT.
           SELECT ACH-CONTROL-FILE ASSIGN TO "ACHCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-CONTROL-STATUS.

      * Fixed 94-byte records with their trailing blanks intact,
      * for the same reason ACH-NACHA-FORMAT writes ACHNACHA.DAT so.
           SELECT NACHA-FILE ASSIGN TO "ARREFACH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NACHA-FILE-STATUS.

           SELECT PROPOSAL-REPORT-FILE ASSIGN TO "ARREFPRP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT REFUND-REGISTER-FILE ASSIGN TO "ARREFREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Role-based operator authorization - see copybooks/
      * AUTHCHK.cpy.
           COPY AUTHSEL.

      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Shared run-lock file - see copybooks/LOCKTBL.cpy.
           COPY LOCKSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

      * Subledger-to-GL feed - see copybooks/GLFEED.cpy.
           COPY GLFSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-ITEM-FILE.
       01  AR-OPEN-ITEM-RECORD.
           05  AR-CUSTOMER-ID      PIC X(6).
           05  AR-INVOICE-ID       PIC X(6).
           05  AR-INVOICE-DATE     PIC 9(8).
           05  AR-ORIGINAL-AMOUNT  PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AR-OPEN-BALANCE     PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AR-ITEM-STATUS      PIC X.

       FD  AR-OPEN-NEW-FILE.
       01  AR-OPEN-NEW-RECORD.
           05  AN-CUSTOMER-ID      PIC X(6).
           05  AN-INVOICE-ID       PIC X(6).
           05  AN-INVOICE-DATE     PIC 9(8).
           05  AN-ORIGINAL-AMOUNT  PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AN-OPEN-BALANCE     PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AN-ITEM-STATUS      PIC X.

       FD  REFUND-CONTROL-FILE.
       01  REFUND-CONTROL-RECORD.
           05  RC-HOLD-DAYS        PIC 9(3).
           05  RC-MINIMUM-REFUND   PIC 9(7)V9(2).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CU-CUSTOMER-ID      PIC X(6).
           05  CU-CUSTOMER-NAME    PIC X(25).
           05  CU-TERMS-CODE       PIC X(9).
           05  CU-CREDIT-LIMIT     PIC 9(9)V9(2).
           05  CU-CREDIT-STATUS    PIC X.
           05  CU-FC-EXEMPT        PIC X.

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05  SM-STUDENT-ID       PIC X(9).
           05  SM-STUDENT-NAME     PIC X(25).
           05  SM-ENROLL-STATUS    PIC X.

       FD  CUSTOMER-BANKING-FILE.
       01  CUSTOMER-BANKING-RECORD.
           05  CB-CUSTOMER-ID      PIC X(10).
           05  CB-ROUTING-NUMBER   PIC X(9).
           05  CB-ACCOUNT-NUMBER   PIC X(17).
           05  CB-PRENOTE-STATUS   PIC X.
               88  CB-IS-PRENOTE-PENDING   VALUE "P".
               88  CB-IS-ACTIVE            VALUE "A".
           05  CB-STATUS-DATE      PIC 9(8).

      * Credits are the eligible credit items' total as a positive
      * figure, debits the open debits netted against them; the
      * refund is the difference. "C" check, "A" ACH - what the
      * proposal expects; the release decides afresh.
       FD  REFUND-PROPOSAL-FILE.
       01  REFUND-PROPOSAL-RECORD.
           05  RP-CUSTOMER-ID      PIC X(6).
           05  RP-CREDIT-TOTAL     PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  RP-DEBIT-TOTAL      PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  RP-REFUND-AMOUNT    PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  RP-PAY-METHOD       PIC X.
           05  RP-PROPOSAL-DATE    PIC 9(8).

       FD  REFUND-HISTORY-IN-FILE.
       01  REFUND-HISTORY-IN-RECORD.
           05  HI-CUSTOMER-ID      PIC X(6).
           05  HI-INVOICE-ID       PIC X(6).
           05  HI-PAY-METHOD       PIC X.
           05  HI-PAYMENT-NUMBER   PIC 9(8).
           05  HI-REFUND-DATE      PIC 9(8).
           05  HI-CREDIT-AMOUNT    PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

      * One line per credit item a refund closed. The payment
      * number is the check number for "C", the PPD trace sequence
      * for "A".
       FD  REFUND-HISTORY-FILE.
       01  REFUND-HISTORY-RECORD.
           05  RF-CUSTOMER-ID      PIC X(6).
           05  RF-INVOICE-ID       PIC X(6).
           05  RF-PAY-METHOD       PIC X.
           05  RF-PAYMENT-NUMBER   PIC 9(8).
           05  RF-REFUND-DATE      PIC 9(8).
           05  RF-CREDIT-AMOUNT    PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

       FD  AP-CHECK-CONTROL-FILE.
       01  AP-CHECK-CONTROL-RECORD.
           05  CC-NEXT-CHECK-NUMBER PIC 9(8).

       FD  REFUND-CHECK-PRINT-FILE.
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

       FD  PROPOSAL-REPORT-FILE.
       01  PROPOSAL-LINE           PIC X(132).

       FD  REFUND-REGISTER-FILE.
       01  REGISTER-LINE           PIC X(132).

           COPY EXCPFD.
           COPY AUTHFD.
           COPY SEALFD.
           COPY LOCKFD.
           COPY RUNHFD.
           COPY GLFFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-OPERATOR-ROLE-STATUS PIC XX.
       01  WS-ACCESS-LOG-STATUS    PIC XX.
           COPY AUTHWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.
       01  WS-RUN-LOCK-STATUS      PIC XX.
           COPY LOCKWS.
       01  WS-GL-FEED-STATUS       PIC XX.
       01  WS-GL-RULE-STATUS       PIC XX.
       01  WS-GL-COA-STATUS        PIC XX.
           COPY GLFWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy. One
      * pass prints one report, so the shared counters page
      * whichever of the two this run writes.
           COPY PAGWS.
       01  WS-AR-FILE-STATUS       PIC XX.
       01  WS-AR-NEW-STATUS        PIC XX.
       01  WS-REFUND-CONTROL-STATUS PIC XX.
       01  WS-CUSTOMER-FILE-STATUS PIC XX.
       01  WS-STUDENT-FILE-STATUS  PIC XX.
       01  WS-CUST-BANK-STATUS     PIC XX.
       01  WS-PROPOSAL-FILE-STATUS PIC XX.
       01  WS-HISTORY-IN-STATUS    PIC XX.
       01  WS-HISTORY-FILE-STATUS  PIC XX.
       01  WS-CHECK-CONTROL-STATUS PIC XX.
       01  WS-CHECK-PRINT-STATUS   PIC XX.
       01  WS-ACH-CONTROL-STATUS   PIC XX.
       01  WS-NACHA-FILE-STATUS    PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.
           88  ENTRY-WAS-FOUND         VALUE 'Y'.

      * PROPOSE unless AR_REFUND_MODE says PAY.
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

      * No ARREFCTL.DAT holds credits 30 days and refunds any
      * amount.
       01  WS-HOLD-DAYS            PIC 9(3) VALUE 30.
       01  WS-MINIMUM-REFUND       PIC 9(7)V9(2) VALUE 0.
       01  WS-HOLD-CUTOFF-DATE     PIC 9(8).
       01  WS-DATE-INTEGER         PIC 9(7).

      * The open items, each with what this run makes of it:
      * "K" an eligible credit, "Y" a credit still inside the hold
      * period, "D" an open debit, "R" a credit already refunded
      * (awaiting promotion of AROPEN.NEW), "P" netted and closed
      * by a refund this run.
       01  WS-ITEM-COUNT-MAX       PIC 9(4) VALUE 3000.
       01  WS-ITEM-COUNT           PIC 9(4) VALUE 0.
       01  OPEN-ITEM-TABLE.
           05  OPEN-ITEM-ENTRY OCCURS 3000 TIMES
                                   INDEXED BY OI-IDX.
               10  OIE-CUSTOMER-ID     PIC X(6).
               10  OIE-INVOICE-ID      PIC X(6).
               10  OIE-INVOICE-DATE    PIC 9(8).
               10  OIE-ORIGINAL-AMOUNT PIC S9(9)V9(2).
               10  OIE-OPEN-BALANCE    PIC S9(9)V9(2).
               10  OIE-ITEM-STATUS     PIC X.
               10  OIE-NETTING         PIC X.
                   88  OIE-IS-ELIGIBLE-CREDIT  VALUE "K".
                   88  OIE-IS-HELD-CREDIT      VALUE "Y".
                   88  OIE-IS-OPEN-DEBIT       VALUE "D".
                   88  OIE-IS-REFUNDED         VALUE "R".
                   88  OIE-IS-CLOSED-BY-REFUND VALUE "P".

      * One entry per customer with an eligible credit: "S" a
      * proposed refund, "H" held (minimum, dispute), "N" credits
      * fully used up by debits, "A" approved for release, "X"
      * refused at release.
       01  WS-REFUND-COUNT-MAX     PIC 9(4) VALUE 1000.
       01  WS-REFUND-COUNT         PIC 9(4) VALUE 0.
       01  REFUND-TABLE.
           05  REFUND-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY RF-IDX.
               10  RFE-CUSTOMER-ID     PIC X(6).
               10  RFE-CREDIT-TOTAL    PIC S9(9)V9(2).
               10  RFE-DEBIT-TOTAL     PIC S9(9)V9(2).
               10  RFE-HELD-CREDIT     PIC S9(9)V9(2).
               10  RFE-REFUND-AMOUNT   PIC S9(9)V9(2).
               10  RFE-SELECTION       PIC X.
                   88  RFE-IS-PROPOSED     VALUE "S".
                   88  RFE-IS-HELD         VALUE "H".
                   88  RFE-IS-NETTED-OUT   VALUE "N".
                   88  RFE-IS-APPROVED     VALUE "A".
                   88  RFE-IS-REFUSED      VALUE "X".
               10  RFE-METHOD          PIC X.
                   88  RFE-IS-ACH          VALUE "A".
                   88  RFE-IS-CHECK        VALUE "C".
               10  RFE-ROUTING         PIC X(9).
               10  RFE-ACCOUNT         PIC X(17).
               10  RFE-NUMBER          PIC 9(8).

      * Payee names: customers first, then students by the last six
      * characters of the student ID.
       01  WS-CUSTOMER-COUNT-MAX   PIC 9(3) VALUE 500.
       01  WS-CUSTOMER-COUNT       PIC 9(3) VALUE 0.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 500 TIMES
                                   INDEXED BY CU-IDX.
               10  CUE-CUSTOMER-ID     PIC X(6).
               10  CUE-CUSTOMER-NAME   PIC X(25).
               10  CUE-CREDIT-STATUS   PIC X.
       01  WS-STUDENT-COUNT-MAX    PIC 9(4) VALUE 2000.
       01  WS-STUDENT-COUNT        PIC 9(4) VALUE 0.
       01  STUDENT-TABLE.
           05  STUDENT-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY ST-IDX.
               10  STE-CUSTOMER-ID     PIC X(6).
               10  STE-STUDENT-NAME    PIC X(25).

       01  WS-BANK-COUNT-MAX       PIC 9(3) VALUE 500.
       01  WS-BANK-COUNT           PIC 9(3) VALUE 0.
       01  CUSTOMER-BANK-TABLE.
           05  CUSTOMER-BANK-ENTRY OCCURS 500 TIMES
                                   INDEXED BY CB-IDX.
               10  CBE-CUSTOMER-ID     PIC X(6).
               10  CBE-ROUTING         PIC X(9).
               10  CBE-ACCOUNT         PIC X(17).
               10  CBE-STATUS          PIC X.

      * Credit items already refunded, from ARREFHST.DAT.
       01  WS-REFUNDED-COUNT-MAX   PIC 9(4) VALUE 5000.
       01  WS-REFUNDED-COUNT       PIC 9(4) VALUE 0.
       01  REFUNDED-ITEM-TABLE.
           05  REFUNDED-ITEM-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY RD-IDX.
               10  RDE-CUSTOMER-ID     PIC X(6).
               10  RDE-INVOICE-ID      PIC X(6).

       01  WS-REFUND-SUB           PIC 9(4).
       01  WS-CURRENT-CUSTOMER     PIC X(6).
       01  WS-CURRENT-INVOICE-ID   PIC X(6).
       01  WS-PAYEE-NAME           PIC X(25).
       01  WS-CUSTOMER-STATUS      PIC X.
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

       01  WS-PROPOSED-COUNT       PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT           PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT        PIC 9(5) VALUE 0.
       01  WS-CHECK-COUNT          PIC 9(5) VALUE 0.
       01  WS-ACH-COUNT            PIC 9(5) VALUE 0.
       01  WS-CREDIT-GRAND-TOTAL   PIC S9(11)V9(2) VALUE 0.
       01  WS-DEBIT-GRAND-TOTAL    PIC S9(11)V9(2) VALUE 0.
       01  WS-REFUND-GRAND-TOTAL   PIC S9(11)V9(2) VALUE 0.
       01  WS-HELD-TOTAL           PIC S9(11)V9(2) VALUE 0.
       01  WS-CHECK-TOTAL          PIC S9(11)V9(2) VALUE 0.
       01  WS-ACH-TOTAL            PIC S9(11)V9(2) VALUE 0.

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
           05  FILLER              PIC X(18) VALUE
               "AR REFUND REFUSED ".
           05  WS-REFUSE-MSG-CUSTOMER PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-REFUSE-MSG-REASON PIC X(30).
           05  FILLER              PIC X(5)  VALUE SPACES.

      * NACHA record layouts - a PPD batch of the ACH-NACHA-FORMAT
      * shape, consumer refunds. Amounts are whole cents; every
      * record is 94 bytes.
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
           05  FILLER              PIC X(3)  VALUE "PPD".
           05  FILLER              PIC X(10) VALUE "REFUND".
           05  NB-DESCRIPTIVE-DATE PIC 9(6).
           05  NB-EFFECTIVE-DATE   PIC 9(6).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(1)  VALUE "1".
           05  NB-ODFI-ROUTING     PIC X(8).
           05  FILLER              PIC X(7)  VALUE "0000001".

      * Transaction code 22: live credit to the customer's checking
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

      * Refund check form: face, then a stub line per item netted.
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
       01  CHECK-ACCOUNT-LINE.
           05  FILLER          PIC X(21) VALUE SPACES.
           05  FILLER          PIC X(23) VALUE
               "CREDIT BALANCE REFUND, ".
           05  FILLER          PIC X(8)  VALUE "ACCOUNT ".
           05  CA-CUSTOMER-ID  PIC X(6).
       01  CHECK-STUB-HEADING.
           05  FILLER          PIC X(14) VALUE "STUB: ITEM".
           05  FILLER          PIC X(10) VALUE "ITEM DATE".
           05  FILLER          PIC X(16) VALUE "         AMOUNT".
       01  CHECK-STUB-LINE.
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  CS-INVOICE-ID   PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CS-INVOICE-DATE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CS-AMOUNT       PIC $$$,$$$,$$9.99-.

       01  PROPOSAL-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               "AR CREDIT REFUND PROPOSAL - FOR APPROVAL".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  PH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(16) VALUE "  CREDITS UP TO ".
           05  PH1-CUTOFF-DATE PIC 9(8).
           05  FILLER          PIC X(10) VALUE "  MINIMUM ".
           05  PH1-MINIMUM     PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(18) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  PH1-PAGE-NUMBER PIC ZZ9.
       01  REGISTER-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "AR CREDIT REFUND REGISTER".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  RH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(67) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH1-PAGE-NUMBER PIC ZZ9.
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(8)  VALUE "CUST".
           05  FILLER          PIC X(27) VALUE "PAYEE".
           05  FILLER          PIC X(17) VALUE "   CREDITS".
           05  FILLER          PIC X(17) VALUE "    DEBITS NETTED".
           05  FILLER          PIC X(17) VALUE "       REFUND".
           05  FILLER          PIC X(7)  VALUE "METHOD".
           05  FILLER          PIC X(10) VALUE "PAYMENT".
           05  FILLER          PIC X(30) VALUE "DISPOSITION".
       01  REPORT-DETAIL-LINE.
           05  RD-CUSTOMER-ID  PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-PAYEE        PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-CREDITS      PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DEBITS       PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-REFUND       PIC $$$,$$$,$$9.99- BLANK WHEN ZERO.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RD-METHOD       PIC X(5).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-PAYMENT-NO   PIC 9(8) BLANK WHEN ZERO.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DISPOSITION  PIC X(30).
      * The items netted, indented under their customer.
       01  REPORT-ITEM-LINE.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  RI-INVOICE-ID   PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RI-INVOICE-DATE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RI-BALANCE      PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RI-CAPTION      PIC X(30).
       01  REPORT-TOTAL-LINE.
           05  RT-CAPTION      PIC X(30).
           05  RT-COUNT        PIC ZZ,ZZZ.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RT-AMOUNT       PIC $$$,$$$,$$$,$$9.99- BLANK WHEN ZERO.
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "AR-REFUND-RUN" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            DISPLAY "AR_REFUND_MODE" UPON ENVIRONMENT-NAME
            ACCEPT WS-RUN-MODE FROM ENVIRONMENT-VALUE

      * Paying money back out is under the same dual control as an
      * AP payment: an AR clerk at the keyboard and a second
      * operator's countersignature, both on the access log. The
      * proposal spends nothing and needs neither.
            IF PAY-MODE
               MOVE "AR-REFUND-RUN" TO WS-AUTH-PROGRAM-ID
               MOVE "ARCL" TO WS-AUTH-REQUIRED-ROLE
               PERFORM 920-CHECK-OPERATOR-ROLE
               IF AUTH-ROLE-GRANTED
                  PERFORM 925-OBTAIN-DUAL-APPROVAL
               END-IF
               IF NOT AUTH-ROLE-GRANTED
                     OR NOT AUTH-APPROVAL-GRANTED
                  MOVE "AR REFUND REFUSED - DUAL CONTROL NOT MET" TO
                     EL-MESSAGE
                  MOVE "AR-REFUND-RUN" TO EL-PROGRAM-ID
                  MOVE "E" TO EL-SEVERITY
                  PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
                  MOVE 1 TO RETURN-CODE
                  PERFORM 970-DISPLAY-RUN-STATISTICS
                  STOP RUN
               END-IF

      * The release rolls AROPEN.DAT - the same claim CASH-RECEIPTS
      * takes - and posts to the GL in the same run, or neither.
               MOVE "AR-REFUND-RUN" TO WS-LOCK-PROGRAM-ID
               MOVE "AROPEN" TO WS-LOCK-RESOURCE (1)
               MOVE 1 TO WS-LOCK-RESOURCE-COUNT
               PERFORM 940-CLAIM-RESOURCE-LOCKS
               IF RESOURCE-LOCKS-DENIED
                  MOVE 1 TO RETURN-CODE
                  PERFORM 970-DISPLAY-RUN-STATISTICS
                  STOP RUN
               END-IF
               PERFORM 040-LOAD-GL-POSTING-RULES
               IF GL-FEED-REFUSED
                  DISPLAY "ERROR: GL POSTING RULES NOT USABLE - "
                     "NO REFUNDS RELEASED"
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
                  MOVE 1 TO RETURN-CODE
                  PERFORM 945-RELEASE-RESOURCE-LOCKS
                  PERFORM 970-DISPLAY-RUN-STATISTICS
                  STOP RUN
               END-IF
            END-IF

            PERFORM 050-LOAD-CONTROLS
            PERFORM 060-LOAD-OPEN-ITEMS
            PERFORM 065-LOAD-CUSTOMER-BANKING
            PERFORM 067-LOAD-PAYEE-NAMES
            PERFORM 070-LOAD-REFUND-HISTORY
            PERFORM 100-QUALIFY-OPEN-ITEMS

            IF PAY-MODE
               PERFORM 300-RELEASE-REFUNDS
               PERFORM 945-RELEASE-RESOURCE-LOCKS
            ELSE
               PERFORM 200-PROPOSE-REFUNDS
            END-IF

            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * AR control and cash come off GLPRULE.DAT under source
      * ARREFUND, proven against GLCOA.DAT.
       040-LOAD-GL-POSTING-RULES.

            MOVE "AR-REFUND-RUN" TO WS-GLF-PROGRAM-ID
            MOVE "ARREFUND" TO WS-GLF-SOURCE
            MOVE "ARREFD" TO WS-GLF-BATCH-ID
            MOVE WS-RUN-DATE TO WS-GLF-BATCH-DATE
            PERFORM 980-LOAD-GL-POSTING-RULES
            MOVE "AR" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "CASH" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE.

      * Hold days and minimum refund; the cutoff is the newest
      * credit-item date old enough to refund today.
       050-LOAD-CONTROLS.

            OPEN INPUT REFUND-CONTROL-FILE
            IF WS-REFUND-CONTROL-STATUS = "00"
               READ REFUND-CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF RC-HOLD-DAYS IS NUMERIC
                        MOVE RC-HOLD-DAYS TO WS-HOLD-DAYS
                     END-IF
                     IF RC-MINIMUM-REFUND IS NUMERIC
                        MOVE RC-MINIMUM-REFUND TO WS-MINIMUM-REFUND
                     END-IF
               END-READ
               CLOSE REFUND-CONTROL-FILE
            ELSE
               DISPLAY "NOTICE: NO ARREFCTL.DAT - CREDITS HELD ",
                  WS-HOLD-DAYS, " DAYS, NO MINIMUM REFUND"
            END-IF
            COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - WS-HOLD-DAYS
            COMPUTE WS-HOLD-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).

      * The whole open-item file, proven against AROPEN.SEAL as it
      * loads: refunds must not be picked from, or a new
      * generation rolled from, a file that is not the one its
      * writers left.
       060-LOAD-OPEN-ITEMS.

            PERFORM 930-RESET-SEAL
            OPEN INPUT AR-OPEN-ITEM-FILE
            IF WS-AR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: AROPEN.DAT OPEN FAILED, STATUS = ",
                  WS-AR-FILE-STATUS
               MOVE "AROPEN.DAT OPEN FAILED - AR REFUND REFUSED" TO
                  EL-MESSAGE
               PERFORM 090-REFUSE-WHOLE-RUN
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ AR-OPEN-ITEM-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 062-SEAL-COUNT-OPEN-ITEM
                     PERFORM 061-TABLE-OPEN-ITEM
               END-READ
            END-PERFORM
            CLOSE AR-OPEN-ITEM-FILE

            MOVE "AROPEN.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: AROPEN.DAT FAILS ITS SEAL - "
                  "NOTHING PROPOSED OR REFUNDED"
               MOVE "AROPEN.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               PERFORM 090-REFUSE-WHOLE-RUN
            END-IF.

      * An item that will not fit the table cannot be carried to
      * AROPEN.NEW either, so a full table stops the run rather
      * than drop an open item from the next generation.
       061-TABLE-OPEN-ITEM.

            IF WS-ITEM-COUNT NOT < WS-ITEM-COUNT-MAX
               DISPLAY "ERROR: OPEN ITEM TABLE FULL AT ",
                  WS-ITEM-COUNT, " - AR REFUND REFUSED"
               MOVE "AR OPEN ITEM TABLE FULL - RUN REFUSED" TO
                  EL-MESSAGE
               CLOSE AR-OPEN-ITEM-FILE
               PERFORM 090-REFUSE-WHOLE-RUN
            END-IF
            ADD 1 TO WS-ITEM-COUNT
            SET OI-IDX TO WS-ITEM-COUNT
            MOVE AR-CUSTOMER-ID TO OIE-CUSTOMER-ID (OI-IDX)
            MOVE AR-INVOICE-ID TO OIE-INVOICE-ID (OI-IDX)
            MOVE AR-INVOICE-DATE TO OIE-INVOICE-DATE (OI-IDX)
            MOVE AR-ORIGINAL-AMOUNT TO OIE-ORIGINAL-AMOUNT (OI-IDX)
            MOVE AR-OPEN-BALANCE TO OIE-OPEN-BALANCE (OI-IDX)
            MOVE AR-ITEM-STATUS TO OIE-ITEM-STATUS (OI-IDX)
            MOVE SPACE TO OIE-NETTING (OI-IDX).

      * Key is customer plus invoice, amount the open balance - the
      * way every AROPEN.DAT writer extends the seal.
       062-SEAL-COUNT-OPEN-ITEM.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE AR-CUSTOMER-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE AR-INVOICE-ID TO WS-SEAL-KEY-STRING (7:6)
            MOVE AR-OPEN-BALANCE TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

      * Only active banking is refunded by ACH; a customer still
      * waiting on a pre-note gets a check.
       065-LOAD-CUSTOMER-BANKING.

            OPEN INPUT CUSTOMER-BANKING-FILE
            IF WS-CUST-BANK-STATUS NOT = "00"
               DISPLAY "NOTICE: NO CUSTBANK.DAT - EVERY REFUND IS "
                  "PAID BY CHECK"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ CUSTOMER-BANKING-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-BANK-COUNT < WS-BANK-COUNT-MAX
                        ADD 1 TO WS-BANK-COUNT
                        SET CB-IDX TO WS-BANK-COUNT
                        MOVE CB-CUSTOMER-ID TO CBE-CUSTOMER-ID (CB-IDX)
                        MOVE CB-ROUTING-NUMBER TO CBE-ROUTING (CB-IDX)
                        MOVE CB-ACCOUNT-NUMBER TO CBE-ACCOUNT (CB-IDX)
                        MOVE CB-PRENOTE-STATUS TO CBE-STATUS (CB-IDX)
                     ELSE
                        DISPLAY "WARNING: CUSTOMER BANK TABLE FULL, "
                           CB-CUSTOMER-ID, " WILL BE PAID BY CHECK"
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CUSTOMER-BANKING-FILE.

      * Neither master is required: a payee found on neither is
      * paid in the name of the account number, as AP pays a
      * supplier missing from its master.
       067-LOAD-PAYEE-NAMES.

            OPEN INPUT CUSTOMER-MASTER-FILE
            IF WS-CUSTOMER-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT-FILE
                  READ CUSTOMER-MASTER-FILE
                     AT END
                        MOVE 'Y' TO WS-EOF-SWITCH
                     NOT AT END
                        ADD 1 TO WS-RUNSTAT-RECORDS-READ
                        IF WS-CUSTOMER-COUNT < WS-CUSTOMER-COUNT-MAX
                           ADD 1 TO WS-CUSTOMER-COUNT
                           SET CU-IDX TO WS-CUSTOMER-COUNT
                           MOVE CU-CUSTOMER-ID TO
                              CUE-CUSTOMER-ID (CU-IDX)
                           MOVE CU-CUSTOMER-NAME TO
                              CUE-CUSTOMER-NAME (CU-IDX)
                           MOVE CU-CREDIT-STATUS TO
                              CUE-CREDIT-STATUS (CU-IDX)
                        ELSE
                           DISPLAY "WARNING: CUSTOMER TABLE FULL, "
                              "IGNORING CUSTOMER ", CU-CUSTOMER-ID
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
            ELSE
               DISPLAY "WARNING: NO CUSTMAST.DAT - CUSTOMER NAMES "
                  "AND DISPUTE STATUS NOT CHECKED"
            END-IF

            OPEN INPUT STUDENT-MASTER-FILE
            IF WS-STUDENT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ STUDENT-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-STUDENT-COUNT < WS-STUDENT-COUNT-MAX
                        ADD 1 TO WS-STUDENT-COUNT
                        SET ST-IDX TO WS-STUDENT-COUNT
                        MOVE SM-STUDENT-ID (4:6) TO
                           STE-CUSTOMER-ID (ST-IDX)
                        MOVE SM-STUDENT-NAME TO
                           STE-STUDENT-NAME (ST-IDX)
                     ELSE
                        DISPLAY "WARNING: STUDENT TABLE FULL, "
                           "IGNORING STUDENT ", SM-STUDENT-ID
                     END-IF
               END-READ
            END-PERFORM
            CLOSE STUDENT-MASTER-FILE.

       070-LOAD-REFUND-HISTORY.

            OPEN INPUT REFUND-HISTORY-IN-FILE
            IF WS-HISTORY-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ REFUND-HISTORY-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-REFUNDED-COUNT < WS-REFUNDED-COUNT-MAX
                        ADD 1 TO WS-REFUNDED-COUNT
                        MOVE HI-CUSTOMER-ID TO
                           RDE-CUSTOMER-ID (WS-REFUNDED-COUNT)
                        MOVE HI-INVOICE-ID TO
                           RDE-INVOICE-ID (WS-REFUNDED-COUNT)
                     ELSE
                        DISPLAY "WARNING: REFUNDED ITEM TABLE FULL - "
                           "DOUBLE-REFUND CHECK INCOMPLETE"
                     END-IF
               END-READ
            END-PERFORM
            CLOSE REFUND-HISTORY-IN-FILE.

       090-REFUSE-WHOLE-RUN.

            MOVE "AR-REFUND-RUN" TO EL-PROGRAM-ID
            MOVE "E" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            MOVE 1 TO RETURN-CODE
            IF PAY-MODE
               PERFORM 945-RELEASE-RESOURCE-LOCKS
            END-IF
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      *-----------------------------------------------------------------
      * Both passes: every open item sorted into what it is to the
      * refund, and every customer with an eligible credit netted.
      * The proposal and the release work this out the same way,
      * which is how the release knows nothing has moved.
      *-----------------------------------------------------------------
       100-QUALIFY-OPEN-ITEMS.

            PERFORM VARYING OI-IDX FROM 1 BY 1
                  UNTIL OI-IDX > WS-ITEM-COUNT
               IF OIE-ITEM-STATUS (OI-IDX) = "O"
                  PERFORM 110-QUALIFY-ONE-ITEM
               END-IF
            END-PERFORM
            PERFORM VARYING OI-IDX FROM 1 BY 1
                  UNTIL OI-IDX > WS-ITEM-COUNT
               IF OIE-IS-OPEN-DEBIT (OI-IDX)
                  MOVE OIE-CUSTOMER-ID (OI-IDX) TO WS-CURRENT-CUSTOMER
                  PERFORM 130-FIND-REFUND-ENTRY
                  IF WS-REFUND-SUB > 0
                     ADD OIE-OPEN-BALANCE (OI-IDX) TO
                        RFE-DEBIT-TOTAL (WS-REFUND-SUB)
                  ELSE
                     MOVE SPACE TO OIE-NETTING (OI-IDX)
                  END-IF
               END-IF
            END-PERFORM
            PERFORM VARYING RF-IDX FROM 1 BY 1
                  UNTIL RF-IDX > WS-REFUND-COUNT
               PERFORM 140-NET-ONE-CUSTOMER
            END-PERFORM.

      * Credits are eligible once dated on or before the hold
      * cutoff; a credit already on the refund history is left
      * alone - it is awaiting promotion of AROPEN.NEW.
       110-QUALIFY-ONE-ITEM.

            IF OIE-OPEN-BALANCE (OI-IDX) > 0
               MOVE "D" TO OIE-NETTING (OI-IDX)
               EXIT PARAGRAPH
            END-IF
            IF OIE-OPEN-BALANCE (OI-IDX) = 0
               EXIT PARAGRAPH
            END-IF

            MOVE OIE-CUSTOMER-ID (OI-IDX) TO WS-CURRENT-CUSTOMER
            MOVE OIE-INVOICE-ID (OI-IDX) TO WS-CURRENT-INVOICE-ID
            PERFORM 150-FIND-REFUNDED-ITEM
            IF ENTRY-WAS-FOUND
               MOVE "R" TO OIE-NETTING (OI-IDX)
               EXIT PARAGRAPH
            END-IF
            IF OIE-INVOICE-DATE (OI-IDX) > WS-HOLD-CUTOFF-DATE
               MOVE "Y" TO OIE-NETTING (OI-IDX)
               EXIT PARAGRAPH
            END-IF

            MOVE "K" TO OIE-NETTING (OI-IDX)
            PERFORM 130-FIND-REFUND-ENTRY
            IF WS-REFUND-SUB = 0
               PERFORM 120-ADD-REFUND-ENTRY
            END-IF
            SUBTRACT OIE-OPEN-BALANCE (OI-IDX) FROM
               RFE-CREDIT-TOTAL (WS-REFUND-SUB).

       120-ADD-REFUND-ENTRY.

            IF WS-REFUND-COUNT NOT < WS-REFUND-COUNT-MAX
               DISPLAY "ERROR: REFUND TABLE FULL - AR REFUND RUN "
                  "STOPPED BEFORE ANYTHING WAS ISSUED"
               MOVE "AR REFUND TABLE FULL - RUN REFUSED" TO
                  EL-MESSAGE
               PERFORM 090-REFUSE-WHOLE-RUN
            END-IF
            ADD 1 TO WS-REFUND-COUNT
            MOVE WS-REFUND-COUNT TO WS-REFUND-SUB
            SET RF-IDX TO WS-REFUND-COUNT
            INITIALIZE REFUND-ENTRY (RF-IDX)
            MOVE WS-CURRENT-CUSTOMER TO RFE-CUSTOMER-ID (RF-IDX).

       130-FIND-REFUND-ENTRY.

            MOVE 0 TO WS-REFUND-SUB
            PERFORM VARYING RF-IDX FROM 1 BY 1
                  UNTIL RF-IDX > WS-REFUND-COUNT
               IF RFE-CUSTOMER-ID (RF-IDX) = WS-CURRENT-CUSTOMER
                  SET WS-REFUND-SUB TO RF-IDX
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * Credits used up by what the customer still owes are a job
      * for cash application, not a refund. An account in dispute
      * is not refunded until the dispute is settled.
       140-NET-ONE-CUSTOMER.

            COMPUTE RFE-REFUND-AMOUNT (RF-IDX) =
               RFE-CREDIT-TOTAL (RF-IDX) - RFE-DEBIT-TOTAL (RF-IDX)
            MOVE RFE-CUSTOMER-ID (RF-IDX) TO WS-CURRENT-CUSTOMER
            PERFORM 160-FIND-PAYEE
            EVALUATE TRUE
               WHEN RFE-REFUND-AMOUNT (RF-IDX) NOT > 0
                  MOVE "N" TO RFE-SELECTION (RF-IDX)
               WHEN WS-CUSTOMER-STATUS = "D"
                  MOVE "H" TO RFE-SELECTION (RF-IDX)
               WHEN RFE-REFUND-AMOUNT (RF-IDX) < WS-MINIMUM-REFUND
                  MOVE "H" TO RFE-SELECTION (RF-IDX)
               WHEN OTHER
                  MOVE "S" TO RFE-SELECTION (RF-IDX)
            END-EVALUATE
            PERFORM 170-FIND-CUSTOMER-BANKING
            IF ENTRY-WAS-FOUND
               MOVE "A" TO RFE-METHOD (RF-IDX)
               MOVE CBE-ROUTING (CB-IDX) TO RFE-ROUTING (RF-IDX)
               MOVE CBE-ACCOUNT (CB-IDX) TO RFE-ACCOUNT (RF-IDX)
            ELSE
               MOVE "C" TO RFE-METHOD (RF-IDX)
            END-IF.

      * Looks for WS-CURRENT-CUSTOMER/-INVOICE-ID on the refund
      * history.
       150-FIND-REFUNDED-ITEM.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING RD-IDX FROM 1 BY 1
                  UNTIL RD-IDX > WS-REFUNDED-COUNT
               IF RDE-CUSTOMER-ID (RD-IDX) = WS-CURRENT-CUSTOMER
                     AND RDE-INVOICE-ID (RD-IDX) =
                        WS-CURRENT-INVOICE-ID
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * WS-PAYEE-NAME and WS-CUSTOMER-STATUS for WS-CURRENT-CUSTOMER.
       160-FIND-PAYEE.

            MOVE WS-CURRENT-CUSTOMER TO WS-PAYEE-NAME
            MOVE SPACE TO WS-CUSTOMER-STATUS
            PERFORM VARYING CU-IDX FROM 1 BY 1
                  UNTIL CU-IDX > WS-CUSTOMER-COUNT
               IF CUE-CUSTOMER-ID (CU-IDX) = WS-CURRENT-CUSTOMER
                  MOVE CUE-CUSTOMER-NAME (CU-IDX) TO WS-PAYEE-NAME
                  MOVE CUE-CREDIT-STATUS (CU-IDX) TO
                     WS-CUSTOMER-STATUS
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            PERFORM VARYING ST-IDX FROM 1 BY 1
                  UNTIL ST-IDX > WS-STUDENT-COUNT
               IF STE-CUSTOMER-ID (ST-IDX) = WS-CURRENT-CUSTOMER
                  MOVE STE-STUDENT-NAME (ST-IDX) TO WS-PAYEE-NAME
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * Found only when WS-CURRENT-CUSTOMER has active banking.
       170-FIND-CUSTOMER-BANKING.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING CB-IDX FROM 1 BY 1
                  UNTIL CB-IDX > WS-BANK-COUNT
               IF CBE-CUSTOMER-ID (CB-IDX) = WS-CURRENT-CUSTOMER
                  IF CBE-STATUS (CB-IDX) = "A"
                     MOVE 'Y' TO WS-FOUND-SWITCH
                  END-IF
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      *-----------------------------------------------------------------
      * Proposal pass.
      *-----------------------------------------------------------------
       200-PROPOSE-REFUNDS.

            OPEN OUTPUT PROPOSAL-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ARREFPRP.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF
            OPEN OUTPUT REFUND-PROPOSAL-FILE
            IF WS-PROPOSAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ARREFPRP.DAT OPEN FAILED, STATUS = ",
                  WS-PROPOSAL-FILE-STATUS, " - NO PROPOSAL WRITTEN"
               MOVE 1 TO RETURN-CODE
               IF WS-REPORT-FILE-STATUS = "00"
                  CLOSE PROPOSAL-REPORT-FILE
               END-IF
               EXIT PARAGRAPH
            END-IF

            PERFORM 810-WRITE-REPORT-HEADER
            PERFORM VARYING RF-IDX FROM 1 BY 1
                  UNTIL RF-IDX > WS-REFUND-COUNT
               SET WS-REFUND-SUB TO RF-IDX
               PERFORM 210-PROPOSE-ONE-CUSTOMER
            END-PERFORM

            PERFORM 280-WRITE-PROPOSAL-TOTALS
            CLOSE REFUND-PROPOSAL-FILE
            IF WS-REPORT-FILE-STATUS = "00"
               CLOSE PROPOSAL-REPORT-FILE
            END-IF
            DISPLAY "AR REFUND PROPOSAL COMPLETE.  ",
               WS-PROPOSED-COUNT, " REFUND(S) PROPOSED, ",
               WS-HELD-COUNT, " HELD."
            DISPLAY "APPROVE ARREFPRP.RPT, THEN RELEASE WITH "
               "AR_REFUND_MODE=PAY.".

       210-PROPOSE-ONE-CUSTOMER.

            MOVE RFE-CUSTOMER-ID (RF-IDX) TO WS-CURRENT-CUSTOMER
            PERFORM 160-FIND-PAYEE
            MOVE RFE-CUSTOMER-ID (RF-IDX) TO RD-CUSTOMER-ID
            MOVE WS-PAYEE-NAME TO RD-PAYEE
            MOVE RFE-CREDIT-TOTAL (RF-IDX) TO RD-CREDITS
            MOVE RFE-DEBIT-TOTAL (RF-IDX) TO RD-DEBITS
            MOVE 0 TO RD-PAYMENT-NO
            IF RFE-IS-ACH (RF-IDX)
               MOVE "ACH" TO RD-METHOD
            ELSE
               MOVE "CHECK" TO RD-METHOD
            END-IF

            EVALUATE TRUE
               WHEN RFE-IS-NETTED-OUT (RF-IDX)
                  MOVE 0 TO RD-REFUND
                  MOVE SPACES TO RD-METHOD
                  MOVE "NONE - DEBITS TAKE THE CREDIT" TO
                     RD-DISPOSITION
               WHEN RFE-IS-HELD (RF-IDX)
                  ADD 1 TO WS-HELD-COUNT
                  ADD RFE-REFUND-AMOUNT (RF-IDX) TO WS-HELD-TOTAL
                  MOVE RFE-REFUND-AMOUNT (RF-IDX) TO RD-REFUND
                  MOVE SPACES TO RD-METHOD
                  IF WS-CUSTOMER-STATUS = "D"
                     MOVE "HELD - ACCOUNT IN DISPUTE" TO
                        RD-DISPOSITION
                  ELSE
                     MOVE "HELD - UNDER MINIMUM REFUND" TO
                        RD-DISPOSITION
                  END-IF
               WHEN OTHER
                  ADD 1 TO WS-PROPOSED-COUNT
                  ADD RFE-CREDIT-TOTAL (RF-IDX) TO
                     WS-CREDIT-GRAND-TOTAL
                  ADD RFE-DEBIT-TOTAL (RF-IDX) TO WS-DEBIT-GRAND-TOTAL
                  ADD RFE-REFUND-AMOUNT (RF-IDX) TO
                     WS-REFUND-GRAND-TOTAL
                  MOVE RFE-REFUND-AMOUNT (RF-IDX) TO RD-REFUND
                  MOVE "PROPOSED" TO RD-DISPOSITION
                  MOVE RFE-CUSTOMER-ID (RF-IDX) TO RP-CUSTOMER-ID
                  MOVE RFE-CREDIT-TOTAL (RF-IDX) TO RP-CREDIT-TOTAL
                  MOVE RFE-DEBIT-TOTAL (RF-IDX) TO RP-DEBIT-TOTAL
                  MOVE RFE-REFUND-AMOUNT (RF-IDX) TO RP-REFUND-AMOUNT
                  MOVE RFE-METHOD (RF-IDX) TO RP-PAY-METHOD
                  MOVE WS-RUN-DATE TO RP-PROPOSAL-DATE
                  WRITE REFUND-PROPOSAL-RECORD
                  ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-EVALUATE
            PERFORM 850-WRITE-REPORT-LINE
            PERFORM 860-WRITE-CUSTOMER-ITEMS.

       280-WRITE-PROPOSAL-TOTALS.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE PROPOSAL-LINE FROM REPORT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            MOVE "REFUNDS PROPOSED - CREDITS" TO RT-CAPTION
            MOVE WS-PROPOSED-COUNT TO RT-COUNT
            MOVE WS-CREDIT-GRAND-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "  DEBITS NETTED" TO RT-CAPTION
            MOVE 0 TO RT-COUNT
            MOVE WS-DEBIT-GRAND-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "  CASH REQUIRED" TO RT-CAPTION
            MOVE 0 TO RT-COUNT
            MOVE WS-REFUND-GRAND-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "REFUNDS HELD" TO RT-CAPTION
            MOVE WS-HELD-COUNT TO RT-COUNT
            MOVE WS-HELD-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            WRITE PROPOSAL-LINE FROM REPORT-BLANK-LINE
            MOVE "APPROVED BY: ______________________   DATE: ________"
               TO PROPOSAL-LINE
            WRITE PROPOSAL-LINE.

      *-----------------------------------------------------------------
      * Release pass.
      *-----------------------------------------------------------------
       300-RELEASE-REFUNDS.

            OPEN OUTPUT REFUND-REGISTER-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ARREFREG.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF
            OPEN INPUT REFUND-PROPOSAL-FILE
            IF WS-PROPOSAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: NO ARREFPRP.DAT TO RELEASE, STATUS = ",
                  WS-PROPOSAL-FILE-STATUS, " - NOTHING REFUNDED"
               MOVE "NO ARREFPRP.DAT - NOTHING REFUNDED" TO EL-MESSAGE
               MOVE "AR-REFUND-RUN" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               IF WS-REPORT-FILE-STATUS = "00"
                  CLOSE REFUND-REGISTER-FILE
               END-IF
               EXIT PARAGRAPH
            END-IF

            PERFORM 810-WRITE-REPORT-HEADER
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ REFUND-PROPOSAL-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 310-ACCEPT-PROPOSAL-LINE
               END-READ
            END-PERFORM
            CLOSE REFUND-PROPOSAL-FILE

            PERFORM 350-OPEN-PAYMENT-FILES
            PERFORM VARYING RF-IDX FROM 1 BY 1
                  UNTIL RF-IDX > WS-REFUND-COUNT
               IF RFE-IS-APPROVED (RF-IDX)
                  SET WS-REFUND-SUB TO RF-IDX
                  PERFORM 400-ISSUE-ONE-REFUND
               END-IF
            END-PERFORM
            PERFORM 480-CLOSE-NACHA-FILE
            PERFORM 500-WRITE-NEW-OPEN-ITEMS
            PERFORM 600-WRITE-GL-FEED
            PERFORM 700-REWRITE-CHECK-CONTROL
            PERFORM 800-WRITE-REGISTER-TOTALS
            PERFORM 900-CLOSE-FILES

            DISPLAY "AR REFUND RUN COMPLETE.  ", WS-CHECK-COUNT,
               " CHECK(S), ", WS-ACH-COUNT, " ACH REFUND(S), ",
               WS-REFUSED-COUNT, " REFUSED."
            IF WS-ACH-COUNT > 0
               DISPLAY "PPD FILE ARREFACH.DAT READY FOR TRANSMISSION."
            END-IF
            DISPLAY "PROMOTE AROPEN.NEW OVER AROPEN.DAT.".

      * An approved line is paid only if the customer's eligible
      * credits and the debits netted against them are what the
      * approver saw, and the account has not gone into dispute
      * since. Anything else is refused to the register and the
      * exception log, never paid at a figure nobody approved.
       310-ACCEPT-PROPOSAL-LINE.

            MOVE SPACES TO WS-REFUSAL-REASON
            MOVE RP-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
            PERFORM 130-FIND-REFUND-ENTRY
            PERFORM 160-FIND-PAYEE

            EVALUATE TRUE
               WHEN WS-REFUND-SUB = 0
                  MOVE "NO ELIGIBLE CREDIT ON AROPEN" TO
                     WS-REFUSAL-REASON
               WHEN RFE-IS-APPROVED (WS-REFUND-SUB)
                     OR RFE-IS-REFUSED (WS-REFUND-SUB)
                  MOVE "LISTED TWICE ON PROPOSAL" TO WS-REFUSAL-REASON
               WHEN RFE-CREDIT-TOTAL (WS-REFUND-SUB) NOT =
                     RP-CREDIT-TOTAL
                     OR RFE-DEBIT-TOTAL (WS-REFUND-SUB) NOT =
                        RP-DEBIT-TOTAL
                  MOVE "BALANCES MOVED SINCE PROPOSAL" TO
                     WS-REFUSAL-REASON
               WHEN WS-CUSTOMER-STATUS = "D"
                  MOVE "HELD - ACCOUNT IN DISPUTE" TO
                     WS-REFUSAL-REASON
               WHEN RFE-REFUND-AMOUNT (WS-REFUND-SUB) NOT > 0
                  MOVE "NOTHING LEFT TO REFUND" TO WS-REFUSAL-REASON
               WHEN OTHER
                  CONTINUE
            END-EVALUATE

            IF WS-REFUSAL-REASON NOT = SPACES
               PERFORM 320-REFUSE-PROPOSAL-LINE
               EXIT PARAGRAPH
            END-IF
            MOVE "A" TO RFE-SELECTION (WS-REFUND-SUB).

       320-REFUSE-PROPOSAL-LINE.

            ADD 1 TO WS-REFUSED-COUNT
            IF WS-REFUND-SUB > 0
               IF NOT RFE-IS-APPROVED (WS-REFUND-SUB)
                  MOVE "X" TO RFE-SELECTION (WS-REFUND-SUB)
               END-IF
            END-IF
            MOVE RP-CUSTOMER-ID TO RD-CUSTOMER-ID
            MOVE WS-PAYEE-NAME TO RD-PAYEE
            MOVE RP-CREDIT-TOTAL TO RD-CREDITS
            MOVE RP-DEBIT-TOTAL TO RD-DEBITS
            MOVE 0 TO RD-REFUND RD-PAYMENT-NO
            MOVE SPACES TO RD-METHOD
            MOVE WS-REFUSAL-REASON TO RD-DISPOSITION
            PERFORM 850-WRITE-REPORT-LINE
            MOVE RP-CUSTOMER-ID TO WS-REFUSE-MSG-CUSTOMER
            MOVE WS-REFUSAL-REASON TO WS-REFUSE-MSG-REASON
            MOVE WS-REFUSE-MSG-BUILD TO EL-MESSAGE
            MOVE "AR-REFUND-RUN" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

      * Check stock, the ACH identifiers, and every output the
      * release writes. Without ACHCTRL.DAT no PPD file can be
      * built, so the ACH refunds go out by check instead.
       350-OPEN-PAYMENT-FILES.

            OPEN INPUT AP-CHECK-CONTROL-FILE
            IF WS-CHECK-CONTROL-STATUS NOT = "00"
               DISPLAY "WARNING: APCHKCTL.DAT NOT FOUND, STATUS = ",
                  WS-CHECK-CONTROL-STATUS,
                  ", REFUND CHECK NUMBERS START AT 1"
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
               PERFORM VARYING RF-IDX FROM 1 BY 1
                     UNTIL RF-IDX > WS-REFUND-COUNT
                  IF RFE-IS-APPROVED (RF-IDX) AND RFE-IS-ACH (RF-IDX)
                     MOVE "C" TO RFE-METHOD (RF-IDX)
                     MOVE "ACHCTRL.DAT MISSING - ACH PAID BY CHECK"
                        TO EL-MESSAGE
                     MOVE "AR-REFUND-RUN" TO EL-PROGRAM-ID
                     MOVE "W" TO EL-SEVERITY
                     PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                     ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
                  END-IF
               END-PERFORM
            END-IF

      * Opened fresh every release even when empty, so yesterday's
      * PPD file can never be picked up and sent a second time.
            OPEN OUTPUT NACHA-FILE
            IF WS-NACHA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ARREFACH.DAT OPEN FAILED, STATUS = ",
                  WS-NACHA-FILE-STATUS
               MOVE 'N' TO WS-ACH-OK-SWITCH
               MOVE 1 TO RETURN-CODE
            ELSE
               IF ACH-IS-AVAILABLE
                  PERFORM 450-WRITE-NACHA-HEADERS
               END-IF
            END-IF

            OPEN OUTPUT REFUND-CHECK-PRINT-FILE
            IF WS-CHECK-PRINT-STATUS NOT = "00"
               DISPLAY "ERROR: ARREFCHK.RPT OPEN FAILED, STATUS = ",
                  WS-CHECK-PRINT-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN EXTEND REFUND-HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT REFUND-HISTORY-FILE
            END-IF
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ARREFHST.DAT OPEN FAILED, STATUS = ",
                  WS-HISTORY-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF.

      * One check or one PPD entry for the customer's net refund;
      * every credit and debit it netted is closed, and each credit
      * goes on the refund history under that payment's number.
       400-ISSUE-ONE-REFUND.

            MOVE RFE-CUSTOMER-ID (WS-REFUND-SUB) TO WS-CURRENT-CUSTOMER
            PERFORM 160-FIND-PAYEE
            IF RFE-IS-ACH (WS-REFUND-SUB) AND ACH-IS-AVAILABLE
               PERFORM 420-WRITE-ACH-ENTRY
            ELSE
               MOVE "C" TO RFE-METHOD (WS-REFUND-SUB)
               PERFORM 410-PRINT-REFUND-CHECK
            END-IF
            ADD RFE-CREDIT-TOTAL (WS-REFUND-SUB) TO
               WS-CREDIT-GRAND-TOTAL
            ADD RFE-DEBIT-TOTAL (WS-REFUND-SUB) TO WS-DEBIT-GRAND-TOTAL
            ADD RFE-REFUND-AMOUNT (WS-REFUND-SUB) TO
               WS-REFUND-GRAND-TOTAL

            MOVE RFE-CUSTOMER-ID (WS-REFUND-SUB) TO RD-CUSTOMER-ID
            MOVE WS-PAYEE-NAME TO RD-PAYEE
            MOVE RFE-CREDIT-TOTAL (WS-REFUND-SUB) TO RD-CREDITS
            MOVE RFE-DEBIT-TOTAL (WS-REFUND-SUB) TO RD-DEBITS
            MOVE RFE-REFUND-AMOUNT (WS-REFUND-SUB) TO RD-REFUND
            MOVE RFE-NUMBER (WS-REFUND-SUB) TO RD-PAYMENT-NO
            IF RFE-IS-ACH (WS-REFUND-SUB)
               MOVE "ACH" TO RD-METHOD
               MOVE "REFUNDED - PPD ENTRY" TO RD-DISPOSITION
            ELSE
               MOVE "CHECK" TO RD-METHOD
               MOVE "REFUNDED - CHECK" TO RD-DISPOSITION
            END-IF
            PERFORM 850-WRITE-REPORT-LINE
            PERFORM 860-WRITE-CUSTOMER-ITEMS

            PERFORM VARYING OI-IDX FROM 1 BY 1
                  UNTIL OI-IDX > WS-ITEM-COUNT
               IF OIE-CUSTOMER-ID (OI-IDX) = WS-CURRENT-CUSTOMER
                     AND (OIE-IS-ELIGIBLE-CREDIT (OI-IDX)
                        OR OIE-IS-OPEN-DEBIT (OI-IDX))
                  PERFORM 430-CLOSE-NETTED-ITEM
               END-IF
            END-PERFORM.

      * The first form gets a plain WRITE; every later one starts
      * AFTER ADVANCING PAGE, as CHECK-PRINT does.
       410-PRINT-REFUND-CHECK.

            MOVE WS-NEXT-CHECK-NUMBER TO RFE-NUMBER (WS-REFUND-SUB)
            ADD 1 TO WS-NEXT-CHECK-NUMBER
            ADD 1 TO WS-CHECK-COUNT
            ADD RFE-REFUND-AMOUNT (WS-REFUND-SUB) TO WS-CHECK-TOTAL
            IF WS-CHECK-PRINT-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CHECK-FORM-COUNT
            MOVE RFE-NUMBER (WS-REFUND-SUB) TO CF-CHECK-NUMBER
            MOVE WS-RUN-DATE TO CF-ISSUE-DATE
            IF WS-CHECK-FORM-COUNT = 1
               WRITE CHECK-PRINT-LINE FROM CHECK-FACE-HEADING
            ELSE
               WRITE CHECK-PRINT-LINE FROM CHECK-FACE-HEADING
                  AFTER ADVANCING PAGE
            END-IF
            MOVE WS-PAYEE-NAME TO CP-PAYEE
            MOVE RFE-REFUND-AMOUNT (WS-REFUND-SUB) TO CP-AMOUNT
            WRITE CHECK-PRINT-LINE FROM CHECK-PAYEE-LINE
            MOVE WS-CURRENT-CUSTOMER TO CA-CUSTOMER-ID
            WRITE CHECK-PRINT-LINE FROM CHECK-ACCOUNT-LINE
            WRITE CHECK-PRINT-LINE FROM CHECK-FACE-RULE-LINE
            WRITE CHECK-PRINT-LINE FROM CHECK-STUB-HEADING
            PERFORM VARYING OI-IDX FROM 1 BY 1
                  UNTIL OI-IDX > WS-ITEM-COUNT
               IF OIE-CUSTOMER-ID (OI-IDX) = WS-CURRENT-CUSTOMER
                     AND (OIE-IS-ELIGIBLE-CREDIT (OI-IDX)
                        OR OIE-IS-OPEN-DEBIT (OI-IDX))
                  MOVE OIE-INVOICE-ID (OI-IDX) TO CS-INVOICE-ID
                  MOVE OIE-INVOICE-DATE (OI-IDX) TO CS-INVOICE-DATE
                  MOVE OIE-OPEN-BALANCE (OI-IDX) TO CS-AMOUNT
                  WRITE CHECK-PRINT-LINE FROM CHECK-STUB-LINE
               END-IF
            END-PERFORM.

      * One PPD credit per customer; the trace sequence is the
      * payment number on the history.
       420-WRITE-ACH-ENTRY.

            ADD 1 TO WS-TRACE-SEQUENCE
            MOVE WS-TRACE-SEQUENCE TO RFE-NUMBER (WS-REFUND-SUB)
            ADD 1 TO WS-ACH-COUNT
            ADD RFE-REFUND-AMOUNT (WS-REFUND-SUB) TO WS-ACH-TOTAL
            MOVE RFE-ROUTING (WS-REFUND-SUB) TO ED-ROUTING-NUMBER
            MOVE RFE-ACCOUNT (WS-REFUND-SUB) TO ED-ACCOUNT-NUMBER
            COMPUTE WS-AMOUNT-CENTS =
               RFE-REFUND-AMOUNT (WS-REFUND-SUB) * 100
            MOVE WS-AMOUNT-CENTS TO ED-AMOUNT
            MOVE WS-CURRENT-CUSTOMER TO ED-IDENTIFICATION
            MOVE WS-PAYEE-NAME TO ED-RECEIVER-NAME
            MOVE WS-ACH-ODFI-ROUTING TO ED-TRACE-ODFI
            MOVE WS-TRACE-SEQUENCE TO ED-TRACE-SEQUENCE
            WRITE NACHA-LINE FROM ENTRY-DETAIL-RECORD
            ADD 1 TO WS-RECORD-COUNT
            ADD 1 TO WS-ENTRY-COUNT
            ADD WS-AMOUNT-CENTS TO WS-TOTAL-CREDIT-CENTS
            IF RFE-ROUTING (WS-REFUND-SUB) (1:8) IS NUMERIC
               MOVE RFE-ROUTING (WS-REFUND-SUB) (1:8) TO
                  WS-ROUTING-FIRST-8
               ADD WS-ROUTING-FIRST-8 TO WS-ENTRY-HASH
            ELSE
               DISPLAY "WARNING: NON-NUMERIC ROUTING NUMBER ",
                  RFE-ROUTING (WS-REFUND-SUB), " FOR CUSTOMER ",
                  WS-CURRENT-CUSTOMER,
                  " LEFT OUT OF THE ENTRY HASH"
            END-IF.

       430-CLOSE-NETTED-ITEM.

            IF OIE-IS-ELIGIBLE-CREDIT (OI-IDX)
                  AND WS-HISTORY-FILE-STATUS = "00"
               MOVE OIE-CUSTOMER-ID (OI-IDX) TO RF-CUSTOMER-ID
               MOVE OIE-INVOICE-ID (OI-IDX) TO RF-INVOICE-ID
               MOVE RFE-METHOD (WS-REFUND-SUB) TO RF-PAY-METHOD
               MOVE RFE-NUMBER (WS-REFUND-SUB) TO RF-PAYMENT-NUMBER
               MOVE WS-RUN-DATE TO RF-REFUND-DATE
               MOVE OIE-OPEN-BALANCE (OI-IDX) TO RF-CREDIT-AMOUNT
               WRITE REFUND-HISTORY-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-IF
            MOVE "P" TO OIE-NETTING (OI-IDX)
            MOVE 0 TO OIE-OPEN-BALANCE (OI-IDX)
            MOVE "C" TO OIE-ITEM-STATUS (OI-IDX).

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
      * refund the release leaves ARREFACH.DAT empty. Otherwise the
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

      * The next generation: every item carried, the netted ones
      * closed at a zero balance, sealed for the promotion.
       500-WRITE-NEW-OPEN-ITEMS.

            OPEN OUTPUT AR-OPEN-NEW-FILE
            IF WS-AR-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: AROPEN.NEW OPEN FAILED, STATUS = ",
                  WS-AR-NEW-STATUS, " - REFUNDED ITEMS STILL OPEN"
               MOVE "AROPEN.NEW OPEN FAILED - REFUNDS NOT CLOSED"
                  TO EL-MESSAGE
               MOVE "AR-REFUND-RUN" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM 930-RESET-SEAL
            PERFORM VARYING OI-IDX FROM 1 BY 1
                  UNTIL OI-IDX > WS-ITEM-COUNT
               MOVE OIE-CUSTOMER-ID (OI-IDX) TO AN-CUSTOMER-ID
               MOVE OIE-INVOICE-ID (OI-IDX) TO AN-INVOICE-ID
               MOVE OIE-INVOICE-DATE (OI-IDX) TO AN-INVOICE-DATE
               MOVE OIE-ORIGINAL-AMOUNT (OI-IDX) TO AN-ORIGINAL-AMOUNT
               MOVE OIE-OPEN-BALANCE (OI-IDX) TO AN-OPEN-BALANCE
               MOVE OIE-ITEM-STATUS (OI-IDX) TO AN-ITEM-STATUS
               WRITE AR-OPEN-NEW-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               MOVE SPACES TO WS-SEAL-KEY-STRING
               MOVE AN-CUSTOMER-ID TO WS-SEAL-KEY-STRING (1:6)
               MOVE AN-INVOICE-ID TO WS-SEAL-KEY-STRING (7:6)
               MOVE AN-OPEN-BALANCE TO WS-SEAL-AMOUNT-VALUE
               PERFORM 933-HASH-KEY-STRING
               PERFORM 932-ACCUMULATE-SEAL
            END-PERFORM
            CLOSE AR-OPEN-NEW-FILE
            MOVE "AROPEN.SEAL" TO WS-SEAL-FILE-NAME
            MOVE "AR-REFUND-RUN" TO WS-SEAL-PROGRAM-ID
            PERFORM 934-WRITE-FILE-SEAL.

      * The credit balances paid out leave AR control and the cash
      * goes out of the bank; the debits netted are AR against AR
      * and post nothing. Posted only when the new open-item
      * generation was written.
       600-WRITE-GL-FEED.

            IF WS-AR-NEW-STATUS NOT = "00"
                  OR WS-REFUND-GRAND-TOTAL = 0
               EXIT PARAGRAPH
            END-IF
            MOVE "AR" TO WS-GLF-RULE-CODE
            MOVE "D" TO WS-GLF-SIDE
            MOVE WS-REFUND-GRAND-TOTAL TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "CASH" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            MOVE WS-REFUND-GRAND-TOTAL TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            PERFORM 986-WRITE-GL-FEED-BATCH.

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
            MOVE "REFUNDS ISSUED - CREDITS" TO RT-CAPTION
            COMPUTE RT-COUNT = WS-CHECK-COUNT + WS-ACH-COUNT
            MOVE WS-CREDIT-GRAND-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "  DEBITS NETTED" TO RT-CAPTION
            MOVE 0 TO RT-COUNT
            MOVE WS-DEBIT-GRAND-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "REFUND CHECKS" TO RT-CAPTION
            MOVE WS-CHECK-COUNT TO RT-COUNT
            MOVE WS-CHECK-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "PPD ACH REFUNDS" TO RT-CAPTION
            MOVE WS-ACH-COUNT TO RT-COUNT
            MOVE WS-ACH-TOTAL TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "  CASH REFUNDED" TO RT-CAPTION
            MOVE 0 TO RT-COUNT
            MOVE WS-REFUND-GRAND-TOTAL TO RT-AMOUNT
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
               MOVE WS-HOLD-CUTOFF-DATE TO PH1-CUTOFF-DATE
               MOVE WS-MINIMUM-REFUND TO PH1-MINIMUM
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

      * Under a customer's line, each item its refund nets: the
      * eligible credits, the debits they pay off, and - listed so
      * the approver sees them - credits still inside the hold.
       860-WRITE-CUSTOMER-ITEMS.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING OI-IDX FROM 1 BY 1
                  UNTIL OI-IDX > WS-ITEM-COUNT
               IF OIE-CUSTOMER-ID (OI-IDX) = WS-CURRENT-CUSTOMER
                  EVALUATE TRUE
                     WHEN OIE-IS-ELIGIBLE-CREDIT (OI-IDX)
                        MOVE "CREDIT" TO RI-CAPTION
                        PERFORM 865-WRITE-ITEM-LINE
                     WHEN OIE-IS-OPEN-DEBIT (OI-IDX)
                        MOVE "DEBIT NETTED" TO RI-CAPTION
                        PERFORM 865-WRITE-ITEM-LINE
                     WHEN OIE-IS-HELD-CREDIT (OI-IDX)
                        MOVE "CREDIT - INSIDE HOLD PERIOD" TO
                           RI-CAPTION
                        PERFORM 865-WRITE-ITEM-LINE
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
               END-IF
            END-PERFORM.

       865-WRITE-ITEM-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            MOVE OIE-INVOICE-ID (OI-IDX) TO RI-INVOICE-ID
            MOVE OIE-INVOICE-DATE (OI-IDX) TO RI-INVOICE-DATE
            MOVE OIE-OPEN-BALANCE (OI-IDX) TO RI-BALANCE
            IF PAY-MODE
               WRITE REGISTER-LINE FROM REPORT-ITEM-LINE
            ELSE
               WRITE PROPOSAL-LINE FROM REPORT-ITEM-LINE
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
               CLOSE REFUND-CHECK-PRINT-FILE
            END-IF
            IF WS-HISTORY-FILE-STATUS = "00"
               CLOSE REFUND-HISTORY-FILE
            END-IF
            IF WS-REPORT-FILE-STATUS = "00"
               CLOSE REFUND-REGISTER-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
           COPY AUTHCHK.
           COPY SEALTBL.
           COPY LOCKTBL.
           COPY GLFEED.
       END PROGRAM AR-REFUND-RUN.
