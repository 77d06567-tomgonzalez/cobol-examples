      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Year-end 1099-NEC and 1099-MISC filing from the AP
      *           payment history. Totals every supplier's payments
      *           for the tax year from APPAYHST.DAT (the cash
      *           actually paid, net of discounts taken), by the
      *           payer company each payment went out under, and
      *           reports each 1099-flagged supplier on the form and
      *           in the box its SUPPLIER.DAT record names once it
      *           reaches the filing threshold ($600; $10 for
      *           1099-MISC box 2 royalties). Writes the IRS
      *           electronic filing file IRS1099.DAT in the spirit of
      *           EFW2-SUBMISSION - T transmitter, then one A/B.../C
      *           payer group per company per form (identities from
      *           PAYCOMP.DAT, since each FEIN files separately), F
      *           trailer - and prints a recipient copy per supplier
      *           filed on AP1099F.RPT. A reportable supplier with no
      *           tax ID cannot be filed; it goes on the B-notice /
      *           backup-withholding exception list AP1099BN.RPT
      *           instead, as does a paid supplier no longer on the
      *           master, so nothing is silently left out.
      *           AP1099R.RPT registers every supplier considered.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-1099-FILING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Every AP item ever paid, written by AP-PAYMENT-RUN.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "APPAYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      * The supplier master - 1099 flag, form and box, tax ID, and
      * the name and address the forms go to.
           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

      * Company code to FEIN/name/address - one payer group files
      * per company, as EFW2-SUBMISSION files one RE group.
           SELECT PAY-COMPANY-FILE ASSIGN TO "PAYCOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-FILE-STATUS.

      * The transmitter identity, the same control record the EFW2
      * RA submitter comes from.
           SELECT EMPLOYER-CONTROL-FILE ASSIGN TO "W2EMPLR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYER-FILE-STATUS.

           SELECT IRS-FILING-FILE ASSIGN TO "IRS1099.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-FILE-STATUS.

           SELECT RECIPIENT-FORM-FILE ASSIGN TO "AP1099F.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORM-FILE-STATUS.

           SELECT FILING-REGISTER-FILE ASSIGN TO "AP1099R.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT B-NOTICE-LIST-FILE ASSIGN TO "AP1099BN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNOTICE-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05  HI-SUPPLIER         PIC X(10).
           05  HI-INVOICE-NO       PIC X(12).
           05  HI-PAY-METHOD       PIC X.
           05  HI-PAYMENT-NUMBER   PIC 9(8).
           05  HI-PAY-DATE         PIC 9(8).
           05  HI-PAY-DATE-PARTS REDEFINES HI-PAY-DATE.
               10  HI-PAY-YEAR     PIC 9(4).
               10  FILLER          PIC 9(4).
           05  HI-GROSS-AMOUNT     PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  HI-DISCOUNT-TAKEN   PIC S9(7)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  HI-NET-PAID         PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  HI-PAYER-COMPANY    PIC X(2).

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

       FD  PAY-COMPANY-FILE.
       01  PAY-COMPANY-RECORD.
           05  CO-COMPANY-CODE     PIC X(2).
           05  CO-FEIN             PIC 9(9).
           05  CO-NAME             PIC X(35).
           05  CO-ADDRESS          PIC X(35).
           05  CO-CITY             PIC X(20).
           05  CO-STATE            PIC X(2).
           05  CO-ZIP              PIC X(9).

       FD  EMPLOYER-CONTROL-FILE.
       01  EMPLOYER-CONTROL-RECORD.
           05  WE-EIN              PIC 9(9).
           05  WE-NAME             PIC X(35).
           05  WE-ADDRESS          PIC X(35).
           05  WE-CITY             PIC X(20).
           05  WE-STATE            PIC X(2).
           05  WE-ZIP              PIC X(9).

       FD  IRS-FILING-FILE.
       01  IRS-FILING-RECORD       PIC X(750).

       FD  RECIPIENT-FORM-FILE.
       01  RECIPIENT-FORM-LINE     PIC X(80).

       FD  FILING-REGISTER-FILE.
       01  REGISTER-LINE           PIC X(132).

       FD  B-NOTICE-LIST-FILE.
       01  B-NOTICE-LINE           PIC X(132).

           COPY EXCPFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-HISTORY-FILE-STATUS  PIC XX.
       01  WS-SUPPLIER-FILE-STATUS PIC XX.
       01  WS-COMPANY-FILE-STATUS  PIC XX.
       01  WS-EMPLOYER-FILE-STATUS PIC XX.
       01  WS-FILING-FILE-STATUS   PIC XX.
       01  WS-FORM-FILE-STATUS     PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-BNOTICE-FILE-STATUS  PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.
           88  ENTRY-WAS-FOUND         VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH     PIC X VALUE 'N'.
           88  RUN-MUST-ABORT          VALUE 'Y'.

       01  WS-TAX-YEAR             PIC 9(4).
       01  WS-ENV-TAX-YEAR         PIC X(4).
       01  WS-RUN-DATE             PIC 9(8).

      * Filing thresholds, and the backup withholding rate the B-
      * notice list shows what should have been withheld at.
       01  WS-STANDARD-THRESHOLD   PIC 9(5)V9(2) VALUE 600.00.
       01  WS-ROYALTY-THRESHOLD    PIC 9(5)V9(2) VALUE 10.00.
       01  WS-BACKUP-WH-RATE       PIC V9(4) VALUE .2400.
       01  WS-THRESHOLD            PIC 9(5)V9(2).

       01  WS-SUPPLIER-COUNT-MAX   PIC 9(3) VALUE 500.
       01  WS-SUPPLIER-COUNT       PIC 9(3) VALUE 0.
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
               10  SME-TAX-ID          PIC X(9).
               10  SME-TAX-ID-TYPE     PIC X.
               10  SME-1099-FLAG       PIC X.
               10  SME-1099-FORM       PIC X.
               10  SME-1099-BOX        PIC 9(2).

      * One RE-style payer group per company. Spaces on a payment
      * recorded before payments carried a company read as "01".
      * PAYCOMP.DAT missing altogether is the one-company shop,
      * filed under the W2EMPLR.DAT identity as EFW2-SUBMISSION
      * does.
       01  WS-PAYCOMP-SWITCH       PIC X VALUE 'N'.
           88  PAYCOMP-WAS-LOADED      VALUE 'Y'.
       01  WS-CO-COUNT-MAX         PIC 9(2) VALUE 10.
       01  WS-CO-COUNT             PIC 9(2) VALUE 0.
       01  PAY-COMPANY-TABLE.
           05  PAY-COMPANY-ENTRY OCCURS 10 TIMES
                                   INDEXED BY PC-IDX.
               10  PCE-COMPANY-CODE    PIC X(2).
               10  PCE-FEIN            PIC 9(9).
               10  PCE-NAME            PIC X(35).
               10  PCE-ADDRESS         PIC X(35).
               10  PCE-CITY            PIC X(20).
               10  PCE-STATE           PIC X(2).
               10  PCE-ZIP             PIC X(9).

       01  WS-PAID-CO-COUNT-MAX    PIC 9(2) VALUE 10.
       01  WS-PAID-CO-COUNT        PIC 9(2) VALUE 0.
       01  PAID-COMPANY-TABLE.
           05  PAID-COMPANY-ENTRY OCCURS 10 TIMES
                                   INDEXED BY YC-IDX.
               10  YCE-COMPANY-CODE    PIC X(2).

       01  WS-COMPANY-SUB          PIC 9(2).
       01  WS-CURRENT-COMPANY      PIC X(2).
       01  WS-RECORD-COMPANY       PIC X(2).
       01  WS-IDENTITY-SWITCH      PIC X.
           88  COMPANY-IDENTITY-FOUND  VALUE 'Y'.
       01  WS-CO-EIN               PIC 9(9).
       01  WS-CO-NAME              PIC X(35).
       01  WS-CO-ADDRESS           PIC X(35).
       01  WS-CO-CITY              PIC X(20).
       01  WS-CO-STATE             PIC X(2).
       01  WS-CO-ZIP               PIC X(9).

      * Each supplier's year by payer company, and what becomes of
      * it: "F" filed, "T" under the threshold, "B" no tax ID (the
      * B-notice list), "U" not on the supplier master.
       01  WS-RECIPIENT-COUNT-MAX  PIC 9(4) VALUE 2000.
       01  WS-RECIPIENT-COUNT      PIC 9(4) VALUE 0.
       01  RECIPIENT-TABLE.
           05  RECIPIENT-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY RC-IDX.
               10  RCE-COMPANY         PIC X(2).
               10  RCE-SUPPLIER        PIC X(10).
               10  RCE-MASTER-SUB      PIC 9(3).
               10  RCE-AMOUNT          PIC S9(9)V9(2).
               10  RCE-PAYMENT-COUNT   PIC 9(5).
               10  RCE-DISPOSITION     PIC X.
                   88  RCE-IS-FILED        VALUE "F".
                   88  RCE-IS-UNDER        VALUE "T".
                   88  RCE-IS-NO-TIN       VALUE "B".
                   88  RCE-IS-UNKNOWN      VALUE "U".

       01  WS-RECIPIENT-SUB        PIC 9(4).
       01  WS-MASTER-SUB           PIC 9(3).
       01  WS-CURRENT-FORM         PIC X.
       01  WS-FORM-SUB             PIC 9.
       01  WS-FORM-CODES           PIC X(2) VALUE "NM".
       01  WS-AMOUNT-SLOT          PIC 9(2).
       01  WS-BACKUP-WH-AMOUNT     PIC 9(9)V9(2).

      * Counts and totals for the payer group being written, and
      * for the run.
       01  WS-GROUP-PAYEE-COUNT    PIC 9(8) VALUE 0.
       01  WS-GROUP-TOTAL          PIC 9(11)V9(2) VALUE 0.
       01  WS-A-RECORD-COUNT       PIC 9(8) VALUE 0.
       01  WS-B-RECORD-COUNT       PIC 9(8) VALUE 0.
       01  WS-FORM-COUNT           PIC 9(5) VALUE 0.
       01  WS-FILED-COUNT          PIC 9(5) VALUE 0.
       01  WS-FILED-TOTAL          PIC S9(11)V9(2) VALUE 0.
       01  WS-UNDER-COUNT          PIC 9(5) VALUE 0.
       01  WS-UNDER-TOTAL          PIC S9(11)V9(2) VALUE 0.
       01  WS-BNOTICE-COUNT        PIC 9(5) VALUE 0.
       01  WS-BNOTICE-TOTAL        PIC S9(11)V9(2) VALUE 0.

      * B-notice message for the shared exception log, built with
      * MOVE rather than STRING.
       01  WS-BNOTICE-MSG-BUILD.
           05  FILLER                  PIC X(9) VALUE "SUPPLIER ".
           05  WS-BN-MSG-SUPPLIER      PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-BN-MSG-REASON        PIC X(40).

      * Filing file record bodies. Dollar fields are unsigned cents,
      * zero filled; the sixteen amount fields are the IRS amount
      * codes 1-9 and A-G, box 10 being code A. Every record pads to
      * the 750-byte fixed length with the FILLER at the end.
       01  IRS-T-RECORD.
           05  FILLER              PIC X(1)  VALUE "T".
           05  TR-TAX-YEAR         PIC 9(4).
           05  TR-EIN              PIC 9(9).
           05  TR-NAME             PIC X(35).
           05  TR-ADDRESS          PIC X(35).
           05  TR-CITY             PIC X(20).
           05  TR-STATE            PIC X(2).
           05  TR-ZIP              PIC X(9).
           05  FILLER              PIC X(635) VALUE SPACES.
       01  IRS-A-RECORD.
           05  FILLER              PIC X(1)  VALUE "A".
           05  AR-TAX-YEAR         PIC 9(4).
           05  AR-EIN              PIC 9(9).
      * "NE" 1099-NEC, "A " 1099-MISC.
           05  AR-TYPE-OF-RETURN   PIC X(2).
           05  AR-AMOUNT-CODES     PIC X(16).
           05  AR-PAYER-NAME       PIC X(35).
           05  AR-ADDRESS          PIC X(35).
           05  AR-CITY             PIC X(20).
           05  AR-STATE            PIC X(2).
           05  AR-ZIP              PIC X(9).
           05  FILLER              PIC X(617) VALUE SPACES.
       01  IRS-B-RECORD.
           05  FILLER              PIC X(1)  VALUE "B".
           05  BR-TAX-YEAR         PIC 9(4).
      * "1" an EIN, "2" an SSN.
           05  BR-TIN-TYPE         PIC X(1).
           05  BR-TIN              PIC X(9).
      * Payer's account number for the payee - the supplier code.
           05  BR-ACCOUNT          PIC X(20).
           05  BR-PAYMENT-AMOUNT   PIC 9(12) OCCURS 16 TIMES.
           05  BR-PAYEE-NAME       PIC X(30).
           05  BR-ADDRESS          PIC X(30).
           05  BR-ADDRESS-2        PIC X(30).
           05  BR-CITY             PIC X(20).
           05  BR-STATE            PIC X(2).
           05  BR-ZIP              PIC X(10).
           05  FILLER              PIC X(401) VALUE SPACES.
       01  IRS-C-RECORD.
           05  FILLER              PIC X(1)  VALUE "C".
           05  CR-PAYEE-COUNT      PIC 9(8).
           05  CR-CONTROL-TOTAL    PIC 9(18) OCCURS 16 TIMES.
           05  FILLER              PIC X(453) VALUE SPACES.
       01  IRS-F-RECORD.
           05  FILLER              PIC X(1)  VALUE "F".
           05  FR-A-RECORD-COUNT   PIC 9(8).
           05  FR-B-RECORD-COUNT   PIC 9(8).
           05  FILLER              PIC X(733) VALUE SPACES.

      * Recipient copy, one per supplier filed.
       01  FORM-HEADING-LINE.
           05  FH-FORM-TITLE   PIC X(42).
           05  FILLER          PIC X(20) VALUE "COPY B - RECIPIENT".
           05  FILLER          PIC X(9)  VALUE "TAX YEAR ".
           05  FH-TAX-YEAR     PIC 9(4).
       01  FORM-PAYER-LINE.
           05  FILLER          PIC X(10) VALUE "PAYER:    ".
           05  FPY-NAME        PIC X(35).
           05  FILLER          PIC X(6)  VALUE " FEIN ".
           05  FPY-EIN         PIC 9(9).
       01  FORM-ADDRESS-LINE.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FAD-TEXT        PIC X(60).
       01  FORM-CITY-LINE.
           05  FCL-CITY        PIC X(20).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FCL-STATE       PIC X(2).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FCL-ZIP         PIC X(10).
       01  FORM-RECIPIENT-LINE.
           05  FILLER          PIC X(10) VALUE "RECIPIENT:".
           05  FRC-NAME        PIC X(30).
           05  FILLER          PIC X(6)  VALUE "  TIN ".
           05  FRC-TIN         PIC X(9).
       01  FORM-ACCOUNT-LINE.
           05  FILLER          PIC X(16) VALUE "ACCOUNT NUMBER: ".
           05  FAC-ACCOUNT     PIC X(10).
       01  FORM-AMOUNT-LINE.
           05  FA-CAPTION      PIC X(40).
           05  FA-AMOUNT       PIC $$$,$$$,$$9.99.

      * Register and B-notice list.
       01  REGISTER-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "AP 1099 FILING REGISTER".
           05  FILLER          PIC X(9)  VALUE "TAX YEAR ".
           05  RH1-TAX-YEAR    PIC 9(4).
           05  FILLER          PIC X(11) VALUE "  RUN DATE ".
           05  RH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(48) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH1-PAGE-NUMBER PIC ZZ9.
       01  REGISTER-HEADING-2.
           05  FILLER          PIC X(4)  VALUE "CO".
           05  FILLER          PIC X(12) VALUE "SUPPLIER".
           05  FILLER          PIC X(32) VALUE "NAME".
           05  FILLER          PIC X(7)  VALUE "FORM".
           05  FILLER          PIC X(5)  VALUE "BOX".
           05  FILLER          PIC X(8)  VALUE "PMTS".
           05  FILLER          PIC X(18) VALUE "    AMOUNT PAID".
           05  FILLER          PIC X(30) VALUE "DISPOSITION".
       01  REGISTER-DETAIL-LINE.
           05  RD-COMPANY      PIC X(2).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-SUPPLIER     PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-NAME         PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-FORM         PIC X(5).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-BOX          PIC Z9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RD-PAYMENTS     PIC ZZ,ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-AMOUNT       PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RD-DISPOSITION  PIC X(40).
       01  REGISTER-TOTAL-LINE.
           05  RT-CAPTION      PIC X(40).
           05  RT-COUNT        PIC ZZ,ZZ9.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  RT-AMOUNT       PIC $$$,$$$,$$$,$$9.99-.
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACES.

       01  BNOTICE-HEADING-1.
           05  FILLER          PIC X(56) VALUE
             "1099 B-NOTICE / BACKUP WITHHOLDING EXCEPTIONS - TAX YEAR".
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  BH1-TAX-YEAR    PIC 9(4).
       01  BNOTICE-HEADING-2.
           05  FILLER          PIC X(4)  VALUE "CO".
           05  FILLER          PIC X(12) VALUE "SUPPLIER".
           05  FILLER          PIC X(32) VALUE "NAME".
           05  FILLER          PIC X(18) VALUE "    AMOUNT PAID".
           05  FILLER          PIC X(18) VALUE "  BACKUP WH DUE".
           05  FILLER          PIC X(30) VALUE "REASON".
       01  BNOTICE-DETAIL-LINE.
           05  BD-COMPANY      PIC X(2).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BD-SUPPLIER     PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BD-NAME         PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BD-AMOUNT       PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  BD-BACKUP-WH    PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  BD-REASON       PIC X(40).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "AP-1099-FILING" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 020-GET-TAX-YEAR
            PERFORM 050-OPEN-FILES
            IF RUN-MUST-ABORT
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 060-LOAD-SUPPLIER-MASTER
            PERFORM 065-LOAD-COMPANY-TABLE
            PERFORM 070-LOAD-PAYMENT-HISTORY

            PERFORM 810-WRITE-REPORT-HEADER
            PERFORM 820-WRITE-BNOTICE-HEADER
            PERFORM VARYING RC-IDX FROM 1 BY 1
                  UNTIL RC-IDX > WS-RECIPIENT-COUNT
               SET WS-RECIPIENT-SUB TO RC-IDX
               PERFORM 100-CLASSIFY-ONE-RECIPIENT
            END-PERFORM

            PERFORM 150-WRITE-T-RECORD
      * Each payer company files its 1099-NECs and its 1099-MISCs
      * as separate A/B/C groups.
            PERFORM 300-FILE-ONE-COMPANY
               VARYING WS-COMPANY-SUB FROM 1 BY 1
               UNTIL WS-COMPANY-SUB > WS-PAID-CO-COUNT
            PERFORM 800-WRITE-F-TRAILER
            PERFORM 870-WRITE-REGISTER-TOTALS
            PERFORM 900-CLOSE-FILES

            DISPLAY "AP 1099 FILING COMPLETE FOR TAX YEAR ",
               WS-TAX-YEAR, ": ", WS-FILED-COUNT, " FILED, ",
               WS-UNDER-COUNT, " UNDER THRESHOLD, ",
               WS-BNOTICE-COUNT, " ON THE B-NOTICE LIST."
            IF WS-BNOTICE-COUNT > 0
               DISPLAY "RESOLVE AP1099BN.RPT BEFORE TRANSMITTING "
                  "IRS1099.DAT."
            END-IF
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

       020-GET-TAX-YEAR.

            DISPLAY "AP1099_TAX_YEAR" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TAX-YEAR FROM ENVIRONMENT-VALUE
            IF WS-ENV-TAX-YEAR IS NUMERIC
               MOVE WS-ENV-TAX-YEAR TO WS-TAX-YEAR
            ELSE
               DISPLAY "Enter the tax year to file (YYYY)."
               ACCEPT WS-TAX-YEAR
            END-IF.

       050-OPEN-FILES.

            OPEN INPUT PAYMENT-HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: APPAYHST.DAT OPEN FAILED, STATUS = ",
                  WS-HISTORY-FILE-STATUS
               MOVE "NO APPAYHST.DAT - NO 1099S FILED" TO EL-MESSAGE
               MOVE "AP-1099-FILING" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

      * Without the master nothing is known to be reportable.
            OPEN INPUT SUPPLIER-FILE
            IF WS-SUPPLIER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: SUPPLIER.DAT OPEN FAILED, STATUS = ",
                  WS-SUPPLIER-FILE-STATUS
               MOVE "NO SUPPLIER.DAT - NO 1099S FILED" TO EL-MESSAGE
               MOVE "AP-1099-FILING" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

      * The transmitter identity cannot be defaulted.
            OPEN INPUT EMPLOYER-CONTROL-FILE
            IF WS-EMPLOYER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: W2EMPLR.DAT OPEN FAILED, STATUS = ",
                  WS-EMPLOYER-FILE-STATUS
               MOVE "W2EMPLR.DAT MISSING - CANNOT FILE 1099S" TO
                  EL-MESSAGE
               MOVE "AP-1099-FILING" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            ELSE
               READ EMPLOYER-CONTROL-FILE
                  AT END
                     DISPLAY "ERROR: W2EMPLR.DAT IS EMPTY"
                     MOVE 'Y' TO WS-RUN-ABORT-SWITCH
                     MOVE 1 TO RETURN-CODE
               END-READ
               CLOSE EMPLOYER-CONTROL-FILE
            END-IF
            IF RUN-MUST-ABORT
               EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT IRS-FILING-FILE
            IF WS-FILING-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: IRS1099.DAT OPEN FAILED, STATUS = ",
                  WS-FILING-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF
            OPEN OUTPUT RECIPIENT-FORM-FILE
            IF WS-FORM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: AP1099F.RPT OPEN FAILED, STATUS = ",
                  WS-FORM-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF
            OPEN OUTPUT FILING-REGISTER-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: AP1099R.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF
            OPEN OUTPUT B-NOTICE-LIST-FILE
            IF WS-BNOTICE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: AP1099BN.RPT OPEN FAILED, STATUS = ",
                  WS-BNOTICE-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF.

       060-LOAD-SUPPLIER-MASTER.

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
                        MOVE SU-TAX-ID TO SME-TAX-ID (SM-IDX)
                        MOVE SU-TAX-ID-TYPE TO SME-TAX-ID-TYPE (SM-IDX)
                        MOVE SU-1099-FLAG TO SME-1099-FLAG (SM-IDX)
                        MOVE SU-1099-FORM TO SME-1099-FORM (SM-IDX)
                        MOVE SU-1099-BOX TO SME-1099-BOX (SM-IDX)
                     ELSE
                        DISPLAY "WARNING: SUPPLIER TABLE FULL, "
                           SU-SUPPLIER, " LISTED AS NOT ON MASTER"
                     END-IF
               END-READ
            END-PERFORM
            CLOSE SUPPLIER-FILE.

      * Not fatal if missing - the one-company shop files its
      * single payer group under the W2EMPLR.DAT identity.
       065-LOAD-COMPANY-TABLE.

            OPEN INPUT PAY-COMPANY-FILE
            IF WS-COMPANY-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: PAYCOMP.DAT NOT FOUND, STATUS = ",
                  WS-COMPANY-FILE-STATUS, " - FILING ONE PAYER "
                  "GROUP UNDER THE W2EMPLR.DAT IDENTITY"
               EXIT PARAGRAPH
            END-IF
            MOVE 'Y' TO WS-PAYCOMP-SWITCH
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ PAY-COMPANY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-CO-COUNT < WS-CO-COUNT-MAX
                        ADD 1 TO WS-CO-COUNT
                        SET PC-IDX TO WS-CO-COUNT
                        MOVE CO-COMPANY-CODE TO
                           PCE-COMPANY-CODE (PC-IDX)
                        MOVE CO-FEIN TO PCE-FEIN (PC-IDX)
                        MOVE CO-NAME TO PCE-NAME (PC-IDX)
                        MOVE CO-ADDRESS TO PCE-ADDRESS (PC-IDX)
                        MOVE CO-CITY TO PCE-CITY (PC-IDX)
                        MOVE CO-STATE TO PCE-STATE (PC-IDX)
                        MOVE CO-ZIP TO PCE-ZIP (PC-IDX)
                     ELSE
                        DISPLAY "WARNING: COMPANY TABLE FULL, "
                           "IGNORING COMPANY ", CO-COMPANY-CODE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE PAY-COMPANY-FILE.

      * The tax year's payments, totalled per payer company and
      * supplier (one company when PAYCOMP.DAT is absent).
      * Suppliers the master does not flag for 1099 are passed
      * over; those not on the master at all are kept so they can
      * be listed.
       070-LOAD-PAYMENT-HISTORY.

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ PAYMENT-HISTORY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF HI-PAY-YEAR = WS-TAX-YEAR
                        PERFORM 075-TOTAL-ONE-PAYMENT
                     END-IF
               END-READ
            END-PERFORM
            CLOSE PAYMENT-HISTORY-FILE.

       075-TOTAL-ONE-PAYMENT.

            PERFORM 080-FIND-SUPPLIER
            IF WS-MASTER-SUB > 0
               IF SME-1099-FLAG (WS-MASTER-SUB) NOT = "Y"
                  EXIT PARAGRAPH
               END-IF
            END-IF
            IF HI-PAYER-COMPANY = SPACES
                  OR NOT PAYCOMP-WAS-LOADED
               MOVE "01" TO WS-RECORD-COMPANY
            ELSE
               MOVE HI-PAYER-COMPANY TO WS-RECORD-COMPANY
            END-IF

            MOVE 0 TO WS-RECIPIENT-SUB
            PERFORM VARYING RC-IDX FROM 1 BY 1
                  UNTIL RC-IDX > WS-RECIPIENT-COUNT
               IF RCE-COMPANY (RC-IDX) = WS-RECORD-COMPANY
                     AND RCE-SUPPLIER (RC-IDX) = HI-SUPPLIER
                  SET WS-RECIPIENT-SUB TO RC-IDX
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF WS-RECIPIENT-SUB = 0
               IF WS-RECIPIENT-COUNT NOT < WS-RECIPIENT-COUNT-MAX
                  DISPLAY "ERROR: RECIPIENT TABLE FULL - 1099 FILING "
                     "STOPPED, NOTHING IS COMPLETE"
                  MOVE "1099 RECIPIENT TABLE FULL - RUN REFUSED" TO
                     EL-MESSAGE
                  MOVE "AP-1099-FILING" TO EL-PROGRAM-ID
                  MOVE "E" TO EL-SEVERITY
                  PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
                  MOVE 1 TO RETURN-CODE
                  CLOSE PAYMENT-HISTORY-FILE
                  PERFORM 900-CLOSE-FILES
                  PERFORM 970-DISPLAY-RUN-STATISTICS
                  STOP RUN
               END-IF
               ADD 1 TO WS-RECIPIENT-COUNT
               MOVE WS-RECIPIENT-COUNT TO WS-RECIPIENT-SUB
               SET RC-IDX TO WS-RECIPIENT-COUNT
               INITIALIZE RECIPIENT-ENTRY (RC-IDX)
               MOVE WS-RECORD-COMPANY TO RCE-COMPANY (RC-IDX)
               MOVE HI-SUPPLIER TO RCE-SUPPLIER (RC-IDX)
               MOVE WS-MASTER-SUB TO RCE-MASTER-SUB (RC-IDX)
               PERFORM 085-NOTE-PAID-COMPANY
            END-IF
            SET RC-IDX TO WS-RECIPIENT-SUB
            ADD HI-NET-PAID TO RCE-AMOUNT (RC-IDX)
            ADD 1 TO RCE-PAYMENT-COUNT (RC-IDX).

      * WS-MASTER-SUB is HI-SUPPLIER's master entry, zero if none.
       080-FIND-SUPPLIER.

            MOVE 0 TO WS-MASTER-SUB
            PERFORM VARYING SM-IDX FROM 1 BY 1
                  UNTIL SM-IDX > WS-SUPPLIER-COUNT
               IF SME-SUPPLIER (SM-IDX) = HI-SUPPLIER
                  SET WS-MASTER-SUB TO SM-IDX
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       085-NOTE-PAID-COMPANY.

            PERFORM VARYING YC-IDX FROM 1 BY 1
                  UNTIL YC-IDX > WS-PAID-CO-COUNT
               IF YCE-COMPANY-CODE (YC-IDX) = WS-RECORD-COMPANY
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-PAID-CO-COUNT < WS-PAID-CO-COUNT-MAX
               ADD 1 TO WS-PAID-CO-COUNT
               SET YC-IDX TO WS-PAID-CO-COUNT
               MOVE WS-RECORD-COMPANY TO YCE-COMPANY-CODE (YC-IDX)
            ELSE
               DISPLAY "WARNING: MORE THAN ", WS-PAID-CO-COUNT-MAX,
                  " PAYER COMPANIES - PAYMENTS FOR ",
                  WS-RECORD-COMPANY, " NOT FILED"
            END-IF.

      * What becomes of one supplier's year: under the threshold it
      * is only registered; reportable with no usable tax ID it goes
      * on the B-notice list, as does a supplier the master has
      * lost; otherwise it files.
       100-CLASSIFY-ONE-RECIPIENT.

            MOVE RCE-MASTER-SUB (RC-IDX) TO WS-MASTER-SUB
            MOVE RCE-COMPANY (RC-IDX) TO RD-COMPANY BD-COMPANY
            MOVE RCE-SUPPLIER (RC-IDX) TO RD-SUPPLIER BD-SUPPLIER
            MOVE RCE-PAYMENT-COUNT (RC-IDX) TO RD-PAYMENTS
            MOVE RCE-AMOUNT (RC-IDX) TO RD-AMOUNT BD-AMOUNT

            IF WS-MASTER-SUB = 0
               MOVE "U" TO RCE-DISPOSITION (RC-IDX)
               MOVE "*** NOT ON SUPPLIER MASTER ***" TO RD-NAME
               MOVE SPACES TO RD-FORM
               MOVE 0 TO RD-BOX
               MOVE "B-NOTICE LIST - NOT ON SUPPLIER MASTER" TO
                  RD-DISPOSITION BD-REASON
               MOVE RD-NAME TO BD-NAME
               PERFORM 160-LIST-B-NOTICE
               PERFORM 850-WRITE-REGISTER-LINE
               EXIT PARAGRAPH
            END-IF

            MOVE SME-NAME (WS-MASTER-SUB) TO RD-NAME BD-NAME
            MOVE SME-1099-BOX (WS-MASTER-SUB) TO RD-BOX
            IF SME-1099-FORM (WS-MASTER-SUB) = "M"
               MOVE "MISC" TO RD-FORM
            ELSE
               MOVE "NEC" TO RD-FORM
            END-IF
            IF SME-1099-FORM (WS-MASTER-SUB) = "M"
                  AND SME-1099-BOX (WS-MASTER-SUB) = 2
               MOVE WS-ROYALTY-THRESHOLD TO WS-THRESHOLD
            ELSE
               MOVE WS-STANDARD-THRESHOLD TO WS-THRESHOLD
            END-IF

            EVALUATE TRUE
               WHEN RCE-AMOUNT (RC-IDX) < WS-THRESHOLD
                  MOVE "T" TO RCE-DISPOSITION (RC-IDX)
                  ADD 1 TO WS-UNDER-COUNT
                  ADD RCE-AMOUNT (RC-IDX) TO WS-UNDER-TOTAL
                  MOVE "UNDER THRESHOLD - NOT FILED" TO RD-DISPOSITION
               WHEN SME-TAX-ID (WS-MASTER-SUB) IS NOT NUMERIC
                     OR SME-TAX-ID (WS-MASTER-SUB) = "000000000"
                  MOVE "B" TO RCE-DISPOSITION (RC-IDX)
                  MOVE "B-NOTICE LIST - NO TAX ID ON MASTER" TO
                     RD-DISPOSITION BD-REASON
                  PERFORM 160-LIST-B-NOTICE
               WHEN OTHER
                  MOVE "F" TO RCE-DISPOSITION (RC-IDX)
                  ADD 1 TO WS-FILED-COUNT
                  ADD RCE-AMOUNT (RC-IDX) TO WS-FILED-TOTAL
                  MOVE "FILED" TO RD-DISPOSITION
            END-EVALUATE
            PERFORM 850-WRITE-REGISTER-LINE.

      * The B-notice list shows what backup withholding the payments
      * should have carried, and each entry goes to the exception
      * log for AP to chase the W-9.
       160-LIST-B-NOTICE.

            ADD 1 TO WS-BNOTICE-COUNT
            ADD RCE-AMOUNT (RC-IDX) TO WS-BNOTICE-TOTAL
            IF RCE-AMOUNT (RC-IDX) > 0
               COMPUTE WS-BACKUP-WH-AMOUNT ROUNDED =
                  RCE-AMOUNT (RC-IDX) * WS-BACKUP-WH-RATE
            ELSE
               MOVE 0 TO WS-BACKUP-WH-AMOUNT
            END-IF
            MOVE WS-BACKUP-WH-AMOUNT TO BD-BACKUP-WH
            IF WS-BNOTICE-FILE-STATUS = "00"
               WRITE B-NOTICE-LINE FROM BNOTICE-DETAIL-LINE
            END-IF
            MOVE RCE-SUPPLIER (RC-IDX) TO WS-BN-MSG-SUPPLIER
            MOVE BD-REASON TO WS-BN-MSG-REASON
            MOVE WS-BNOTICE-MSG-BUILD TO EL-MESSAGE
            MOVE "AP-1099-FILING" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

       150-WRITE-T-RECORD.

            MOVE WS-TAX-YEAR TO TR-TAX-YEAR
            MOVE WE-EIN TO TR-EIN
            MOVE WE-NAME TO TR-NAME
            MOVE WE-ADDRESS TO TR-ADDRESS
            MOVE WE-CITY TO TR-CITY
            MOVE WE-STATE TO TR-STATE
            MOVE WE-ZIP TO TR-ZIP
            WRITE IRS-FILING-RECORD FROM IRS-T-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

      * One company with anyone to file: resolve its filing
      * identity, then one payer group per form it has recipients
      * on. A company PAYCOMP.DAT does not carry cannot file -
      * logged, never lumped under another FEIN.
       300-FILE-ONE-COMPANY.

            SET YC-IDX TO WS-COMPANY-SUB
            MOVE YCE-COMPANY-CODE (YC-IDX) TO WS-CURRENT-COMPANY
            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING RC-IDX FROM 1 BY 1
                  UNTIL RC-IDX > WS-RECIPIENT-COUNT
               IF RCE-IS-FILED (RC-IDX)
                     AND RCE-COMPANY (RC-IDX) = WS-CURRENT-COMPANY
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF NOT ENTRY-WAS-FOUND
               EXIT PARAGRAPH
            END-IF
            PERFORM 310-RESOLVE-COMPANY-IDENTITY
            IF NOT COMPANY-IDENTITY-FOUND
               DISPLAY "ERROR: COMPANY ", WS-CURRENT-COMPANY,
                  " HAS NO PAYCOMP.DAT IDENTITY - ITS 1099S WERE "
                  "NOT FILED"
               MOVE "COMPANY MISSING FROM PAYCOMP - 1099S NOT FILED"
                  TO EL-MESSAGE
               MOVE "AP-1099-FILING" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-FORM-SUB FROM 1 BY 1
                  UNTIL WS-FORM-SUB > 2
               MOVE WS-FORM-CODES (WS-FORM-SUB:1) TO WS-CURRENT-FORM
               PERFORM 320-FILE-ONE-FORM
            END-PERFORM.

       310-RESOLVE-COMPANY-IDENTITY.

            MOVE 'N' TO WS-IDENTITY-SWITCH
            IF NOT PAYCOMP-WAS-LOADED
               MOVE 'Y' TO WS-IDENTITY-SWITCH
               MOVE WE-EIN TO WS-CO-EIN
               MOVE WE-NAME TO WS-CO-NAME
               MOVE WE-ADDRESS TO WS-CO-ADDRESS
               MOVE WE-CITY TO WS-CO-CITY
               MOVE WE-STATE TO WS-CO-STATE
               MOVE WE-ZIP TO WS-CO-ZIP
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING PC-IDX FROM 1 BY 1
                  UNTIL PC-IDX > WS-CO-COUNT
               IF PCE-COMPANY-CODE (PC-IDX) = WS-CURRENT-COMPANY
                  MOVE 'Y' TO WS-IDENTITY-SWITCH
                  MOVE PCE-FEIN (PC-IDX) TO WS-CO-EIN
                  MOVE PCE-NAME (PC-IDX) TO WS-CO-NAME
                  MOVE PCE-ADDRESS (PC-IDX) TO WS-CO-ADDRESS
                  MOVE PCE-CITY (PC-IDX) TO WS-CO-CITY
                  MOVE PCE-STATE (PC-IDX) TO WS-CO-STATE
                  MOVE PCE-ZIP (PC-IDX) TO WS-CO-ZIP
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * A, then a B and a recipient copy per supplier filed on this
      * form for this company, then C - written only when the
      * company has someone to file on the form.
       320-FILE-ONE-FORM.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING RC-IDX FROM 1 BY 1
                  UNTIL RC-IDX > WS-RECIPIENT-COUNT
               IF RCE-IS-FILED (RC-IDX)
                     AND RCE-COMPANY (RC-IDX) = WS-CURRENT-COMPANY
                     AND SME-1099-FORM (RCE-MASTER-SUB (RC-IDX)) =
                        WS-CURRENT-FORM
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF NOT ENTRY-WAS-FOUND
               EXIT PARAGRAPH
            END-IF

            MOVE WS-TAX-YEAR TO AR-TAX-YEAR
            MOVE WS-CO-EIN TO AR-EIN
            IF WS-CURRENT-FORM = "M"
               MOVE "A " TO AR-TYPE-OF-RETURN
               MOVE "1236A" TO AR-AMOUNT-CODES
            ELSE
               MOVE "NE" TO AR-TYPE-OF-RETURN
               MOVE "1" TO AR-AMOUNT-CODES
            END-IF
            MOVE WS-CO-NAME TO AR-PAYER-NAME
            MOVE WS-CO-ADDRESS TO AR-ADDRESS
            MOVE WS-CO-CITY TO AR-CITY
            MOVE WS-CO-STATE TO AR-STATE
            MOVE WS-CO-ZIP TO AR-ZIP
            WRITE IRS-FILING-RECORD FROM IRS-A-RECORD
            ADD 1 TO WS-A-RECORD-COUNT
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN

            MOVE 0 TO WS-GROUP-PAYEE-COUNT
            INITIALIZE IRS-C-RECORD
            MOVE "C" TO IRS-C-RECORD (1:1)
            PERFORM VARYING RC-IDX FROM 1 BY 1
                  UNTIL RC-IDX > WS-RECIPIENT-COUNT
               IF RCE-IS-FILED (RC-IDX)
                     AND RCE-COMPANY (RC-IDX) = WS-CURRENT-COMPANY
                     AND SME-1099-FORM (RCE-MASTER-SUB (RC-IDX)) =
                        WS-CURRENT-FORM
                  MOVE RCE-MASTER-SUB (RC-IDX) TO WS-MASTER-SUB
                  PERFORM 330-WRITE-B-RECORD
                  PERFORM 340-PRINT-RECIPIENT-COPY
               END-IF
            END-PERFORM

            MOVE WS-GROUP-PAYEE-COUNT TO CR-PAYEE-COUNT
            WRITE IRS-FILING-RECORD FROM IRS-C-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

      * The box names the amount field: boxes 1-9 are amount codes
      * 1-9, box 10 is code A.
       330-WRITE-B-RECORD.

            MOVE WS-TAX-YEAR TO BR-TAX-YEAR
            IF SME-TAX-ID-TYPE (WS-MASTER-SUB) = "S"
               MOVE "2" TO BR-TIN-TYPE
            ELSE
               MOVE "1" TO BR-TIN-TYPE
            END-IF
            MOVE SME-TAX-ID (WS-MASTER-SUB) TO BR-TIN
            MOVE RCE-SUPPLIER (RC-IDX) TO BR-ACCOUNT
            PERFORM VARYING WS-AMOUNT-SLOT FROM 1 BY 1
                  UNTIL WS-AMOUNT-SLOT > 16
               MOVE 0 TO BR-PAYMENT-AMOUNT (WS-AMOUNT-SLOT)
            END-PERFORM
            MOVE SME-1099-BOX (WS-MASTER-SUB) TO WS-AMOUNT-SLOT
            IF WS-AMOUNT-SLOT < 1 OR WS-AMOUNT-SLOT > 16
               MOVE 1 TO WS-AMOUNT-SLOT
            END-IF
            COMPUTE BR-PAYMENT-AMOUNT (WS-AMOUNT-SLOT) =
               RCE-AMOUNT (RC-IDX) * 100
            ADD BR-PAYMENT-AMOUNT (WS-AMOUNT-SLOT) TO
               CR-CONTROL-TOTAL (WS-AMOUNT-SLOT)
            MOVE SME-NAME (WS-MASTER-SUB) TO BR-PAYEE-NAME
            MOVE SME-REMIT-LINE-1 (WS-MASTER-SUB) TO BR-ADDRESS
            MOVE SME-REMIT-LINE-2 (WS-MASTER-SUB) TO BR-ADDRESS-2
            MOVE SME-REMIT-CITY (WS-MASTER-SUB) TO BR-CITY
            MOVE SME-REMIT-STATE (WS-MASTER-SUB) TO BR-STATE
            MOVE SME-REMIT-ZIP (WS-MASTER-SUB) TO BR-ZIP
            WRITE IRS-FILING-RECORD FROM IRS-B-RECORD
            ADD 1 TO WS-B-RECORD-COUNT
            ADD 1 TO WS-GROUP-PAYEE-COUNT
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

      * One recipient copy per supplier: plain WRITE for the first
      * form, AFTER ADVANCING PAGE for every later one, the CHECK-
      * PRINT top-of-form convention. The recipient's TIN shows its
      * last four digits only, as the IRS allows on copy B.
       340-PRINT-RECIPIENT-COPY.

            ADD 1 TO WS-FORM-COUNT
            IF WS-CURRENT-FORM = "M"
               MOVE "FORM 1099-MISC  MISCELLANEOUS INFORMATION" TO
                  FH-FORM-TITLE
            ELSE
               MOVE "FORM 1099-NEC  NONEMPLOYEE COMPENSATION" TO
                  FH-FORM-TITLE
            END-IF
            MOVE WS-TAX-YEAR TO FH-TAX-YEAR
            IF WS-FORM-COUNT = 1
               WRITE RECIPIENT-FORM-LINE FROM FORM-HEADING-LINE
            ELSE
               WRITE RECIPIENT-FORM-LINE FROM FORM-HEADING-LINE
                  AFTER ADVANCING PAGE
            END-IF

            MOVE WS-CO-NAME TO FPY-NAME
            MOVE WS-CO-EIN TO FPY-EIN
            WRITE RECIPIENT-FORM-LINE FROM FORM-PAYER-LINE
            MOVE WS-CO-ADDRESS TO FAD-TEXT
            WRITE RECIPIENT-FORM-LINE FROM FORM-ADDRESS-LINE
            MOVE WS-CO-CITY TO FCL-CITY
            MOVE WS-CO-STATE TO FCL-STATE
            MOVE WS-CO-ZIP TO FCL-ZIP
            MOVE FORM-CITY-LINE TO FAD-TEXT
            WRITE RECIPIENT-FORM-LINE FROM FORM-ADDRESS-LINE

            MOVE SME-NAME (WS-MASTER-SUB) TO FRC-NAME
            MOVE "*****" TO FRC-TIN (1:5)
            MOVE SME-TAX-ID (WS-MASTER-SUB) (6:4) TO FRC-TIN (6:4)
            WRITE RECIPIENT-FORM-LINE FROM FORM-RECIPIENT-LINE
            MOVE SME-REMIT-LINE-1 (WS-MASTER-SUB) TO FAD-TEXT
            WRITE RECIPIENT-FORM-LINE FROM FORM-ADDRESS-LINE
            IF SME-REMIT-LINE-2 (WS-MASTER-SUB) NOT = SPACES
               MOVE SME-REMIT-LINE-2 (WS-MASTER-SUB) TO FAD-TEXT
               WRITE RECIPIENT-FORM-LINE FROM FORM-ADDRESS-LINE
            END-IF
            MOVE SME-REMIT-CITY (WS-MASTER-SUB) TO FCL-CITY
            MOVE SME-REMIT-STATE (WS-MASTER-SUB) TO FCL-STATE
            MOVE SME-REMIT-ZIP (WS-MASTER-SUB) TO FCL-ZIP
            MOVE FORM-CITY-LINE TO FAD-TEXT
            WRITE RECIPIENT-FORM-LINE FROM FORM-ADDRESS-LINE
            MOVE RCE-SUPPLIER (RC-IDX) TO FAC-ACCOUNT
            WRITE RECIPIENT-FORM-LINE FROM FORM-ACCOUNT-LINE

            EVALUATE TRUE
               WHEN WS-CURRENT-FORM NOT = "M"
                  MOVE "1  NONEMPLOYEE COMPENSATION" TO FA-CAPTION
               WHEN SME-1099-BOX (WS-MASTER-SUB) = 1
                  MOVE "1  RENTS" TO FA-CAPTION
               WHEN SME-1099-BOX (WS-MASTER-SUB) = 2
                  MOVE "2  ROYALTIES" TO FA-CAPTION
               WHEN SME-1099-BOX (WS-MASTER-SUB) = 3
                  MOVE "3  OTHER INCOME" TO FA-CAPTION
               WHEN SME-1099-BOX (WS-MASTER-SUB) = 6
                  MOVE "6  MEDICAL AND HEALTH CARE PAYMENTS" TO
                     FA-CAPTION
               WHEN OTHER
                  MOVE "10 GROSS PROCEEDS PAID TO AN ATTORNEY" TO
                     FA-CAPTION
            END-EVALUATE
            MOVE RCE-AMOUNT (RC-IDX) TO FA-AMOUNT
            WRITE RECIPIENT-FORM-LINE FROM FORM-AMOUNT-LINE
            MOVE "4  FEDERAL INCOME TAX WITHHELD" TO FA-CAPTION
            MOVE 0 TO FA-AMOUNT
            WRITE RECIPIENT-FORM-LINE FROM FORM-AMOUNT-LINE.

       800-WRITE-F-TRAILER.

            MOVE WS-A-RECORD-COUNT TO FR-A-RECORD-COUNT
            MOVE WS-B-RECORD-COUNT TO FR-B-RECORD-COUNT
            WRITE IRS-FILING-RECORD FROM IRS-F-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

       810-WRITE-REPORT-HEADER.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER
            MOVE WS-TAX-YEAR TO RH1-TAX-YEAR
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

       820-WRITE-BNOTICE-HEADER.

            IF WS-BNOTICE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE WS-TAX-YEAR TO BH1-TAX-YEAR
            WRITE B-NOTICE-LINE FROM BNOTICE-HEADING-1
            WRITE B-NOTICE-LINE FROM BNOTICE-HEADING-2.

       850-WRITE-REGISTER-LINE.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       860-WRITE-TOTAL-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       870-WRITE-REGISTER-TOTALS.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REGISTER-LINE FROM REPORT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            MOVE "1099S FILED" TO RT-CAPTION
            MOVE WS-FILED-COUNT TO RT-COUNT
            MOVE WS-FILED-TOTAL TO RT-AMOUNT
            PERFORM 860-WRITE-TOTAL-LINE
            MOVE "UNDER THRESHOLD - NOT FILED" TO RT-CAPTION
            MOVE WS-UNDER-COUNT TO RT-COUNT
            MOVE WS-UNDER-TOTAL TO RT-AMOUNT
            PERFORM 860-WRITE-TOTAL-LINE
            MOVE "B-NOTICE / BACKUP WITHHOLDING LIST" TO RT-CAPTION
            MOVE WS-BNOTICE-COUNT TO RT-COUNT
            MOVE WS-BNOTICE-TOTAL TO RT-AMOUNT
            PERFORM 860-WRITE-TOTAL-LINE.

       900-CLOSE-FILES.

            IF WS-SUPPLIER-FILE-STATUS = "00"
               CLOSE SUPPLIER-FILE
            END-IF
            IF WS-FILING-FILE-STATUS = "00"
               CLOSE IRS-FILING-FILE
            END-IF
            IF WS-FORM-FILE-STATUS = "00"
               CLOSE RECIPIENT-FORM-FILE
            END-IF
            IF WS-REPORT-FILE-STATUS = "00"
               CLOSE FILING-REGISTER-FILE
            END-IF
            IF WS-BNOTICE-FILE-STATUS = "00"
               CLOSE B-NOTICE-LIST-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM AP-1099-FILING.
