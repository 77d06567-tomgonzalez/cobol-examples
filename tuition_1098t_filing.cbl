      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Year-end 1098-T tuition statements from the AR
      *           history, in the manner of AP-1099-FILING. For the
      *           calendar year T1098_TAX_YEAR names, totals per
      *           student (the AR customer is the last six characters
      *           of the STUMAST.DAT student ID, the TUITION-BILLING
      *           match):
      *             box 1 - qualified tuition payments received: the
      *               cash ARPAYHST.DAT shows applied that year to
      *               tuition-series ("T") invoices, plus the aid
      *               ARAIDHST.DAT shows credited to them (payment
      *               from any source counts), less the credit
      *               balances ARREFHST.DAT shows refunded to the
      *               student that year (never below zero);
      *             box 5 - scholarships and grants applied that year,
      *               from the aid-credit history ARAIDHST.DAT;
      *             box 8 - at least half-time: some term of the year
      *               with six or more net credit hours on
      *               REGENRL.DAT (netted as TUITION-BILLING nets
      *               them, hours from CRSCATLG.DAT).
      *           Every student with a box 1 or box 5 amount is filed
      *           on the IRS electronic filing file IRS1098.DAT - T
      *           transmitter and A/B.../C filer group under the
      *           institution identity on W2EMPLR.DAT, F trailer - and
      *           gets a student copy on T1098F.RPT. A student with no
      *           usable taxpayer ID on STUTAXID.DAT cannot be filed:
      *           the student goes on the exceptions list T1098X.RPT
      *           with the amounts, as does AR history for a customer
      *           no student on STUMAST.DAT matches, so nobody is
      *           silently left out. T1098R.RPT registers every
      *           student considered.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-1098T-FILING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Every receipt applied to an invoice, written by CASH-RECEIPTS
      * and UNAPPLIED-CASH-APPLY.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "ARPAYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-HISTORY-STATUS.

      * Credit balances refunded, written by AR-REFUND-RUN.
           SELECT REFUND-HISTORY-FILE ASSIGN TO "ARREFHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-HISTORY-STATUS.

      * Scholarship and grant credits applied to student accounts.
           SELECT AID-HISTORY-FILE ASSIGN TO "ARAIDHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AID-HISTORY-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.

      * Each student's taxpayer ID and mailing address, as
      * EMPSSN.DAT carries the employee's SSN.
           SELECT STUDENT-TAX-ID-FILE ASSIGN TO "STUTAXID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-ID-FILE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "REGENRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

      * The institution's filer identity, the same control record
      * the EFW2 RA submitter and the 1099 transmitter come from.
           SELECT EMPLOYER-CONTROL-FILE ASSIGN TO "W2EMPLR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYER-FILE-STATUS.

           SELECT IRS-FILING-FILE ASSIGN TO "IRS1098.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-FILE-STATUS.

           SELECT STUDENT-FORM-FILE ASSIGN TO "T1098F.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORM-FILE-STATUS.

           SELECT FILING-REGISTER-FILE ASSIGN TO "T1098R.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT EXCEPTION-LIST-FILE ASSIGN TO "T1098X.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-HISTORY-FILE.
       01  RECEIPT-HISTORY-RECORD.
           05  RH-CUSTOMER-ID      PIC X(6).
           05  RH-INVOICE-ID       PIC X(6).
           05  RH-INVOICE-DATE     PIC 9(8).
           05  RH-RECEIPT-DATE     PIC 9(8).
           05  RH-RECEIPT-DATE-PARTS REDEFINES RH-RECEIPT-DATE.
               10  RH-RECEIPT-YEAR PIC 9(4).
               10  FILLER          PIC 9(4).
           05  RH-AMOUNT-APPLIED   PIC 9(9)V9(2).

       FD  REFUND-HISTORY-FILE.
       01  REFUND-HISTORY-RECORD.
           05  RF-CUSTOMER-ID      PIC X(6).
           05  RF-INVOICE-ID       PIC X(6).
           05  RF-PAY-METHOD       PIC X.
           05  RF-PAYMENT-NUMBER   PIC 9(8).
           05  RF-REFUND-DATE      PIC 9(8).
           05  RF-REFUND-DATE-PARTS REDEFINES RF-REFUND-DATE.
               10  RF-REFUND-YEAR  PIC 9(4).
               10  FILLER          PIC 9(4).
           05  RF-CREDIT-AMOUNT    PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

       FD  AID-HISTORY-FILE.
       01  AID-HISTORY-RECORD.
           05  AH-CUSTOMER-ID      PIC X(6).
           05  AH-INVOICE-ID       PIC X(6).
           05  AH-FUND-CODE        PIC X(6).
           05  AH-TERM             PIC X(6).
           05  AH-DISBURSE-DATE    PIC 9(8).
           05  AH-DISBURSE-DATE-PARTS REDEFINES AH-DISBURSE-DATE.
               10  AH-DISBURSE-YEAR PIC 9(4).
               10  FILLER          PIC 9(4).
           05  AH-AMOUNT           PIC 9(9)V9(2).

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05  SM-STUDENT-ID       PIC X(9).
           05  SM-STUDENT-NAME     PIC X(25).
           05  SM-ENROLL-STATUS    PIC X.

       FD  STUDENT-TAX-ID-FILE.
       01  STUDENT-TAX-ID-RECORD.
           05  SX-STUDENT-ID       PIC X(9).
           05  SX-TAX-ID           PIC X(9).
           05  SX-ADDRESS          PIC X(30).
           05  SX-CITY             PIC X(20).
           05  SX-STATE            PIC X(2).
           05  SX-ZIP              PIC X(10).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05  EN-STUDENT-ID       PIC X(9).
           05  EN-STUDENT-NAME     PIC X(25).
           05  EN-COURSE-ID        PIC X(8).
           05  EN-SECTION-NO       PIC X(3).
           05  EN-TERM             PIC X(6).
           05  EN-STATUS           PIC X.
               88  EN-IS-ENROLLED      VALUE "E".
               88  EN-IS-WAITLISTED    VALUE "W".
               88  EN-IS-DROPPED       VALUE "D".
               88  EN-IS-PROMOTED      VALUE "P".

       FD  COURSE-CATALOG-FILE.
       01  COURSE-CATALOG-RECORD.
           05  CC-COURSE-ID        PIC X(8).
           05  CC-COURSE-TITLE     PIC X(25).
           05  CC-CREDIT-HOURS     PIC 9V9.

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

       FD  STUDENT-FORM-FILE.
       01  STUDENT-FORM-LINE       PIC X(80).

       FD  FILING-REGISTER-FILE.
       01  REGISTER-LINE           PIC X(132).

       FD  EXCEPTION-LIST-FILE.
       01  EXCEPTION-LINE          PIC X(132).

           COPY EXCPFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-RECEIPT-HISTORY-STATUS PIC XX.
       01  WS-REFUND-HISTORY-STATUS PIC XX.
       01  WS-AID-HISTORY-STATUS   PIC XX.
       01  WS-MASTER-FILE-STATUS   PIC XX.
       01  WS-TAX-ID-FILE-STATUS   PIC XX.
       01  WS-ENROLLMENT-STATUS    PIC XX.
       01  WS-CATALOG-FILE-STATUS  PIC XX.
       01  WS-EMPLOYER-FILE-STATUS PIC XX.
       01  WS-FILING-FILE-STATUS   PIC XX.
       01  WS-FORM-FILE-STATUS     PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-EXCEPTION-FILE-STATUS PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH     PIC X VALUE 'N'.
           88  RUN-MUST-ABORT          VALUE 'Y'.

       01  WS-TAX-YEAR             PIC 9(4).
       01  WS-ENV-TAX-YEAR         PIC X(4).
       01  WS-RUN-DATE             PIC 9(8).

      * Net credit hours in a term that make a student at least
      * half-time for box 8.
       01  WS-HALF-TIME-HOURS      PIC 9(2)V9 VALUE 6.0.

      * One entry per student, plus one per AR customer in the year's
      * history that no student matches ("U"). What becomes of each:
      * "F" filed, "N" nothing to report, "B" no usable taxpayer ID,
      * "U" not on the student master.
       01  WS-STUDENT-COUNT-MAX    PIC 9(4) VALUE 3000.
       01  WS-STUDENT-COUNT        PIC 9(4) VALUE 0.
       01  STUDENT-TABLE.
           05  STUDENT-ENTRY OCCURS 3000 TIMES
                                   INDEXED BY ST-IDX.
               10  STE-STUDENT-ID      PIC X(9).
               10  STE-CUSTOMER-ID     PIC X(6).
               10  STE-STUDENT-NAME    PIC X(25).
               10  STE-TAX-SUB         PIC 9(4).
               10  STE-PAYMENTS        PIC S9(9)V9(2).
               10  STE-REFUNDS         PIC S9(9)V9(2).
               10  STE-AID             PIC S9(9)V9(2).
               10  STE-BOX-1           PIC S9(9)V9(2).
               10  STE-HALF-TIME       PIC X.
               10  STE-DISPOSITION     PIC X.
                   88  STE-IS-FILED        VALUE "F".
                   88  STE-IS-NIL          VALUE "N".
                   88  STE-IS-NO-TIN       VALUE "B".
                   88  STE-IS-UNKNOWN      VALUE "U".

       01  WS-TAX-ID-COUNT-MAX     PIC 9(4) VALUE 3000.
       01  WS-TAX-ID-COUNT         PIC 9(4) VALUE 0.
       01  TAX-ID-TABLE.
           05  TAX-ID-ENTRY OCCURS 3000 TIMES
                                   INDEXED BY TX-IDX.
               10  TXE-STUDENT-ID      PIC X(9).
               10  TXE-TAX-ID          PIC X(9).
               10  TXE-ADDRESS         PIC X(30).
               10  TXE-CITY            PIC X(20).
               10  TXE-STATE           PIC X(2).
               10  TXE-ZIP             PIC X(10).

       01  WS-CATALOG-COUNT-MAX    PIC 9(3) VALUE 200.
       01  WS-CATALOG-COUNT        PIC 9(3) VALUE 0.
       01  CATALOG-TABLE.
           05  CATALOG-ENTRY OCCURS 200 TIMES
                                   INDEXED BY CA-IDX.
               10  CAE-COURSE-ID       PIC X(8).
               10  CAE-CREDIT-HOURS    PIC 9V9.

      * Net credit hours per student per term of the tax year.
       01  WS-TERM-LOAD-COUNT-MAX  PIC 9(4) VALUE 3000.
       01  WS-TERM-LOAD-COUNT      PIC 9(4) VALUE 0.
       01  TERM-LOAD-TABLE.
           05  TERM-LOAD-ENTRY OCCURS 3000 TIMES
                                   INDEXED BY TL-IDX.
               10  TLE-STUDENT-ID      PIC X(9).
               10  TLE-TERM            PIC X(6).
               10  TLE-CREDIT-HOURS    PIC S9(3)V9.

       01  WS-STUDENT-SUB          PIC 9(4).
       01  WS-TAX-SUB              PIC 9(4).
       01  WS-COURSE-HOURS         PIC 9V9.
       01  WS-LOOKUP-CUSTOMER      PIC X(6).
       01  WS-AMOUNT-SLOT          PIC 9(2).
       01  WS-REFUND-AMOUNT        PIC S9(9)V9(2).

       01  WS-B-RECORD-COUNT       PIC 9(8) VALUE 0.
       01  WS-FORM-COUNT           PIC 9(5) VALUE 0.
       01  WS-FILED-COUNT          PIC 9(5) VALUE 0.
       01  WS-FILED-BOX-1          PIC S9(11)V9(2) VALUE 0.
       01  WS-FILED-BOX-5          PIC S9(11)V9(2) VALUE 0.
       01  WS-NIL-COUNT            PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-BOX-1      PIC S9(11)V9(2) VALUE 0.
       01  WS-EXCEPTION-BOX-5      PIC S9(11)V9(2) VALUE 0.

      * Exception-list message for the shared exception log, built
      * with MOVE rather than STRING.
       01  WS-EXCEPTION-MSG-BUILD.
           05  FILLER                  PIC X(8) VALUE "1098-T  ".
           05  WS-EX-MSG-KEY           PIC X(9).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-EX-MSG-REASON        PIC X(40).

      * Filing file record bodies, laid out as AP-1099-FILING lays
      * out the 1099 file. Dollar fields are unsigned cents, zero
      * filled; amount code 1 is box 1 (payments received), code 5
      * box 5 (scholarships or grants). Every record pads to the
      * 750-byte fixed length with the FILLER at the end.
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
      * "8 " is Form 1098-T.
           05  AR-TYPE-OF-RETURN   PIC X(2)  VALUE "8 ".
           05  AR-AMOUNT-CODES     PIC X(16) VALUE "15".
           05  AR-FILER-NAME       PIC X(35).
           05  AR-ADDRESS          PIC X(35).
           05  AR-CITY             PIC X(20).
           05  AR-STATE            PIC X(2).
           05  AR-ZIP              PIC X(9).
           05  FILLER              PIC X(617) VALUE SPACES.
       01  IRS-B-RECORD.
           05  FILLER              PIC X(1)  VALUE "B".
           05  BR-TAX-YEAR         PIC 9(4).
      * Always "2" - a student's TIN is an SSN or ITIN.
           05  BR-TIN-TYPE         PIC X(1)  VALUE "2".
           05  BR-TIN              PIC X(9).
      * Filer's account number for the student - the student ID.
           05  BR-ACCOUNT          PIC X(20).
           05  BR-PAYMENT-AMOUNT   PIC 9(12) OCCURS 16 TIMES.
           05  BR-STUDENT-NAME     PIC X(30).
           05  BR-ADDRESS          PIC X(30).
           05  BR-ADDRESS-2        PIC X(30).
           05  BR-CITY             PIC X(20).
           05  BR-STATE            PIC X(2).
           05  BR-ZIP              PIC X(10).
      * "1" at least half-time (box 8); graduate (box 9) not kept.
           05  BR-HALF-TIME-IND    PIC X(1).
           05  BR-GRADUATE-IND     PIC X(1)  VALUE SPACES.
           05  FILLER              PIC X(399) VALUE SPACES.
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

      * Student copy, one per student filed.
       01  FORM-HEADING-LINE.
           05  FILLER          PIC X(42) VALUE
               "FORM 1098-T  TUITION STATEMENT".
           05  FILLER          PIC X(20) VALUE "COPY B - STUDENT".
           05  FILLER          PIC X(9)  VALUE "TAX YEAR ".
           05  FH-TAX-YEAR     PIC 9(4).
       01  FORM-FILER-LINE.
           05  FILLER          PIC X(10) VALUE "FILER:    ".
           05  FFL-NAME        PIC X(35).
           05  FILLER          PIC X(6)  VALUE " FEIN ".
           05  FFL-EIN         PIC 9(9).
       01  FORM-ADDRESS-LINE.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FAD-TEXT        PIC X(60).
       01  FORM-CITY-LINE.
           05  FCL-CITY        PIC X(20).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FCL-STATE       PIC X(2).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FCL-ZIP         PIC X(10).
       01  FORM-STUDENT-LINE.
           05  FILLER          PIC X(10) VALUE "STUDENT:  ".
           05  FSL-NAME        PIC X(30).
           05  FILLER          PIC X(6)  VALUE "  TIN ".
           05  FSL-TIN         PIC X(9).
       01  FORM-ACCOUNT-LINE.
           05  FILLER          PIC X(16) VALUE "ACCOUNT NUMBER: ".
           05  FAC-ACCOUNT     PIC X(9).
       01  FORM-AMOUNT-LINE.
           05  FA-CAPTION      PIC X(50).
           05  FA-AMOUNT       PIC $$$,$$$,$$9.99.
       01  FORM-CHECKBOX-LINE.
           05  FCB-CAPTION     PIC X(50).
           05  FILLER          PIC X(1)  VALUE "[".
           05  FCB-MARK        PIC X(1).
           05  FILLER          PIC X(1)  VALUE "]".

      * Register and exceptions list.
       01  REGISTER-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "1098-T FILING REGISTER".
           05  FILLER          PIC X(9)  VALUE "TAX YEAR ".
           05  RH1-TAX-YEAR    PIC 9(4).
           05  FILLER          PIC X(11) VALUE "  RUN DATE ".
           05  RH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(48) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH1-PAGE-NUMBER PIC ZZ9.
       01  REGISTER-HEADING-2.
           05  FILLER          PIC X(11) VALUE "STUDENT".
           05  FILLER          PIC X(27) VALUE "NAME".
           05  FILLER          PIC X(16) VALUE "  PAYMENTS RCVD".
           05  FILLER          PIC X(16) VALUE "       REFUNDED".
           05  FILLER          PIC X(16) VALUE "          BOX 1".
           05  FILLER          PIC X(16) VALUE "  BOX 5 SCHOLAR".
           05  FILLER          PIC X(5)  VALUE " HT".
           05  FILLER          PIC X(25) VALUE "DISPOSITION".
       01  REGISTER-DETAIL-LINE.
           05  RD-STUDENT-ID   PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-NAME         PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-PAYMENTS     PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RD-REFUNDS      PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RD-BOX-1        PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RD-BOX-5        PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-HALF-TIME    PIC X(1).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DISPOSITION  PIC X(26).
       01  REGISTER-TOTAL-LINE.
           05  RT-CAPTION      PIC X(40).
           05  RT-COUNT        PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RT-BOX-1        PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RT-BOX-5        PIC $$$,$$$,$$$,$$9.99-.
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACES.

       01  EXCEPTION-HEADING-1.
           05  FILLER          PIC X(46) VALUE
               "1098-T EXCEPTIONS - NOT FILED - TAX YEAR".
           05  EH1-TAX-YEAR    PIC 9(4).
       01  EXCEPTION-HEADING-2.
           05  FILLER          PIC X(11) VALUE "STUDENT".
           05  FILLER          PIC X(27) VALUE "NAME".
           05  FILLER          PIC X(16) VALUE "          BOX 1".
           05  FILLER          PIC X(16) VALUE "  BOX 5 SCHOLAR".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(30) VALUE "REASON".
       01  EXCEPTION-DETAIL-LINE.
           05  XD-STUDENT-ID   PIC X(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  XD-NAME         PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  XD-BOX-1        PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  XD-BOX-5        PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  XD-REASON       PIC X(40).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "TUITION-1098T-FILING" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 020-GET-TAX-YEAR
            PERFORM 050-OPEN-FILES
            IF RUN-MUST-ABORT
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 060-LOAD-STUDENT-MASTER
            PERFORM 062-LOAD-TAX-ID-TABLE
            PERFORM 064-LOAD-CATALOG-TABLE
            PERFORM 066-LOAD-TERM-LOADS
            PERFORM 070-LOAD-RECEIPT-HISTORY
            PERFORM 072-LOAD-REFUND-HISTORY
            PERFORM 074-LOAD-AID-HISTORY

            PERFORM 810-WRITE-REPORT-HEADER
            PERFORM 820-WRITE-EXCEPTION-HEADER
            PERFORM 150-WRITE-T-RECORD
            PERFORM 160-WRITE-A-RECORD
            INITIALIZE IRS-C-RECORD
            MOVE "C" TO IRS-C-RECORD (1:1)
            PERFORM VARYING ST-IDX FROM 1 BY 1
                  UNTIL ST-IDX > WS-STUDENT-COUNT
               PERFORM 100-CLASSIFY-ONE-STUDENT
            END-PERFORM
            MOVE WS-B-RECORD-COUNT TO CR-PAYEE-COUNT
            WRITE IRS-FILING-RECORD FROM IRS-C-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            PERFORM 800-WRITE-F-TRAILER
            PERFORM 870-WRITE-REGISTER-TOTALS
            PERFORM 900-CLOSE-FILES

            DISPLAY "1098-T FILING COMPLETE FOR TAX YEAR ",
               WS-TAX-YEAR, ": ", WS-FILED-COUNT, " FILED, ",
               WS-EXCEPTION-COUNT, " ON THE EXCEPTIONS LIST."
            IF WS-EXCEPTION-COUNT > 0
               DISPLAY "RESOLVE T1098X.RPT BEFORE TRANSMITTING "
                  "IRS1098.DAT."
            END-IF
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

       020-GET-TAX-YEAR.

            DISPLAY "T1098_TAX_YEAR" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-TAX-YEAR FROM ENVIRONMENT-VALUE
            IF WS-ENV-TAX-YEAR IS NUMERIC
               MOVE WS-ENV-TAX-YEAR TO WS-TAX-YEAR
            ELSE
               DISPLAY "Enter the tax year to file (YYYY)."
               ACCEPT WS-TAX-YEAR
            END-IF.

       050-OPEN-FILES.

      * No payment history, no statements - an empty filing would
      * tell the IRS no student paid anything.
            OPEN INPUT RECEIPT-HISTORY-FILE
            IF WS-RECEIPT-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR: ARPAYHST.DAT OPEN FAILED, STATUS = ",
                  WS-RECEIPT-HISTORY-STATUS
               MOVE "NO ARPAYHST.DAT - NO 1098-TS FILED" TO
                  EL-MESSAGE
               PERFORM 095-LOG-ERROR
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN INPUT STUDENT-MASTER-FILE
            IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: STUMAST.DAT OPEN FAILED, STATUS = ",
                  WS-MASTER-FILE-STATUS
               MOVE "NO STUMAST.DAT - NO 1098-TS FILED" TO EL-MESSAGE
               PERFORM 095-LOG-ERROR
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

      * The filer identity cannot be defaulted.
            OPEN INPUT EMPLOYER-CONTROL-FILE
            IF WS-EMPLOYER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: W2EMPLR.DAT OPEN FAILED, STATUS = ",
                  WS-EMPLOYER-FILE-STATUS
               MOVE "W2EMPLR.DAT MISSING - CANNOT FILE 1098-TS" TO
                  EL-MESSAGE
               PERFORM 095-LOG-ERROR
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
               DISPLAY "ERROR: IRS1098.DAT OPEN FAILED, STATUS = ",
                  WS-FILING-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF
            OPEN OUTPUT STUDENT-FORM-FILE
            IF WS-FORM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: T1098F.RPT OPEN FAILED, STATUS = ",
                  WS-FORM-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF
            OPEN OUTPUT FILING-REGISTER-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: T1098R.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF
            OPEN OUTPUT EXCEPTION-LIST-FILE
            IF WS-EXCEPTION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: T1098X.RPT OPEN FAILED, STATUS = ",
                  WS-EXCEPTION-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF.

       060-LOAD-STUDENT-MASTER.

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
                        INITIALIZE STUDENT-ENTRY (ST-IDX)
                        MOVE SM-STUDENT-ID TO STE-STUDENT-ID (ST-IDX)
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

      * Missing altogether, every reportable student lands on the
      * exceptions list - nobody is filed without a TIN.
       062-LOAD-TAX-ID-TABLE.

            OPEN INPUT STUDENT-TAX-ID-FILE
            IF WS-TAX-ID-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: STUTAXID.DAT NOT FOUND, STATUS = ",
                  WS-TAX-ID-FILE-STATUS, " - NO STUDENT CAN BE FILED"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ STUDENT-TAX-ID-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-TAX-ID-COUNT < WS-TAX-ID-COUNT-MAX
                        ADD 1 TO WS-TAX-ID-COUNT
                        SET TX-IDX TO WS-TAX-ID-COUNT
                        MOVE SX-STUDENT-ID TO TXE-STUDENT-ID (TX-IDX)
                        MOVE SX-TAX-ID TO TXE-TAX-ID (TX-IDX)
                        MOVE SX-ADDRESS TO TXE-ADDRESS (TX-IDX)
                        MOVE SX-CITY TO TXE-CITY (TX-IDX)
                        MOVE SX-STATE TO TXE-STATE (TX-IDX)
                        MOVE SX-ZIP TO TXE-ZIP (TX-IDX)
                     ELSE
                        DISPLAY "WARNING: TAX ID TABLE FULL, "
                           "IGNORING STUDENT ", SX-STUDENT-ID
                     END-IF
               END-READ
            END-PERFORM
            CLOSE STUDENT-TAX-ID-FILE
            PERFORM VARYING ST-IDX FROM 1 BY 1
                  UNTIL ST-IDX > WS-STUDENT-COUNT
               PERFORM VARYING TX-IDX FROM 1 BY 1
                     UNTIL TX-IDX > WS-TAX-ID-COUNT
                  IF TXE-STUDENT-ID (TX-IDX) = STE-STUDENT-ID (ST-IDX)
                     SET STE-TAX-SUB (ST-IDX) TO TX-IDX
                     EXIT PERFORM
                  END-IF
               END-PERFORM
            END-PERFORM.

       064-LOAD-CATALOG-TABLE.

            OPEN INPUT COURSE-CATALOG-FILE
            IF WS-CATALOG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ COURSE-CATALOG-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-CATALOG-COUNT < WS-CATALOG-COUNT-MAX
                        ADD 1 TO WS-CATALOG-COUNT
                        MOVE CC-COURSE-ID TO
                           CAE-COURSE-ID (WS-CATALOG-COUNT)
                        MOVE CC-CREDIT-HOURS TO
                           CAE-CREDIT-HOURS (WS-CATALOG-COUNT)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE COURSE-CATALOG-FILE.

      * A term belongs to the year its code starts with ("2026FA").
      * Without REGENRL.DAT box 8 is left unchecked for everyone.
       066-LOAD-TERM-LOADS.

            OPEN INPUT ENROLLMENT-FILE
            IF WS-ENROLLMENT-STATUS NOT = "00"
               DISPLAY "WARNING: REGENRL.DAT NOT FOUND, STATUS = ",
                  WS-ENROLLMENT-STATUS, " - BOX 8 LEFT UNCHECKED"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ ENROLLMENT-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF EN-TERM (1:4) = WS-TAX-YEAR
                           AND NOT EN-IS-WAITLISTED
                        PERFORM 067-NET-TERM-LOAD
                     END-IF
               END-READ
            END-PERFORM
            CLOSE ENROLLMENT-FILE

            PERFORM VARYING TL-IDX FROM 1 BY 1
                  UNTIL TL-IDX > WS-TERM-LOAD-COUNT
               IF TLE-CREDIT-HOURS (TL-IDX) NOT < WS-HALF-TIME-HOURS
                  PERFORM VARYING ST-IDX FROM 1 BY 1
                        UNTIL ST-IDX > WS-STUDENT-COUNT
                     IF STE-STUDENT-ID (ST-IDX) =
                           TLE-STUDENT-ID (TL-IDX)
                        MOVE "X" TO STE-HALF-TIME (ST-IDX)
                        EXIT PERFORM
                     END-IF
                  END-PERFORM
               END-IF
            END-PERFORM.

       067-NET-TERM-LOAD.

            MOVE 1.0 TO WS-COURSE-HOURS
            PERFORM VARYING CA-IDX FROM 1 BY 1
                  UNTIL CA-IDX > WS-CATALOG-COUNT
               IF CAE-COURSE-ID (CA-IDX) = EN-COURSE-ID
                  MOVE CAE-CREDIT-HOURS (CA-IDX) TO WS-COURSE-HOURS
                  EXIT PERFORM
               END-IF
            END-PERFORM
            PERFORM VARYING TL-IDX FROM 1 BY 1
                  UNTIL TL-IDX > WS-TERM-LOAD-COUNT
               IF TLE-STUDENT-ID (TL-IDX) = EN-STUDENT-ID
                     AND TLE-TERM (TL-IDX) = EN-TERM
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF TL-IDX > WS-TERM-LOAD-COUNT
               IF WS-TERM-LOAD-COUNT >= WS-TERM-LOAD-COUNT-MAX
                  DISPLAY "WARNING: TERM LOAD TABLE FULL, SKIPPING ",
                     EN-STUDENT-ID
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TERM-LOAD-COUNT
               SET TL-IDX TO WS-TERM-LOAD-COUNT
               MOVE EN-STUDENT-ID TO TLE-STUDENT-ID (TL-IDX)
               MOVE EN-TERM TO TLE-TERM (TL-IDX)
               MOVE 0 TO TLE-CREDIT-HOURS (TL-IDX)
            END-IF
            IF EN-IS-DROPPED
               SUBTRACT WS-COURSE-HOURS FROM
                  TLE-CREDIT-HOURS (TL-IDX)
            ELSE
               ADD WS-COURSE-HOURS TO TLE-CREDIT-HOURS (TL-IDX)
            END-IF.

      * Only tuition-series invoices are qualified tuition; cash a
      * student paid on anything else (parking, housing billed
      * through INVOICE-PROCESSING) is not reported.
       070-LOAD-RECEIPT-HISTORY.

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ RECEIPT-HISTORY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF RH-RECEIPT-YEAR = WS-TAX-YEAR
                           AND RH-INVOICE-ID (1:1) = "T"
                        MOVE RH-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
                        PERFORM 080-FIND-STUDENT
                        ADD RH-AMOUNT-APPLIED TO
                           STE-PAYMENTS (WS-STUDENT-SUB)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE RECEIPT-HISTORY-FILE.

      * A refund gives back cash the student paid, so it comes off
      * box 1 for the year it went out. Refunds to customers who
      * are not students are not this program's business.
       072-LOAD-REFUND-HISTORY.

            OPEN INPUT REFUND-HISTORY-FILE
            IF WS-REFUND-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ REFUND-HISTORY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF RF-REFUND-YEAR = WS-TAX-YEAR
                        PERFORM 073-POST-ONE-REFUND
                     END-IF
               END-READ
            END-PERFORM
            CLOSE REFUND-HISTORY-FILE.

       073-POST-ONE-REFUND.

            PERFORM VARYING ST-IDX FROM 1 BY 1
                  UNTIL ST-IDX > WS-STUDENT-COUNT
               IF STE-CUSTOMER-ID (ST-IDX) = RF-CUSTOMER-ID
                     AND NOT STE-IS-UNKNOWN (ST-IDX)
                  COMPUTE WS-REFUND-AMOUNT = 0 - RF-CREDIT-AMOUNT
                  ADD WS-REFUND-AMOUNT TO STE-REFUNDS (ST-IDX)
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * Aid credited to a tuition invoice paid that tuition, so it
      * is in box 1 as well as box 5.
       074-LOAD-AID-HISTORY.

            OPEN INPUT AID-HISTORY-FILE
            IF WS-AID-HISTORY-STATUS NOT = "00"
               DISPLAY "NOTICE: ARAIDHST.DAT NOT FOUND - NO "
                  "SCHOLARSHIPS OR GRANTS REPORTED"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ AID-HISTORY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF AH-DISBURSE-YEAR = WS-TAX-YEAR
                        MOVE AH-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
                        PERFORM 080-FIND-STUDENT
                        ADD AH-AMOUNT TO STE-AID (WS-STUDENT-SUB)
                        IF AH-INVOICE-ID (1:1) = "T"
                           ADD AH-AMOUNT TO
                              STE-PAYMENTS (WS-STUDENT-SUB)
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE AID-HISTORY-FILE.

      * WS-STUDENT-SUB is the entry for WS-LOOKUP-CUSTOMER, added as
      * an unknown ("U") entry when no student matches. A full table
      * stops the run: a 1098-T file missing students is worse than
      * none.
       080-FIND-STUDENT.

            MOVE 0 TO WS-STUDENT-SUB
            PERFORM VARYING ST-IDX FROM 1 BY 1
                  UNTIL ST-IDX > WS-STUDENT-COUNT
               IF STE-CUSTOMER-ID (ST-IDX) = WS-LOOKUP-CUSTOMER
                  SET WS-STUDENT-SUB TO ST-IDX
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-STUDENT-COUNT NOT < WS-STUDENT-COUNT-MAX
               DISPLAY "ERROR: STUDENT TABLE FULL - 1098-T FILING "
                  "STOPPED, NOTHING IS COMPLETE"
               MOVE "1098-T STUDENT TABLE FULL - RUN REFUSED" TO
                  EL-MESSAGE
               PERFORM 095-LOG-ERROR
               MOVE 1 TO RETURN-CODE
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            ADD 1 TO WS-STUDENT-COUNT
            MOVE WS-STUDENT-COUNT TO WS-STUDENT-SUB
            SET ST-IDX TO WS-STUDENT-COUNT
            INITIALIZE STUDENT-ENTRY (ST-IDX)
            MOVE WS-LOOKUP-CUSTOMER TO STE-CUSTOMER-ID (ST-IDX)
            MOVE "U" TO STE-DISPOSITION (ST-IDX).

       095-LOG-ERROR.

            MOVE "TUITION-1098T-FILING" TO EL-PROGRAM-ID
            MOVE "E" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

      * What becomes of one student's year: nothing paid and no aid
      * is only registered (when there was any history at all);
      * reportable with no usable TIN, or history for a customer no
      * student matches, goes on the exceptions list; otherwise the
      * student files.
       100-CLASSIFY-ONE-STUDENT.

            COMPUTE STE-BOX-1 (ST-IDX) =
               STE-PAYMENTS (ST-IDX) - STE-REFUNDS (ST-IDX)
            IF STE-BOX-1 (ST-IDX) < 0
               MOVE 0 TO STE-BOX-1 (ST-IDX)
            END-IF
            MOVE STE-TAX-SUB (ST-IDX) TO WS-TAX-SUB

            IF STE-IS-UNKNOWN (ST-IDX)
               MOVE SPACES TO RD-STUDENT-ID XD-STUDENT-ID
               MOVE STE-CUSTOMER-ID (ST-IDX) TO RD-STUDENT-ID
                  XD-STUDENT-ID
               MOVE "*** NOT ON STUDENT MASTER ***" TO RD-NAME
                  XD-NAME
               MOVE "EXCEPTIONS - NOT STUDENT" TO RD-DISPOSITION
               MOVE "EXCEPTIONS LIST - NOT ON STUDENT MASTER" TO
                  XD-REASON
               PERFORM 170-LIST-EXCEPTION
               PERFORM 850-WRITE-REGISTER-LINE
               EXIT PARAGRAPH
            END-IF

            IF STE-PAYMENTS (ST-IDX) = 0
                  AND STE-REFUNDS (ST-IDX) = 0
                  AND STE-AID (ST-IDX) = 0
               EXIT PARAGRAPH
            END-IF

            MOVE STE-STUDENT-ID (ST-IDX) TO RD-STUDENT-ID
               XD-STUDENT-ID
            MOVE STE-STUDENT-NAME (ST-IDX) TO RD-NAME XD-NAME
            EVALUATE TRUE
               WHEN STE-BOX-1 (ST-IDX) = 0 AND STE-AID (ST-IDX) = 0
                  MOVE "N" TO STE-DISPOSITION (ST-IDX)
                  ADD 1 TO WS-NIL-COUNT
                  MOVE "NOTHING TO REPORT" TO RD-DISPOSITION
               WHEN WS-TAX-SUB = 0
                  MOVE "B" TO STE-DISPOSITION (ST-IDX)
                  MOVE "EXCEPTIONS - NO TIN RECORD" TO RD-DISPOSITION
                  MOVE "EXCEPTIONS LIST - NO STUTAXID.DAT RECORD"
                     TO XD-REASON
                  PERFORM 170-LIST-EXCEPTION
               WHEN TXE-TAX-ID (WS-TAX-SUB) IS NOT NUMERIC
                     OR TXE-TAX-ID (WS-TAX-SUB) = "000000000"
                  MOVE "B" TO STE-DISPOSITION (ST-IDX)
                  MOVE "EXCEPTIONS - TIN NOT VALID" TO RD-DISPOSITION
                  MOVE "EXCEPTIONS LIST - NO USABLE TAXPAYER ID" TO
                     XD-REASON
                  PERFORM 170-LIST-EXCEPTION
               WHEN OTHER
                  MOVE "F" TO STE-DISPOSITION (ST-IDX)
                  ADD 1 TO WS-FILED-COUNT
                  ADD STE-BOX-1 (ST-IDX) TO WS-FILED-BOX-1
                  ADD STE-AID (ST-IDX) TO WS-FILED-BOX-5
                  MOVE "FILED" TO RD-DISPOSITION
                  PERFORM 330-WRITE-B-RECORD
                  PERFORM 340-PRINT-STUDENT-COPY
            END-EVALUATE
            PERFORM 850-WRITE-REGISTER-LINE.

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

      * The institution files one group under its own FEIN.
       160-WRITE-A-RECORD.

            MOVE WS-TAX-YEAR TO AR-TAX-YEAR
            MOVE WE-EIN TO AR-EIN
            MOVE WE-NAME TO AR-FILER-NAME
            MOVE WE-ADDRESS TO AR-ADDRESS
            MOVE WE-CITY TO AR-CITY
            MOVE WE-STATE TO AR-STATE
            MOVE WE-ZIP TO AR-ZIP
            WRITE IRS-FILING-RECORD FROM IRS-A-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

      * The exceptions list carries the amounts that should have
      * been filed, and each entry goes to the exception log for
      * the bursar to chase the W-9S.
       170-LIST-EXCEPTION.

            ADD 1 TO WS-EXCEPTION-COUNT
            ADD STE-BOX-1 (ST-IDX) TO WS-EXCEPTION-BOX-1
            ADD STE-AID (ST-IDX) TO WS-EXCEPTION-BOX-5
            MOVE STE-BOX-1 (ST-IDX) TO XD-BOX-1
            MOVE STE-AID (ST-IDX) TO XD-BOX-5
            IF WS-EXCEPTION-FILE-STATUS = "00"
               WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE
            END-IF
            MOVE XD-STUDENT-ID TO WS-EX-MSG-KEY
            MOVE XD-REASON TO WS-EX-MSG-REASON
            MOVE WS-EXCEPTION-MSG-BUILD TO EL-MESSAGE
            MOVE "TUITION-1098T-FILING" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

       330-WRITE-B-RECORD.

            MOVE WS-TAX-YEAR TO BR-TAX-YEAR
            MOVE TXE-TAX-ID (WS-TAX-SUB) TO BR-TIN
            MOVE STE-STUDENT-ID (ST-IDX) TO BR-ACCOUNT
            PERFORM VARYING WS-AMOUNT-SLOT FROM 1 BY 1
                  UNTIL WS-AMOUNT-SLOT > 16
               MOVE 0 TO BR-PAYMENT-AMOUNT (WS-AMOUNT-SLOT)
            END-PERFORM
            COMPUTE BR-PAYMENT-AMOUNT (1) = STE-BOX-1 (ST-IDX) * 100
            COMPUTE BR-PAYMENT-AMOUNT (5) = STE-AID (ST-IDX) * 100
            ADD BR-PAYMENT-AMOUNT (1) TO CR-CONTROL-TOTAL (1)
            ADD BR-PAYMENT-AMOUNT (5) TO CR-CONTROL-TOTAL (5)
            MOVE STE-STUDENT-NAME (ST-IDX) TO BR-STUDENT-NAME
            MOVE TXE-ADDRESS (WS-TAX-SUB) TO BR-ADDRESS
            MOVE SPACES TO BR-ADDRESS-2
            MOVE TXE-CITY (WS-TAX-SUB) TO BR-CITY
            MOVE TXE-STATE (WS-TAX-SUB) TO BR-STATE
            MOVE TXE-ZIP (WS-TAX-SUB) TO BR-ZIP
            IF STE-HALF-TIME (ST-IDX) = "X"
               MOVE "1" TO BR-HALF-TIME-IND
            ELSE
               MOVE SPACES TO BR-HALF-TIME-IND
            END-IF
            WRITE IRS-FILING-RECORD FROM IRS-B-RECORD
            ADD 1 TO WS-B-RECORD-COUNT
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

      * One student copy per student: plain WRITE for the first
      * form, AFTER ADVANCING PAGE for every later one. The TIN
      * shows its last four digits only, as the IRS allows.
       340-PRINT-STUDENT-COPY.

            ADD 1 TO WS-FORM-COUNT
            MOVE WS-TAX-YEAR TO FH-TAX-YEAR
            IF WS-FORM-COUNT = 1
               WRITE STUDENT-FORM-LINE FROM FORM-HEADING-LINE
            ELSE
               WRITE STUDENT-FORM-LINE FROM FORM-HEADING-LINE
                  AFTER ADVANCING PAGE
            END-IF

            MOVE WE-NAME TO FFL-NAME
            MOVE WE-EIN TO FFL-EIN
            WRITE STUDENT-FORM-LINE FROM FORM-FILER-LINE
            MOVE WE-ADDRESS TO FAD-TEXT
            WRITE STUDENT-FORM-LINE FROM FORM-ADDRESS-LINE
            MOVE WE-CITY TO FCL-CITY
            MOVE WE-STATE TO FCL-STATE
            MOVE WE-ZIP TO FCL-ZIP
            MOVE FORM-CITY-LINE TO FAD-TEXT
            WRITE STUDENT-FORM-LINE FROM FORM-ADDRESS-LINE

            MOVE STE-STUDENT-NAME (ST-IDX) TO FSL-NAME
            MOVE "*****" TO FSL-TIN (1:5)
            MOVE TXE-TAX-ID (WS-TAX-SUB) (6:4) TO FSL-TIN (6:4)
            WRITE STUDENT-FORM-LINE FROM FORM-STUDENT-LINE
            MOVE TXE-ADDRESS (WS-TAX-SUB) TO FAD-TEXT
            WRITE STUDENT-FORM-LINE FROM FORM-ADDRESS-LINE
            MOVE TXE-CITY (WS-TAX-SUB) TO FCL-CITY
            MOVE TXE-STATE (WS-TAX-SUB) TO FCL-STATE
            MOVE TXE-ZIP (WS-TAX-SUB) TO FCL-ZIP
            MOVE FORM-CITY-LINE TO FAD-TEXT
            WRITE STUDENT-FORM-LINE FROM FORM-ADDRESS-LINE
            MOVE STE-STUDENT-ID (ST-IDX) TO FAC-ACCOUNT
            WRITE STUDENT-FORM-LINE FROM FORM-ACCOUNT-LINE

            MOVE "1  PAYMENTS RECEIVED FOR QUALIFIED TUITION" TO
               FA-CAPTION
            MOVE STE-BOX-1 (ST-IDX) TO FA-AMOUNT
            WRITE STUDENT-FORM-LINE FROM FORM-AMOUNT-LINE
            MOVE "4  ADJUSTMENTS MADE FOR A PRIOR YEAR" TO FA-CAPTION
            MOVE 0 TO FA-AMOUNT
            WRITE STUDENT-FORM-LINE FROM FORM-AMOUNT-LINE
            MOVE "5  SCHOLARSHIPS OR GRANTS" TO FA-CAPTION
            MOVE STE-AID (ST-IDX) TO FA-AMOUNT
            WRITE STUDENT-FORM-LINE FROM FORM-AMOUNT-LINE
            MOVE "8  AT LEAST HALF-TIME STUDENT" TO FCB-CAPTION
            MOVE STE-HALF-TIME (ST-IDX) TO FCB-MARK
            WRITE STUDENT-FORM-LINE FROM FORM-CHECKBOX-LINE.

       800-WRITE-F-TRAILER.

            MOVE 1 TO FR-A-RECORD-COUNT
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

       820-WRITE-EXCEPTION-HEADER.

            IF WS-EXCEPTION-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE WS-TAX-YEAR TO EH1-TAX-YEAR
            WRITE EXCEPTION-LINE FROM EXCEPTION-HEADING-1
            WRITE EXCEPTION-LINE FROM EXCEPTION-HEADING-2.

       850-WRITE-REGISTER-LINE.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE STE-PAYMENTS (ST-IDX) TO RD-PAYMENTS
            MOVE STE-REFUNDS (ST-IDX) TO RD-REFUNDS
            MOVE STE-BOX-1 (ST-IDX) TO RD-BOX-1
            MOVE STE-AID (ST-IDX) TO RD-BOX-5
            MOVE STE-HALF-TIME (ST-IDX) TO RD-HALF-TIME
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
            MOVE "1098-TS FILED" TO RT-CAPTION
            MOVE WS-FILED-COUNT TO RT-COUNT
            MOVE WS-FILED-BOX-1 TO RT-BOX-1
            MOVE WS-FILED-BOX-5 TO RT-BOX-5
            PERFORM 860-WRITE-TOTAL-LINE
            MOVE "NOTHING TO REPORT - NOT FILED" TO RT-CAPTION
            MOVE WS-NIL-COUNT TO RT-COUNT
            MOVE 0 TO RT-BOX-1 RT-BOX-5
            PERFORM 860-WRITE-TOTAL-LINE
            MOVE "EXCEPTIONS LIST - NOT FILED" TO RT-CAPTION
            MOVE WS-EXCEPTION-COUNT TO RT-COUNT
            MOVE WS-EXCEPTION-BOX-1 TO RT-BOX-1
            MOVE WS-EXCEPTION-BOX-5 TO RT-BOX-5
            PERFORM 860-WRITE-TOTAL-LINE.

       900-CLOSE-FILES.

            IF WS-FILING-FILE-STATUS = "00"
               CLOSE IRS-FILING-FILE
            END-IF
            IF WS-FORM-FILE-STATUS = "00"
               CLOSE STUDENT-FORM-FILE
            END-IF
            IF WS-REPORT-FILE-STATUS = "00"
               CLOSE FILING-REGISTER-FILE
            END-IF
            IF WS-EXCEPTION-FILE-STATUS = "00"
               CLOSE EXCEPTION-LIST-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM TUITION-1098T-FILING.
