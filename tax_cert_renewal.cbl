      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Sales-tax exemption certificate renewal report. Two
      *           sections off TAXEXMPT.DAT and the TAXCREV.DAT log
      *           INVOICE-PROCESSING keeps:
      *           - every certificate already expired, or expiring
      *             within the look-ahead window (TAX_CERT_LOOKAHEAD
      *             days, 60 unless set), with the customer's name and
      *             the days it has left, so a renewal is asked for
      *             before the customer starts being billed tax;
      *           - every invoice billed taxable because the
      *             customer's certificate had lapsed or did not cover
      *             the jurisdiction, for as long as no valid
      *             certificate for that customer and jurisdiction is
      *             on file. Once one is, the invoices drop off and
      *             the tax charged is a credit-memo matter.
      *           Written to TAXRENEW.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-CERT-RENEWAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-EXEMPT-CERT-FILE ASSIGN TO "TAXEXMPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXEMPT-CERT-STATUS.

           SELECT TAX-CERT-REVERT-FILE ASSIGN TO "TAXCREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-REVERT-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT RENEWAL-REPORT-FILE ASSIGN TO "TAXRENEW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
      * CT-CERT-TYPE: "RS" resale, "NP" nonprofit, "GV" government,
      * "MF" manufacturing, "OT" other.
       FD  TAX-EXEMPT-CERT-FILE.
       01  TAX-EXEMPT-CERT-RECORD.
           05  CT-CUSTOMER-ID      PIC X(6).
           05  CT-JURISDICTION-CODE PIC X(2).
           05  CT-CERT-NUMBER      PIC X(15).
           05  CT-CERT-TYPE        PIC X(2).
           05  CT-EXPIRY-DATE      PIC 9(8).

       FD  TAX-CERT-REVERT-FILE.
       01  TAX-CERT-REVERT-RECORD.
           05  CV-CUSTOMER-ID      PIC X(6).
           05  CV-JURISDICTION-CODE PIC X(2).
           05  CV-INVOICE-ID       PIC X(6).
           05  CV-INVOICE-DATE     PIC 9(8).
           05  CV-CERT-NUMBER      PIC X(15).
           05  CV-EXPIRY-DATE      PIC 9(8).
           05  CV-REASON           PIC X.
           05  CV-TAX-AMOUNT       PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CU-CUSTOMER-ID      PIC X(6).
           05  CU-CUSTOMER-NAME    PIC X(25).
           05  CU-TERMS-CODE       PIC X(9).
           05  CU-CREDIT-LIMIT     PIC 9(9)V9(2).
           05  CU-CREDIT-STATUS    PIC X.
           05  CU-FC-EXEMPT        PIC X.

       FD  RENEWAL-REPORT-FILE.
       01  RENEWAL-LINE            PIC X(132).

           COPY RUNHFD.

       WORKING-STORAGE SECTION.
      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-EXEMPT-CERT-STATUS   PIC XX.
       01  WS-CERT-REVERT-STATUS   PIC XX.
       01  WS-CUSTOMER-FILE-STATUS PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.
           88  ENTRY-WAS-FOUND         VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-ENV-LOOKAHEAD        PIC X(3).
       01  WS-LOOKAHEAD-DAYS       PIC 9(3) VALUE 60.
       01  WS-LOOKAHEAD-DATE       PIC 9(8).
       01  WS-DATE-INTEGER         PIC 9(7).
       01  WS-DAYS-LEFT            PIC S9(5).

       01  WS-CUSTOMER-COUNT-MAX   PIC 9(3) VALUE 500.
       01  WS-CUSTOMER-COUNT       PIC 9(3) VALUE 0.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 500 TIMES
                                   INDEXED BY CU-IDX.
               10  CUE-CUSTOMER-ID     PIC X(6).
               10  CUE-CUSTOMER-NAME   PIC X(25).

      * Certificates as loaded, to answer "is there a valid one on
      * file today" for the reverted invoices.
       01  WS-CERT-COUNT-MAX       PIC 9(4) VALUE 1000.
       01  WS-CERT-COUNT           PIC 9(4) VALUE 0.
       01  EXEMPT-CERT-TABLE.
           05  EXEMPT-CERT-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY CT-IDX.
               10  CTE-CUSTOMER-ID     PIC X(6).
               10  CTE-JURISDICTION    PIC X(2).
               10  CTE-EXPIRY-DATE     PIC 9(8).

       01  WS-CURRENT-CUSTOMER     PIC X(6).
       01  WS-CURRENT-JURISDICTION PIC X(2).
       01  WS-CUSTOMER-NAME        PIC X(25).

       01  WS-EXPIRED-COUNT        PIC 9(5) VALUE 0.
       01  WS-EXPIRING-COUNT       PIC 9(5) VALUE 0.
       01  WS-REVERTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REVERTED-TAX         PIC S9(11)V9(2) VALUE 0.

       01  RENEWAL-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               "TAX EXEMPTION CERTIFICATE RENEWAL REPORT".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  TH-RUN-DATE     PIC 9(8).
           05  FILLER          PIC X(22) VALUE
               "  EXPIRING ON/BEFORE ".
           05  TH-LOOKAHEAD-DATE PIC 9(8).
           05  FILLER          PIC X(35) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  TH-PAGE-NUMBER  PIC ZZ9.
       01  CERT-SECTION-HEADING.
           05  FILLER          PIC X(40) VALUE
               "CERTIFICATES EXPIRED OR DUE FOR RENEWAL".
       01  CERT-COLUMN-HEADING.
           05  FILLER          PIC X(8)  VALUE "CUST".
           05  FILLER          PIC X(27) VALUE "CUSTOMER NAME".
           05  FILLER          PIC X(7)  VALUE "JURIS".
           05  FILLER          PIC X(17) VALUE "CERTIFICATE".
           05  FILLER          PIC X(6)  VALUE "TYPE".
           05  FILLER          PIC X(10) VALUE "EXPIRES".
           05  FILLER          PIC X(20) VALUE "STATUS".
       01  CERT-DETAIL-LINE.
           05  CD-CUSTOMER-ID  PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-CUSTOMER-NAME PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-JURISDICTION PIC X(2).
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  CD-CERT-NUMBER  PIC X(15).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-CERT-TYPE    PIC X(2).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  CD-EXPIRY-DATE  PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-STATUS       PIC X(20).
       01  CERT-EXPIRES-IN-TEXT.
           05  FILLER          PIC X(11) VALUE "EXPIRES IN ".
           05  CX-DAYS-LEFT    PIC ZZ9.
           05  FILLER          PIC X(5)  VALUE " DAYS".
       01  REVERT-SECTION-HEADING.
           05  FILLER          PIC X(60) VALUE
               "INVOICES TAXED FOR WANT OF A VALID CERTIFICATE".
       01  REVERT-COLUMN-HEADING.
           05  FILLER          PIC X(8)  VALUE "CUST".
           05  FILLER          PIC X(27) VALUE "CUSTOMER NAME".
           05  FILLER          PIC X(7)  VALUE "JURIS".
           05  FILLER          PIC X(8)  VALUE "INVOICE".
           05  FILLER          PIC X(10) VALUE "INV DATE".
           05  FILLER          PIC X(17) VALUE "CERTIFICATE".
           05  FILLER          PIC X(24) VALUE "REASON".
           05  FILLER          PIC X(13) VALUE "  TAX CHARGED".
       01  REVERT-DETAIL-LINE.
           05  VD-CUSTOMER-ID  PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  VD-CUSTOMER-NAME PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  VD-JURISDICTION PIC X(2).
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  VD-INVOICE-ID   PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  VD-INVOICE-DATE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  VD-CERT-NUMBER  PIC X(15).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  VD-REASON       PIC X(24).
           05  VD-TAX-AMOUNT   PIC $$,$$$,$$9.99-.
       01  REPORT-TOTAL-LINE.
           05  RT-CAPTION      PIC X(36).
           05  RT-COUNT        PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RT-AMOUNT       PIC $$$,$$$,$$9.99- BLANK WHEN ZERO.
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "TAX-CERT-RENEWAL" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            DISPLAY "TAX_CERT_LOOKAHEAD" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-LOOKAHEAD FROM ENVIRONMENT-VALUE
            IF WS-ENV-LOOKAHEAD IS NUMERIC
               MOVE WS-ENV-LOOKAHEAD TO WS-LOOKAHEAD-DAYS
            END-IF
            COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               + WS-LOOKAHEAD-DAYS
            COMPUTE WS-LOOKAHEAD-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)

            OPEN OUTPUT RENEWAL-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: TAXRENEW.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 050-LOAD-CUSTOMER-NAMES
            PERFORM 810-WRITE-REPORT-HEADER
            PERFORM 200-LIST-CERTIFICATES
            PERFORM 300-LIST-REVERTED-INVOICES
            PERFORM 800-WRITE-REPORT-TOTALS
            CLOSE RENEWAL-REPORT-FILE

            DISPLAY "TAX CERTIFICATE RENEWAL COMPLETE.  ",
               WS-EXPIRED-COUNT, " EXPIRED, ", WS-EXPIRING-COUNT,
               " EXPIRING, ", WS-REVERTED-COUNT,
               " INVOICE(S) TAXED AWAITING RENEWAL."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * Names only - a customer missing from the master still
      * lists, under its account number.
       050-LOAD-CUSTOMER-NAMES.

            OPEN INPUT CUSTOMER-MASTER-FILE
            IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO CUSTMAST.DAT - CUSTOMERS LISTED "
                  "WITHOUT NAMES"
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
                        MOVE CU-CUSTOMER-NAME TO
                           CUE-CUSTOMER-NAME (CU-IDX)
                     ELSE
                        DISPLAY "WARNING: CUSTOMER TABLE FULL, "
                           "IGNORING CUSTOMER ", CU-CUSTOMER-ID
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CUSTOMER-MASTER-FILE.

      * One pass over the certificates: each is tabled for the
      * second section and listed here if it falls inside the
      * window.
       200-LIST-CERTIFICATES.

            WRITE RENEWAL-LINE FROM REPORT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            WRITE RENEWAL-LINE FROM CERT-SECTION-HEADING
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            WRITE RENEWAL-LINE FROM CERT-COLUMN-HEADING
            PERFORM 095-BUMP-PAGE-LINE-COUNT

            OPEN INPUT TAX-EXEMPT-CERT-FILE
            IF WS-EXEMPT-CERT-STATUS NOT = "00"
               DISPLAY "WARNING: TAXEXMPT.DAT NOT FOUND, STATUS = ",
                  WS-EXEMPT-CERT-STATUS, " - NO CERTIFICATES TO LIST"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ TAX-EXEMPT-CERT-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 210-TABLE-CERTIFICATE
                     IF CT-EXPIRY-DATE NOT > WS-LOOKAHEAD-DATE
                        PERFORM 220-LIST-ONE-CERTIFICATE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE TAX-EXEMPT-CERT-FILE.

       210-TABLE-CERTIFICATE.

            IF WS-CERT-COUNT NOT < WS-CERT-COUNT-MAX
               DISPLAY "WARNING: CERTIFICATE TABLE FULL, "
                  CT-CERT-NUMBER, " NOT CHECKED AGAINST TAXED INVOICES"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CERT-COUNT
            SET CT-IDX TO WS-CERT-COUNT
            MOVE CT-CUSTOMER-ID TO CTE-CUSTOMER-ID (CT-IDX)
            MOVE CT-JURISDICTION-CODE TO CTE-JURISDICTION (CT-IDX)
            MOVE CT-EXPIRY-DATE TO CTE-EXPIRY-DATE (CT-IDX).

       220-LIST-ONE-CERTIFICATE.

            MOVE CT-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
            PERFORM 400-FIND-CUSTOMER-NAME
            MOVE CT-CUSTOMER-ID TO CD-CUSTOMER-ID
            MOVE WS-CUSTOMER-NAME TO CD-CUSTOMER-NAME
            MOVE CT-JURISDICTION-CODE TO CD-JURISDICTION
            MOVE CT-CERT-NUMBER TO CD-CERT-NUMBER
            MOVE CT-CERT-TYPE TO CD-CERT-TYPE
            MOVE CT-EXPIRY-DATE TO CD-EXPIRY-DATE
            IF CT-EXPIRY-DATE < WS-RUN-DATE
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE "EXPIRED - TAXABLE" TO CD-STATUS
            ELSE
               ADD 1 TO WS-EXPIRING-COUNT
               COMPUTE WS-DAYS-LEFT =
                  FUNCTION INTEGER-OF-DATE (CT-EXPIRY-DATE)
                  - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               MOVE WS-DAYS-LEFT TO CX-DAYS-LEFT
               MOVE CERT-EXPIRES-IN-TEXT TO CD-STATUS
            END-IF
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE RENEWAL-LINE FROM CERT-DETAIL-LINE
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

      * An invoice taxed for a customer who has since filed a
      * certificate good today is no longer a renewal to chase.
       300-LIST-REVERTED-INVOICES.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE RENEWAL-LINE FROM REPORT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            WRITE RENEWAL-LINE FROM REVERT-SECTION-HEADING
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            WRITE RENEWAL-LINE FROM REVERT-COLUMN-HEADING
            PERFORM 095-BUMP-PAGE-LINE-COUNT

            OPEN INPUT TAX-CERT-REVERT-FILE
            IF WS-CERT-REVERT-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ TAX-CERT-REVERT-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     MOVE CV-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
                     MOVE CV-JURISDICTION-CODE TO
                        WS-CURRENT-JURISDICTION
                     PERFORM 410-FIND-VALID-CERTIFICATE
                     IF NOT ENTRY-WAS-FOUND
                        PERFORM 310-LIST-ONE-INVOICE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE TAX-CERT-REVERT-FILE.

       310-LIST-ONE-INVOICE.

            PERFORM 400-FIND-CUSTOMER-NAME
            ADD 1 TO WS-REVERTED-COUNT
            ADD CV-TAX-AMOUNT TO WS-REVERTED-TAX
            MOVE CV-CUSTOMER-ID TO VD-CUSTOMER-ID
            MOVE WS-CUSTOMER-NAME TO VD-CUSTOMER-NAME
            MOVE CV-JURISDICTION-CODE TO VD-JURISDICTION
            MOVE CV-INVOICE-ID TO VD-INVOICE-ID
            MOVE CV-INVOICE-DATE TO VD-INVOICE-DATE
            MOVE CV-CERT-NUMBER TO VD-CERT-NUMBER
            IF CV-REASON = "E"
               MOVE "CERTIFICATE EXPIRED" TO VD-REASON
            ELSE
               MOVE "NO CERT FOR JURISDICTION" TO VD-REASON
            END-IF
            MOVE CV-TAX-AMOUNT TO VD-TAX-AMOUNT
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE RENEWAL-LINE FROM REVERT-DETAIL-LINE
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       400-FIND-CUSTOMER-NAME.

            MOVE WS-CURRENT-CUSTOMER TO WS-CUSTOMER-NAME
            PERFORM VARYING CU-IDX FROM 1 BY 1
                  UNTIL CU-IDX > WS-CUSTOMER-COUNT
               IF CUE-CUSTOMER-ID (CU-IDX) = WS-CURRENT-CUSTOMER
                  MOVE CUE-CUSTOMER-NAME (CU-IDX) TO WS-CUSTOMER-NAME
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * Found when WS-CURRENT-CUSTOMER holds a certificate for
      * WS-CURRENT-JURISDICTION good on the run date.
       410-FIND-VALID-CERTIFICATE.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING CT-IDX FROM 1 BY 1
                  UNTIL CT-IDX > WS-CERT-COUNT
               IF CTE-CUSTOMER-ID (CT-IDX) = WS-CURRENT-CUSTOMER
                     AND CTE-JURISDICTION (CT-IDX) =
                        WS-CURRENT-JURISDICTION
                     AND CTE-EXPIRY-DATE (CT-IDX) NOT < WS-RUN-DATE
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       800-WRITE-REPORT-TOTALS.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE RENEWAL-LINE FROM REPORT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            MOVE "CERTIFICATES EXPIRED" TO RT-CAPTION
            MOVE WS-EXPIRED-COUNT TO RT-COUNT
            MOVE 0 TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "CERTIFICATES EXPIRING IN WINDOW" TO RT-CAPTION
            MOVE WS-EXPIRING-COUNT TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "INVOICES TAXED AWAITING RENEWAL" TO RT-CAPTION
            MOVE WS-REVERTED-COUNT TO RT-COUNT
            MOVE WS-REVERTED-TAX TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE.

       810-WRITE-REPORT-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO TH-PAGE-NUMBER
            MOVE WS-RUN-DATE TO TH-RUN-DATE
            MOVE WS-LOOKAHEAD-DATE TO TH-LOOKAHEAD-DATE
            IF WS-PAGE-NUMBER = 1
               WRITE RENEWAL-LINE FROM RENEWAL-HEADING-1
            ELSE
               WRITE RENEWAL-LINE FROM RENEWAL-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            MOVE 0 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       870-WRITE-TOTAL-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE RENEWAL-LINE FROM REPORT-TOTAL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM TAX-CERT-RENEWAL.
