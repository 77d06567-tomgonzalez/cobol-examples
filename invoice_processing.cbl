      *           line items' jurisdiction code (req 030) rather than
      *           hardcoded, since we bill more than one tax
      *           jurisdiction and rates change periodically.
      *           Every invoice posted to open AR also feeds one
      *           balanced GLTRANS.DAT batch per run - AR control
      *           debited, sales revenue and sales tax payable
      *           credited - to the accounts GLPRULE.DAT names.
      *           A customer holding a resale, nonprofit or other
      *           exemption certificate for the invoice's
      *           jurisdiction (TAXEXMPT.DAT), unexpired on the
      *           invoice date, is billed no tax; the exempt sale and
      *           the certificate number go to TAXDETL.DAT so the
      *           remittance report can show exempt sales apart. An
      *           expired certificate - or one on file for another
      *           jurisdiction only - bills taxable and is logged to
      *           TAXCREV.DAT for the TAX-CERT-RENEWAL report.
      *           Every billed line is also appended to the invoice
      *           line history INVLHIST.DAT - line number within the
      *           invoice, customer, quantity and the price actually
      *           billed - which RMA-PROCESSING checks returns
      *           against and prices their credit memos from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-DETAIL-STATUS.

      * Sales-tax exemption certificates, one per customer and
      * jurisdiction - see TAX-CERT-RENEWAL for their upkeep.
           SELECT TAX-EXEMPT-CERT-FILE ASSIGN TO "TAXEXMPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXEMPT-CERT-STATUS.

      * Invoices taxed because the customer's certificate had
      * lapsed or did not cover the jurisdiction, appended each run
      * for the renewal report to chase.
           SELECT TAX-CERT-REVERT-FILE ASSIGN TO "TAXCREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-REVERT-STATUS.

      * Invoice line history, appended each run - the billed lines
      * that customer returns are authorized and credited against.
           SELECT INVOICE-LINE-HISTORY-FILE ASSIGN TO "INVLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-HISTORY-STATUS.

      * Payment-terms table: net days, early-pay discount percent
      * and discount days per terms code, so a new terms deal is a
      * data change, not a recompile.
      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Subledger-to-GL feed - see copybooks/GLFEED.cpy.
           COPY GLFSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-LINE-ITEM-FILE.
           05  HO-INVOICE-DATE     PIC 9(8).
           05  HO-INVOICE-TOTAL    PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
      * "L" over the credit limit, "H" customer on credit hold,
      * "I" customer inactive.
           05  HO-HOLD-REASON      PIC X.
      * The revenue/tax split of the total, carried so that
      * HELD-ORDER-RELEASE can post the released invoice to the GL
      * exactly as 490 would have.
           05  HO-INVOICE-SUBTOTAL PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  HO-SALES-TAX-AMOUNT PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

       FD  TERMS-TABLE-FILE.
       01  TERMS-TABLE-RECORD.
                                    SEPARATE CHARACTER.
           05  TD-TAX-AMOUNT       PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
      * An exempt invoice carries its sale here, not in the taxable
      * base, with the certificate that exempted it. Detail written
      * before exemptions existed has neither, and reads as spaces.
           05  TD-EXEMPT-SALES     PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  TD-CERT-NUMBER      PIC X(15).

      * CT-CERT-TYPE: "RS" resale, "NP" nonprofit, "GV" government,
      * "MF" manufacturing, "OT" other. The certificate covers
      * invoices dated up to and including CT-EXPIRY-DATE.
       FD  TAX-EXEMPT-CERT-FILE.
       01  TAX-EXEMPT-CERT-RECORD.
           05  CT-CUSTOMER-ID      PIC X(6).
           05  CT-JURISDICTION-CODE PIC X(2).
           05  CT-CERT-NUMBER      PIC X(15).
           05  CT-CERT-TYPE        PIC X(2).
           05  CT-EXPIRY-DATE      PIC 9(8).

      * CV-REASON: "E" certificate expired, "M" no certificate for
      * this jurisdiction although the customer holds one elsewhere.
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

      * HL-LINE-NO is the line's position within its invoice, the
      * reference a return authorization quotes. HL-UNIT-PRICE is
      * the price billed, after any list-price substitution.
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

           COPY EXCPFD.
           COPY CURRFD.
           COPY SEALFD.
           COPY GLFFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
       01  WS-TAX-DETAIL-STATUS      PIC XX.
       01  WS-TAX-DETAIL-OPEN-SWITCH PIC X VALUE 'N'.
           88  TAX-DETAIL-IS-OPEN        VALUE 'Y'.
       01  WS-LINE-HISTORY-STATUS    PIC XX.
       01  WS-LINE-HISTORY-OPEN-SWITCH PIC X VALUE 'N'.
           88  LINE-HISTORY-IS-OPEN      VALUE 'Y'.
       01  WS-INVOICE-LINE-NO        PIC 9(3).
       01  WS-TERMS-EOF-SWITCH       PIC X VALUE 'N'.
           88  END-OF-TERMS              VALUE 'Y'.
       01  WS-TERMS-COUNT-MAX        PIC 9(3) VALUE 50.
               10  CRE-CREDIT-STATUS   PIC X.
               10  CRE-EXPOSURE        PIC S9(9)V9(2).
       01  WS-HOLD-REASON            PIC X.
           88  INVOICE-MUST-HOLD         VALUE "L", "H", "I".
       01  WS-INVOICES-HELD          PIC 9(5) VALUE 0.

      * Held-invoice message for the shared exception log. Built
       01  WS-TAX-RATE-FILE-STATUS   PIC XX.
       01  WS-CURRENCY-RATE-FILE-STATUS PIC XX.
           COPY CURRWS.
       01  WS-GL-FEED-STATUS         PIC XX.
       01  WS-GL-RULE-STATUS         PIC XX.
       01  WS-GL-COA-STATUS          PIC XX.
           COPY GLFWS.

       01  WS-EOF-SWITCH              PIC X VALUE 'N'.
           88  END-OF-LINE-ITEMS          VALUE 'Y'.
       01  WS-SALES-TAX-AMOUNT        PIC S9(9)V9(2).
       01  WS-INVOICE-TOTAL           PIC S9(9)V9(2).

      * Exemption certificates, loaded at startup. The verdict for
      * the invoice in hand is "X" exempt, "E" certificate expired,
      * "M" certificate held for other jurisdictions only, or space
      * - no certificate at all, an ordinary taxable customer.
       01  WS-EXEMPT-CERT-STATUS      PIC XX.
       01  WS-CERT-REVERT-STATUS      PIC XX.
       01  WS-CERT-REVERT-OPEN-SWITCH PIC X VALUE 'N'.
           88  CERT-REVERT-IS-OPEN        VALUE 'Y'.
       01  WS-CERT-EOF-SWITCH         PIC X VALUE 'N'.
           88  END-OF-EXEMPT-CERTS        VALUE 'Y'.
       01  WS-CERT-COUNT-MAX          PIC 9(4) VALUE 1000.
       01  WS-CERT-COUNT              PIC 9(4) VALUE 0.
       01  EXEMPT-CERT-TABLE.
           05  EXEMPT-CERT-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY CT-IDX.
               10  CTE-CUSTOMER-ID     PIC X(6).
               10  CTE-JURISDICTION    PIC X(2).
               10  CTE-CERT-NUMBER     PIC X(15).
               10  CTE-EXPIRY-DATE     PIC 9(8).
       01  WS-EXEMPT-VERDICT          PIC X.
           88  INVOICE-IS-TAX-EXEMPT      VALUE "X".
           88  CERT-DID-NOT-APPLY         VALUE "E", "M".
       01  WS-EXEMPT-CERT-NUMBER      PIC X(15).
       01  WS-EXEMPT-EXPIRY-DATE      PIC 9(8).
       01  WS-INVOICES-EXEMPT         PIC 9(5) VALUE 0.

      * Lapsed-certificate message for the shared exception log.
      * Built with MOVE, not STRING - see copybooks/EXCPLOG.cpy.
       01  WS-CERT-MSG-BUILD.
           05  FILLER                  PIC X(8) VALUE "INVOICE ".
           05  WS-CERT-MSG-INVOICE     PIC X(6).
           05  FILLER                  PIC X(24)
                   VALUE " TAXED - EXEMPT CERT FOR".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CERT-MSG-JURIS       PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CERT-MSG-REASON      PIC X(18).

       01  INVOICE-HEADING.
           05  FILLER          PIC X(30) VALUE
               "INVOICE PROCESSING REGISTER".
           05  FILLER          PIC X(20) VALUE
               "    SALES TAX:      ".
           05  IT-TAX          PIC $$,$$$,$$9.99-.
       01  INVOICE-EXEMPT-LINE.
           05  FILLER          PIC X(29) VALUE
               "    TAX EXEMPT - CERTIFICATE ".
           05  IX-CERT-NUMBER  PIC X(15).
           05  FILLER          PIC X(9)  VALUE " EXPIRES ".
           05  IX-EXPIRY-DATE  PIC 9(8).
       01  INVOICE-TOTAL-LINE.
           05  FILLER          PIC X(20) VALUE
               "    INVOICE TOTAL:  ".
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

      * Invoices post to AR and the GL together or not at all - no
      * usable posting rules, no billing run.
            PERFORM 040-LOAD-GL-POSTING-RULES
            IF GL-FEED-REFUSED
               DISPLAY "ERROR: GL POSTING RULES NOT USABLE - "
                  "INVOICES NOT PROCESSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM 050-OPEN-FILES
            PERFORM 055-LOAD-INVOICE-HEADERS
            PERFORM 057-LOAD-CREDIT-TABLE
            PERFORM 059-LOAD-PRICE-MASTER
            PERFORM 058-LOAD-TERMS-TABLE
            PERFORM 060-LOAD-TAX-RATE-TABLE
            PERFORM 062-LOAD-EXEMPT-CERTIFICATES
            PERFORM 065-LOAD-CURRENCY-RATE-TABLE
            PERFORM 100-READ-LINE-ITEM

                     WS-CURRENT-JURISDICTION-CODE
                  MOVE LI-CURRENCY-CODE TO WS-CURRENT-CURRENCY-CODE
                  MOVE 0 TO WS-INVOICE-SUBTOTAL
                  MOVE 0 TO WS-INVOICE-LINE-NO
                  MOVE 'N' TO WS-FIRST-RECORD-SWITCH
                  PERFORM 065-LOOKUP-INVOICE-HEADER
                  IF INVOICE-HEADER-FOUND
               PERFORM 500-WRITE-INVOICE-TOTALS
            END-IF

            PERFORM 986-WRITE-GL-FEED-BATCH
            PERFORM 900-CLOSE-FILES

            STOP RUN.

      * AR control, sales revenue, and sales tax payable come off
      * GLPRULE.DAT under source INVOICE, proven against GLCOA.DAT.
       040-LOAD-GL-POSTING-RULES.

            MOVE "INVOICE-PROCESSING" TO WS-GLF-PROGRAM-ID
            MOVE "INVOICE" TO WS-GLF-SOURCE
            MOVE "ARINVC" TO WS-GLF-BATCH-ID
            ACCEPT WS-GLF-BATCH-DATE FROM DATE YYYYMMDD
            PERFORM 980-LOAD-GL-POSTING-RULES
            MOVE "AR" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "REV" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "STAX" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE.

       050-OPEN-FILES.

            OPEN INPUT INVOICE-LINE-ITEM-FILE
               MOVE 'Y' TO WS-TAX-DETAIL-OPEN-SWITCH
            END-IF

      * So does the invoice line history.
            OPEN EXTEND INVOICE-LINE-HISTORY-FILE
            IF WS-LINE-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-LINE-HISTORY-FILE
            END-IF
            IF WS-LINE-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR: INVOICE-LINE-HISTORY-FILE OPEN FAILED, "
                  "STATUS = ", WS-LINE-HISTORY-STATUS,
                  " - LINE HISTORY NOT WRITTEN"
            ELSE
               MOVE 'Y' TO WS-LINE-HISTORY-OPEN-SWITCH
            END-IF

      * The AR open-item file accumulates across runs - the usual
      * EXTEND with create-on-first-write fallback.
            OPEN EXTEND AR-OPEN-ITEM-FILE
                  UNTIL CR-CUST-IDX > WS-CREDIT-COUNT
               IF CRE-CUSTOMER-ID (CR-CUST-IDX) =
                     WS-CURRENT-CUSTOMER-ID
      * An inactive account takes no new billing until it is
      * reopened - held exactly like a credit hold.
                  IF CRE-CREDIT-STATUS (CR-CUST-IDX) = "H"
                        OR CRE-CREDIT-STATUS (CR-CUST-IDX) = "I"
                     MOVE CRE-CREDIT-STATUS (CR-CUST-IDX) TO
                        WS-HOLD-REASON
                  ELSE
                     IF CRE-CREDIT-LIMIT (CR-CUST-IDX) > 0
                           AND CRE-EXPOSURE (CR-CUST-IDX)
               MOVE WS-CURRENT-INVOICE-DATE TO HO-INVOICE-DATE
               MOVE WS-INVOICE-TOTAL TO HO-INVOICE-TOTAL
               MOVE WS-HOLD-REASON TO HO-HOLD-REASON
               MOVE WS-INVOICE-SUBTOTAL TO HO-INVOICE-SUBTOTAL
               MOVE WS-SALES-TAX-AMOUNT TO HO-SALES-TAX-AMOUNT
               WRITE HELD-ORDER-RECORD
            END-IF
            MOVE WS-CURRENT-INVOICE-ID TO WS-HELD-MSG-INVOICE
               END-READ
            END-PERFORM.

      * Not fatal if missing - every customer then bills taxable,
      * the old behavior, and nothing is logged as reverted.
       062-LOAD-EXEMPT-CERTIFICATES.

            OPEN INPUT TAX-EXEMPT-CERT-FILE
            IF WS-EXEMPT-CERT-STATUS NOT = "00"
               DISPLAY "WARNING: TAXEXMPT.DAT NOT FOUND, STATUS = ",
                  WS-EXEMPT-CERT-STATUS, ", NO CUSTOMER TAX EXEMPT"
               EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-EXEMPT-CERTS
               READ TAX-EXEMPT-CERT-FILE
                  AT END
                     MOVE 'Y' TO WS-CERT-EOF-SWITCH
                  NOT AT END
                     IF WS-CERT-COUNT < WS-CERT-COUNT-MAX
                        ADD 1 TO WS-CERT-COUNT
                        MOVE CT-CUSTOMER-ID TO
                           CTE-CUSTOMER-ID (WS-CERT-COUNT)
                        MOVE CT-JURISDICTION-CODE TO
                           CTE-JURISDICTION (WS-CERT-COUNT)
                        MOVE CT-CERT-NUMBER TO
                           CTE-CERT-NUMBER (WS-CERT-COUNT)
                        MOVE CT-EXPIRY-DATE TO
                           CTE-EXPIRY-DATE (WS-CERT-COUNT)
                     ELSE
                        DISPLAY "WARNING: EXEMPT CERT TABLE FULL, "
                           "IGNORING CERTIFICATE ", CT-CERT-NUMBER
                     END-IF
               END-READ
            END-PERFORM
            CLOSE TAX-EXEMPT-CERT-FILE

            OPEN EXTEND TAX-CERT-REVERT-FILE
            IF WS-CERT-REVERT-STATUS NOT = "00"
               OPEN OUTPUT TAX-CERT-REVERT-FILE
            END-IF
            IF WS-CERT-REVERT-STATUS = "00"
               MOVE 'Y' TO WS-CERT-REVERT-OPEN-SWITCH
            ELSE
               DISPLAY "WARNING: TAXCREV.DAT OPEN FAILED, STATUS = ",
                  WS-CERT-REVERT-STATUS
            END-IF.

       100-READ-LINE-ITEM.

            READ INVOICE-LINE-ITEM-FILE
      * supplied or enforced it.
            MOVE WS-LINE-PRICE TO ID-UNIT-PRICE
            MOVE WS-EXTENDED-AMOUNT TO ID-EXTENDED
            WRITE INVOICE-LINE FROM INVOICE-DETAIL-LINE

            ADD 1 TO WS-INVOICE-LINE-NO
            IF LINE-HISTORY-IS-OPEN
               MOVE WS-CURRENT-INVOICE-ID TO HL-INVOICE-ID
               MOVE WS-INVOICE-LINE-NO TO HL-LINE-NO
               MOVE WS-CURRENT-CUSTOMER-ID TO HL-CUSTOMER-ID
               MOVE WS-CURRENT-INVOICE-DATE TO HL-INVOICE-DATE
               MOVE WS-CURRENT-DOCUMENT-TYPE TO HL-DOCUMENT-TYPE
               MOVE LI-ITEM-ID TO HL-ITEM-ID
               MOVE LI-QUANTITY TO HL-QUANTITY
               MOVE WS-LINE-PRICE TO HL-UNIT-PRICE
               MOVE LI-JURISDICTION-CODE TO HL-JURISDICTION-CODE
               MOVE LI-CURRENCY-CODE TO HL-CURRENCY-CODE
               WRITE INVOICE-LINE-HISTORY-RECORD
            END-IF.

       450-LOOKUP-TAX-RATE.

               MOVE WS-DEFAULT-TAX-RATE TO WS-SALES-TAX-RATE
            END-IF.

      * The certificate verdict for the invoice in hand: exempt
      * only under a certificate for this customer and this
      * jurisdiction that had not expired by the invoice date. A
      * customer with certificates on file that do not cover this
      * invoice is taxed and logged for renewal; one with none at
      * all is simply a taxable customer.
       452-CHECK-EXEMPT-CERTIFICATE.

            MOVE SPACE TO WS-EXEMPT-VERDICT
            MOVE SPACES TO WS-EXEMPT-CERT-NUMBER
            MOVE 0 TO WS-EXEMPT-EXPIRY-DATE
            PERFORM VARYING CT-IDX FROM 1 BY 1
                  UNTIL CT-IDX > WS-CERT-COUNT
               IF CTE-CUSTOMER-ID (CT-IDX) = WS-CURRENT-CUSTOMER-ID
                  IF CTE-JURISDICTION (CT-IDX) =
                        WS-CURRENT-JURISDICTION-CODE
                     MOVE CTE-CERT-NUMBER (CT-IDX) TO
                        WS-EXEMPT-CERT-NUMBER
                     MOVE CTE-EXPIRY-DATE (CT-IDX) TO
                        WS-EXEMPT-EXPIRY-DATE
                     IF CTE-EXPIRY-DATE (CT-IDX) >=
                           WS-CURRENT-INVOICE-DATE
                        MOVE "X" TO WS-EXEMPT-VERDICT
                     ELSE
                        MOVE "E" TO WS-EXEMPT-VERDICT
                     END-IF
                     EXIT PERFORM
                  END-IF
                  MOVE "M" TO WS-EXEMPT-VERDICT
               END-IF
            END-PERFORM.

       454-LOG-CERTIFICATE-REVERT.

            DISPLAY "TAXED: INVOICE ", WS-CURRENT-INVOICE-ID,
               " FOR CUSTOMER ", WS-CURRENT-CUSTOMER-ID,
               " - NO VALID EXEMPTION CERTIFICATE FOR ",
               WS-CURRENT-JURISDICTION-CODE
            IF CERT-REVERT-IS-OPEN
               MOVE WS-CURRENT-CUSTOMER-ID TO CV-CUSTOMER-ID
               MOVE WS-CURRENT-JURISDICTION-CODE TO
                  CV-JURISDICTION-CODE
               MOVE WS-CURRENT-INVOICE-ID TO CV-INVOICE-ID
               MOVE WS-CURRENT-INVOICE-DATE TO CV-INVOICE-DATE
               MOVE WS-EXEMPT-CERT-NUMBER TO CV-CERT-NUMBER
               MOVE WS-EXEMPT-EXPIRY-DATE TO CV-EXPIRY-DATE
               MOVE WS-EXEMPT-VERDICT TO CV-REASON
               MOVE WS-SALES-TAX-AMOUNT TO CV-TAX-AMOUNT
               WRITE TAX-CERT-REVERT-RECORD
            END-IF
            MOVE WS-CURRENT-INVOICE-ID TO WS-CERT-MSG-INVOICE
            MOVE WS-CURRENT-JURISDICTION-CODE TO WS-CERT-MSG-JURIS
            IF WS-EXEMPT-VERDICT = "E"
               MOVE "EXPIRED" TO WS-CERT-MSG-REASON
            ELSE
               MOVE "NOT ON FILE" TO WS-CERT-MSG-REASON
            END-IF
            MOVE WS-CERT-MSG-BUILD TO EL-MESSAGE
            MOVE "INVOICE-PROCESSING" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY.

      * Due date and early-pay discount from the header's terms
      * code. An unknown code gets a logged warning and no due-date
      * line rather than a silently wrong one.
       500-WRITE-INVOICE-TOTALS.

            PERFORM 450-LOOKUP-TAX-RATE
            PERFORM 452-CHECK-EXEMPT-CERTIFICATE

            IF INVOICE-IS-TAX-EXEMPT
               MOVE 0 TO WS-SALES-TAX-AMOUNT
               ADD 1 TO WS-INVOICES-EXEMPT
            ELSE
               COMPUTE WS-SALES-TAX-AMOUNT ROUNDED =
                  WS-INVOICE-SUBTOTAL * WS-SALES-TAX-RATE
               IF CERT-DID-NOT-APPLY
                  PERFORM 454-LOG-CERTIFICATE-REVERT
               END-IF
            END-IF
            ADD WS-INVOICE-SUBTOTAL, WS-SALES-TAX-AMOUNT
               GIVING WS-INVOICE-TOTAL


            MOVE WS-SALES-TAX-AMOUNT TO IT-TAX
            WRITE INVOICE-LINE FROM INVOICE-TAX-LINE
            IF INVOICE-IS-TAX-EXEMPT
               MOVE WS-EXEMPT-CERT-NUMBER TO IX-CERT-NUMBER
               MOVE WS-EXEMPT-EXPIRY-DATE TO IX-EXPIRY-DATE
               WRITE INVOICE-LINE FROM INVOICE-EXEMPT-LINE
            END-IF

            MOVE WS-INVOICE-TOTAL TO ITL-TOTAL
            WRITE INVOICE-LINE FROM INVOICE-TOTAL-LINE
                  TD-JURISDICTION-CODE
               MOVE WS-CURRENT-INVOICE-ID TO TD-INVOICE-ID
               MOVE WS-CURRENT-INVOICE-DATE TO TD-INVOICE-DATE
               IF INVOICE-IS-TAX-EXEMPT
                  MOVE 0 TO TD-TAXABLE-BASE
                  MOVE WS-INVOICE-SUBTOTAL TO TD-EXEMPT-SALES
                  MOVE WS-EXEMPT-CERT-NUMBER TO TD-CERT-NUMBER
               ELSE
                  MOVE WS-INVOICE-SUBTOTAL TO TD-TAXABLE-BASE
                  MOVE 0 TO TD-EXEMPT-SALES
                  MOVE SPACES TO TD-CERT-NUMBER
               END-IF
               MOVE WS-SALES-TAX-AMOUNT TO TD-TAX-AMOUNT
               WRITE TAX-DETAIL-RECORD
            END-IF
                  MOVE "O" TO AR-ITEM-STATUS
                  WRITE AR-OPEN-ITEM-RECORD
                  PERFORM 468-SEAL-COUNT-POSTED-ITEM
                  PERFORM 490-ADD-INVOICE-TO-GL-FEED
      * This run's posting counts against the limit immediately.
                  PERFORM VARYING CR-CUST-IDX FROM 1 BY 1
                        UNTIL CR-CUST-IDX > WS-CREDIT-COUNT
               WRITE INVOICE-LINE FROM INVOICE-CONVERTED-TOTAL-LINE
            END-IF.

      * Every invoice that became an open item feeds the GL: AR
      * control debited for the total, revenue and sales tax payable
      * credited. A credit memo's negative amounts land on the
      * opposite sides. Held orders post nothing until released.
       490-ADD-INVOICE-TO-GL-FEED.

            MOVE "AR" TO WS-GLF-RULE-CODE
            MOVE "D" TO WS-GLF-SIDE
            MOVE WS-INVOICE-TOTAL TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "REV" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            MOVE WS-INVOICE-SUBTOTAL TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "STAX" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            MOVE WS-SALES-TAX-AMOUNT TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT.

       900-CLOSE-FILES.

            IF HELD-FILE-IS-OPEN
            IF TAX-DETAIL-IS-OPEN
               CLOSE TAX-DETAIL-FILE
            END-IF
            IF CERT-REVERT-IS-OPEN
               CLOSE TAX-CERT-REVERT-FILE
            END-IF
            IF LINE-HISTORY-IS-OPEN
               CLOSE INVOICE-LINE-HISTORY-FILE
            END-IF
            CLOSE CURRENCY-RATE-FILE.

           COPY EXCPLOG.
           COPY CURRTBL.
           COPY SEALTBL.
           COPY GLFEED.
       END PROGRAM INVOICE-PROCESSING.
