      *           ID (student numbers are numeric, the leading zeros
      *           carry nothing). Invoice numbers come off the
      *           TUINVNO.DAT control the way CHECK-PRINT numbers
      *           checks off CHKCTRL.DAT. The term's billing posts
      *           to GLTRANS.DAT as one balanced batch - AR control
      *           debited, tuition and registration-fee revenue
      *           credited - to the accounts GLPRULE.DAT names.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

      * Subledger-to-GL feed - see copybooks/GLFEED.cpy.
           COPY GLFSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
           COPY EXCPFD.
           COPY SEALFD.
           COPY RUNHFD.
           COPY GLFFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.
       01  WS-GL-FEED-STATUS       PIC XX.
       01  WS-GL-RULE-STATUS       PIC XX.
       01  WS-GL-COA-STATUS        PIC XX.
           COPY GLFWS.
           COPY RUNSTWS.
       01  WS-ENROLLMENT-STATUS    PIC XX.
       01  WS-CATALOG-FILE-STATUS  PIC XX.
           05  WS-INVOICE-SEQ      PIC 9(5).
       01  WS-INVOICES-WRITTEN     PIC 9(5) VALUE 0.
       01  WS-TOTAL-BILLED         PIC 9(11)V9(2) VALUE 0.
       01  WS-TUITION-PORTION      PIC 9(9)V9(2).
       01  WS-TOTAL-TUITION        PIC 9(11)V9(2) VALUE 0.
       01  WS-TOTAL-FEES           PIC 9(11)V9(2) VALUE 0.

       01  REPORT-HEADING-1.
           05  FILLER          PIC X(26) VALUE
            MOVE "TUITION-BILLING" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START
            PERFORM 020-GET-BILLING-TERM

      * No usable posting rules, no billing - a term's tuition that
      * lands in AR without its revenue entry is a month-end
      * reconciliation nobody wants.
            PERFORM 040-LOAD-GL-POSTING-RULES
            IF GL-FEED-REFUSED
               DISPLAY "ERROR: GL POSTING RULES NOT USABLE - "
                  "NOTHING BILLED"
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 050-OPEN-FILES

            IF RUN-MUST-ABORT
            END-PERFORM

            PERFORM 300-BILL-ALL-STUDENTS
            PERFORM 700-WRITE-GL-FEED
            PERFORM 800-REWRITE-INVOICE-NUMBER

            MOVE WS-TOTAL-BILLED TO RT-TOTAL
               ACCEPT WS-BILL-TERM
            END-IF.

      * AR control, tuition revenue, and fee revenue come off
      * GLPRULE.DAT under source TUITION, proven against GLCOA.DAT.
       040-LOAD-GL-POSTING-RULES.

            MOVE "TUITION-BILLING" TO WS-GLF-PROGRAM-ID
            MOVE "TUITION" TO WS-GLF-SOURCE
            MOVE "ARTUIT" TO WS-GLF-BATCH-ID
            ACCEPT WS-GLF-BATCH-DATE FROM DATE YYYYMMDD
            PERFORM 980-LOAD-GL-POSTING-RULES
            MOVE "AR" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "TUIT" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "FEES" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE.

       050-OPEN-FILES.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

       310-BILL-ONE-STUDENT.

      * Credit-hour tuition and the flat fee are figured apart -
      * they post to different revenue accounts.
            COMPUTE WS-TUITION-PORTION ROUNDED =
               BIE-CREDIT-HOURS (BI-IDX) * WS-RATE-PER-CREDIT
            COMPUTE WS-INVOICE-AMOUNT =
               WS-TUITION-PORTION + WS-FLAT-FEE
            IF WS-INVOICE-AMOUNT = 0
               EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-INVOICES-WRITTEN
            ADD WS-INVOICE-AMOUNT TO WS-TOTAL-BILLED
            ADD WS-TUITION-PORTION TO WS-TOTAL-TUITION
            ADD WS-FLAT-FEE TO WS-TOTAL-FEES

            MOVE BIE-STUDENT-ID (BI-IDX) TO RD-STUDENT-ID
            MOVE BIE-STUDENT-NAME (BI-IDX) TO RD-NAME
               WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
            END-IF.

      * The term's billing as one batch: AR control debited,
      * tuition and fee revenue credited.
       700-WRITE-GL-FEED.

            MOVE "AR" TO WS-GLF-RULE-CODE
            MOVE "D" TO WS-GLF-SIDE
            MOVE WS-TOTAL-BILLED TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "TUIT" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            MOVE WS-TOTAL-TUITION TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "FEES" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            MOVE WS-TOTAL-FEES TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            PERFORM 986-WRITE-GL-FEED-BATCH.

      * The next-number control rolls forward so next term's run
      * can't reuse an invoice ID. A control that never existed is
      * created now.
           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY SEALTBL.
           COPY GLFEED.
       END PROGRAM TUITION-BILLING.
