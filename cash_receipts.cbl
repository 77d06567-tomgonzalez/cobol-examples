      *           applied-plus-unapplied total is proven against the
      *           deposit control total with 950-CHECK-MONEY-BALANCE,
      *           the same way GL-RECONCILIATION proves GLTRANS.DAT
      *           against GLCTRL.DAT.  Every receipt applied to an
      *           invoice is also appended to ARPAYHST.DAT, the
      *           payment experience CASH-FORECAST draws on.  The
      *           day's cash posts to GLTRANS.DAT as one balanced
      *           batch (cash debited; AR control and unapplied
      *           cash credited) to the accounts GLPRULE.DAT names.
      *           Unapplied cash is added to ARUNAPP.DAT, never
      *           written over, so what is still waiting on the
      *           clerk (UNAPPLIED-CASH-APPLY) carries forward.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Every receipt applied to an invoice, appended run over run
      * with the usual EXTEND create-on-first-write fallback - each
      * customer's payment experience, which CASH-FORECAST averages
      * into a days-to-pay.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "ARPAYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-HISTORY-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

      * Subledger-to-GL feed - see copybooks/GLFEED.cpy.
           COPY GLFSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-RECEIPT-FILE.
       FD  CASH-APPLICATION-REPORT.
       01  CASH-APP-LINE           PIC X(96).

       FD  RECEIPT-HISTORY-FILE.
       01  RECEIPT-HISTORY-RECORD.
           05  RH-CUSTOMER-ID      PIC X(6).
           05  RH-INVOICE-ID       PIC X(6).
           05  RH-INVOICE-DATE     PIC 9(8).
           05  RH-RECEIPT-DATE     PIC 9(8).
           05  RH-AMOUNT-APPLIED   PIC 9(9)V9(2).

           COPY EXCPFD.
           COPY LOCKFD.
           COPY SEALFD.
           COPY AUTHFD.
           COPY RUNHFD.
           COPY GLFFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
       01  WS-OPERATOR-ROLE-STATUS PIC XX.
       01  WS-ACCESS-LOG-STATUS    PIC XX.
           COPY AUTHWS.
       01  WS-GL-FEED-STATUS       PIC XX.
       01  WS-GL-RULE-STATUS       PIC XX.
       01  WS-GL-COA-STATUS        PIC XX.
           COPY GLFWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.
       01  WS-AR-NEW-STATUS        PIC XX.
       01  WS-UNAPPLIED-FILE-STATUS PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-RECEIPT-HISTORY-STATUS PIC XX.

       01  WS-RECEIPT-EOF-SWITCH   PIC X VALUE 'N'.
           88  END-OF-RECEIPTS         VALUE 'Y'.
               STOP RUN
            END-IF

      * The day's cash reaches the GL in the same run that moves
      * AR, or neither moves.
            PERFORM 040-LOAD-GL-POSTING-RULES
            IF GL-FEED-REFUSED
               DISPLAY "ERROR: GL POSTING RULES NOT USABLE - "
                  "RECEIPTS NOT POSTED"
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 050-OPEN-FILES
            PERFORM 060-LOAD-OPEN-ITEMS

            END-PERFORM

            PERFORM 500-WRITE-NEW-OPEN-ITEMS
            PERFORM 700-WRITE-GL-FEED
            PERFORM 800-PROVE-AGAINST-DEPOSIT
            PERFORM 900-CLOSE-FILES
            PERFORM 945-RELEASE-RESOURCE-LOCKS

            STOP RUN.

      * Cash, AR control, and unapplied cash accounts come off
      * GLPRULE.DAT under source RECEIPTS, proven against GLCOA.DAT.
       040-LOAD-GL-POSTING-RULES.

            MOVE "CASH-RECEIPTS" TO WS-GLF-PROGRAM-ID
            MOVE "RECEIPTS" TO WS-GLF-SOURCE
            MOVE "ARCASH" TO WS-GLF-BATCH-ID
            ACCEPT WS-GLF-BATCH-DATE FROM DATE YYYYMMDD
            PERFORM 980-LOAD-GL-POSTING-RULES
            MOVE "CASH" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "AR" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "UNAP" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE.

       050-OPEN-FILES.

            OPEN INPUT CASH-RECEIPT-FILE
                  ", DEPOSIT PROOF SKIPPED"
            END-IF

      * Receipts still waiting on the clerk carry forward from run
      * to run - add to the file, create it only the first time.
            OPEN EXTEND UNAPPLIED-CASH-FILE
            IF WS-UNAPPLIED-FILE-STATUS NOT = "00"
               OPEN OUTPUT UNAPPLIED-CASH-FILE
            END-IF
            IF WS-UNAPPLIED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNAPPLIED-CASH-FILE OPEN FAILED, "
                  "STATUS = ", WS-UNAPPLIED-FILE-STATUS
               WRITE CASH-APP-LINE FROM CASH-APP-HEADING-1
            END-IF

            OPEN EXTEND RECEIPT-HISTORY-FILE
            IF WS-RECEIPT-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT RECEIPT-HISTORY-FILE
            END-IF
            IF WS-RECEIPT-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: ARPAYHST.DAT OPEN FAILED, STATUS = ",
                  WS-RECEIPT-HISTORY-STATUS,
                  " - PAYMENT EXPERIENCE NOT RECORDED"
            END-IF

            INITIALIZE WS-APPLIED-TOTAL WS-UNAPPLIED-TOTAL
               WS-RECEIPT-TOTAL.

               EXIT PARAGRAPH
            END-IF

            MOVE RC-CUSTOMER-ID TO RH-CUSTOMER-ID
            MOVE RC-INVOICE-REF TO RH-INVOICE-ID
            MOVE ARE-INVOICE-DATE (AR-IDX) TO RH-INVOICE-DATE
            MOVE RC-RECEIPT-DATE TO RH-RECEIPT-DATE
            IF RC-AMOUNT < ARE-OPEN-BALANCE (AR-IDX)
               MOVE RC-AMOUNT TO RH-AMOUNT-APPLIED
            ELSE
               MOVE ARE-OPEN-BALANCE (AR-IDX) TO RH-AMOUNT-APPLIED
            END-IF
            IF WS-RECEIPT-HISTORY-STATUS = "00"
               WRITE RECEIPT-HISTORY-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-IF

            IF RC-AMOUNT < ARE-OPEN-BALANCE (AR-IDX)
               SUBTRACT RC-AMOUNT FROM ARE-OPEN-BALANCE (AR-IDX)
               ADD RC-AMOUNT TO WS-APPLIED-TOTAL
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

      * Every receipt is cash in the bank: what applied to an
      * invoice comes off the AR control account, the rest waits
      * in unapplied cash. Posted only when the new open-item
      * generation was actually written.
       700-WRITE-GL-FEED.

            IF WS-AR-NEW-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE "CASH" TO WS-GLF-RULE-CODE
            MOVE "D" TO WS-GLF-SIDE
            MOVE WS-RECEIPT-TOTAL TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "AR" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            MOVE WS-APPLIED-TOTAL TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "UNAP" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            MOVE WS-UNAPPLIED-TOTAL TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            PERFORM 986-WRITE-GL-FEED-BATCH.

       800-PROVE-AGAINST-DEPOSIT.

            MOVE "APPLIED TOTAL:            " TO CT-CAPTION

            CLOSE CASH-RECEIPT-FILE
            CLOSE UNAPPLIED-CASH-FILE
            CLOSE CASH-APPLICATION-REPORT
            IF WS-RECEIPT-HISTORY-STATUS = "00"
               CLOSE RECEIPT-HISTORY-FILE
            END-IF.

           COPY MONEYBAL.
           COPY EXCPLOG.
           COPY LOCKTBL.
           COPY SEALTBL.
           COPY AUTHCHK.
           COPY GLFEED.
       END PROGRAM CASH-RECEIPTS.
