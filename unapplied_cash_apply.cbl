      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Unapplied cash work queue and re-application. What
      *           CASH-RECEIPTS and LOCKBOX-IMPORT could not match
      *           waits on ARUNAPP.DAT; this run takes the AR clerk's
      *           application transactions (UNAPTRAN.DAT) against it:
      *           "A" applies a receipt, or part of one, to an open
      *           invoice of the same customer - several "A" lines on
      *           one receipt split it across invoices - and "M"
      *           moves a receipt, or part of one, to another
      *           customer on the master. Applications pay the
      *           invoices down in the usual AROPEN.DAT CURRENT/NEW
      *           roll (AROPEN.NEW, resealed), go on the payment
      *           history CASH-RECEIPTS keeps (ARPAYHST.DAT), and
      *           post one balanced GL batch (unapplied cash debited,
      *           AR control credited) under GLPRULE.DAT source
      *           UNAPPLY. Every transaction, posted or refused, is
      *           written to the audit trail (UNAPCHG.LOG) with the
      *           operator and time. Whatever is left unapplied is
      *           written to ARUNAPP.NEW with its original receipt
      *           date and reference, and the report (UNAPAPP.RPT)
      *           lists the application register and then the work
      *           queue that remains, by customer and age. With no
      *           UNAPTRAN.DAT the run only lists the queue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNAPPLIED-CASH-APPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-TRANS-FILE ASSIGN TO "UNAPTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "ARUNAPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-FILE-STATUS.

           SELECT UNAPPLIED-NEW-FILE ASSIGN TO "ARUNAPP.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-NEW-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-OLD-STATUS.

           SELECT AR-OPEN-NEW-FILE ASSIGN TO "AROPEN.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-NEW-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

      * The payment experience CASH-RECEIPTS appends to - cash
      * applied here is a payment like any other.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "ARPAYHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-HISTORY-STATUS.

           SELECT UNAPPLIED-CHANGE-LOG-FILE ASSIGN TO "UNAPCHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

           SELECT APPLICATION-REPORT-FILE ASSIGN TO "UNAPAPP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Shared run-lock file - see copybooks/LOCKTBL.cpy.
           COPY LOCKSEL.

      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Role-based operator authorization - see copybooks/
      * AUTHCHK.cpy.
           COPY AUTHSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

      * Subledger-to-GL feed - see copybooks/GLFEED.cpy.
           COPY GLFSEL.

       DATA DIVISION.
       FILE SECTION.
      * "A" applies to the open invoice in UT-TARGET; "M" moves to
      * the customer in UT-TARGET. The receipt is named by its
      * customer, date and reference as ARUNAPP.DAT carries them. A
      * zero amount takes all that is left (on an apply, no more
      * than the invoice's open balance).
       FD  APPLICATION-TRANS-FILE.
       01  APPLICATION-TRANS-RECORD.
           05  UT-ACTION           PIC X.
               88  UT-IS-APPLY         VALUE "A".
               88  UT-IS-MOVE          VALUE "M".
           05  UT-CUSTOMER-ID      PIC X(6).
           05  UT-RECEIPT-DATE     PIC 9(8).
           05  UT-RECEIPT-REF      PIC X(6).
           05  UT-AMOUNT           PIC 9(9)V9(2).
           05  UT-TARGET           PIC X(6).

       FD  UNAPPLIED-CASH-FILE.
       01  UNAPPLIED-CASH-RECORD.
           05  UC-CUSTOMER-ID      PIC X(6).
           05  UC-RECEIPT-DATE     PIC 9(8).
           05  UC-AMOUNT           PIC 9(9)V9(2).
           05  UC-INVOICE-REF      PIC X(6).

       FD  UNAPPLIED-NEW-FILE.
       01  UNAPPLIED-NEW-RECORD.
           05  UN-CUSTOMER-ID      PIC X(6).
           05  UN-RECEIPT-DATE     PIC 9(8).
           05  UN-AMOUNT           PIC 9(9)V9(2).
           05  UN-INVOICE-REF      PIC X(6).

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

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CU-CUSTOMER-ID      PIC X(6).
           05  CU-CUSTOMER-NAME    PIC X(25).
           05  CU-TERMS-CODE       PIC X(9).
           05  CU-CREDIT-LIMIT     PIC 9(9)V9(2).
           05  CU-CREDIT-STATUS    PIC X.
           05  CU-FC-EXEMPT        PIC X.

       FD  RECEIPT-HISTORY-FILE.
       01  RECEIPT-HISTORY-RECORD.
           05  RH-CUSTOMER-ID      PIC X(6).
           05  RH-INVOICE-ID       PIC X(6).
           05  RH-INVOICE-DATE     PIC 9(8).
           05  RH-RECEIPT-DATE     PIC 9(8).
           05  RH-AMOUNT-APPLIED   PIC 9(9)V9(2).

       FD  UNAPPLIED-CHANGE-LOG-FILE.
       01  UNAPPLIED-CHANGE-LOG-LINE PIC X(110).

       FD  APPLICATION-REPORT-FILE.
       01  REPORT-LINE             PIC X(96).

           COPY EXCPFD.
           COPY LOCKFD.
           COPY SEALFD.
           COPY AUTHFD.
           COPY RUNHFD.
           COPY GLFFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-RUN-LOCK-STATUS      PIC XX.
           COPY LOCKWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.
       01  WS-OPERATOR-ROLE-STATUS PIC XX.
       01  WS-ACCESS-LOG-STATUS    PIC XX.
           COPY AUTHWS.
       01  WS-GL-FEED-STATUS       PIC XX.
       01  WS-GL-RULE-STATUS       PIC XX.
       01  WS-GL-COA-STATUS        PIC XX.
           COPY GLFWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-UNAPPLIED-FILE-STATUS PIC XX.
       01  WS-UNAPPLIED-NEW-STATUS PIC XX.
       01  WS-AR-OLD-STATUS        PIC XX.
       01  WS-AR-NEW-STATUS        PIC XX.
       01  WS-CUSTOMER-FILE-STATUS PIC XX.
       01  WS-RECEIPT-HISTORY-STATUS PIC XX.
       01  WS-CHANGE-LOG-STATUS    PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.

       01  WS-TRANS-EOF-SWITCH     PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS     VALUE 'Y'.
       01  WS-UNAPPLIED-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-UNAPPLIED        VALUE 'Y'.
       01  WS-AR-EOF-SWITCH        PIC X VALUE 'N'.
           88  END-OF-AR-ITEMS         VALUE 'Y'.
       01  WS-CUSTOMER-EOF-SWITCH  PIC X VALUE 'N'.
           88  END-OF-CUSTOMERS        VALUE 'Y'.
       01  WS-LIST-ONLY-SWITCH     PIC X VALUE 'N'.
           88  RUN-IS-LIST-ONLY        VALUE 'Y'.

       01  WS-CURRENT-DATE         PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(6).
       01  WS-CHANGED-BY-ID        PIC X(10).
       01  WS-TODAY-INTEGER        PIC 9(7).
       01  WS-RECEIPT-INTEGER      PIC 9(7).
       01  WS-RECEIPT-AGE-DAYS     PIC S9(5).

      * The whole open-item file rides in memory for the
      * applications, then writes back out as the new generation.
       01  WS-AR-COUNT-MAX         PIC 9(4) VALUE 1000.
       01  WS-AR-COUNT             PIC 9(4) VALUE 0.
       01  AR-ITEM-TABLE.
           05  AR-ITEM-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY AR-IDX.
               10  ARE-CUSTOMER-ID     PIC X(6).
               10  ARE-INVOICE-ID      PIC X(6).
               10  ARE-INVOICE-DATE    PIC 9(8).
               10  ARE-ORIGINAL-AMOUNT PIC S9(9)V9(2).
               10  ARE-OPEN-BALANCE    PIC S9(9)V9(2).
               10  ARE-ITEM-STATUS     PIC X.

      * The unapplied receipts as they stand; a partial move adds a
      * row for the receiving customer with the same receipt date
      * and reference.
       01  WS-UNAPPLIED-COUNT-MAX  PIC 9(4) VALUE 500.
       01  WS-UNAPPLIED-COUNT      PIC 9(4) VALUE 0.
       01  UNAPPLIED-TABLE.
           05  UNAPPLIED-ENTRY OCCURS 500 TIMES
                                   INDEXED BY UA-IDX UA-IDX2.
               10  UAE-CUSTOMER-ID     PIC X(6).
               10  UAE-RECEIPT-DATE    PIC 9(8).
               10  UAE-AMOUNT          PIC 9(9)V9(2).
               10  UAE-INVOICE-REF     PIC X(6).
       01  WS-UNAPPLIED-HOLD.
           05  FILLER              PIC X(6).
           05  FILLER              PIC 9(8).
           05  FILLER              PIC 9(9)V9(2).
           05  FILLER              PIC X(6).

       01  WS-CUSTOMER-COUNT-MAX   PIC 9(3) VALUE 200.
       01  WS-CUSTOMER-COUNT       PIC 9(3) VALUE 0.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 200 TIMES
                                   INDEXED BY CU-IDX.
               10  CUE-CUSTOMER-ID     PIC X(6).
               10  CUE-CUSTOMER-NAME   PIC X(25).

       01  WS-APPLY-AMOUNT         PIC 9(9)V9(2).
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-DISPOSITION          PIC X(30).
       01  WS-APPLIED-TOTAL        PIC 9(9)V9(2) VALUE 0.
       01  WS-MOVED-TOTAL          PIC 9(9)V9(2) VALUE 0.
       01  WS-QUEUE-TOTAL          PIC 9(9)V9(2) VALUE 0.
       01  WS-CUSTOMER-QUEUE-TOTAL PIC 9(9)V9(2) VALUE 0.
       01  WS-QUEUE-CUSTOMER       PIC X(6).
       01  WS-TRANS-APPLIED        PIC 9(5) VALUE 0.
       01  WS-TRANS-MOVED          PIC 9(5) VALUE 0.
       01  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.

       01  REPORT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "UNAPPLIED CASH APPLICATION".
           05  FILLER          PIC X(6)  VALUE "AS OF ".
           05  RH-DATE         PIC 9(8).
           05  FILLER          PIC X(4)  VALUE " BY ".
           05  RH-OPERATOR     PIC X(10).
       01  REGISTER-TITLE-LINE.
           05  FILLER          PIC X(40) VALUE
               "APPLICATION REGISTER".
       01  REGISTER-HEADING-LINE.
           05  FILLER          PIC X(4)  VALUE "ACT".
           05  FILLER          PIC X(8)  VALUE "CUST".
           05  FILLER          PIC X(10) VALUE "RECEIVED".
           05  FILLER          PIC X(8)  VALUE "REF".
           05  FILLER          PIC X(16) VALUE "         AMOUNT".
           05  FILLER          PIC X(8)  VALUE "TARGET".
           05  FILLER          PIC X(30) VALUE "DISPOSITION".
       01  REGISTER-DETAIL-LINE.
           05  RD-ACTION       PIC X(1).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RD-CUSTOMER-ID  PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-RECEIPT-DATE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-RECEIPT-REF  PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RD-AMOUNT       PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-TARGET       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DISPOSITION  PIC X(30).
       01  QUEUE-TITLE-LINE.
           05  FILLER          PIC X(40) VALUE
               "UNAPPLIED CASH REMAINING - BY CUSTOMER".
       01  QUEUE-HEADING-LINE.
           05  FILLER          PIC X(8)  VALUE "CUST".
           05  FILLER          PIC X(27) VALUE "NAME".
           05  FILLER          PIC X(10) VALUE "RECEIVED".
           05  FILLER          PIC X(8)  VALUE "REF".
           05  FILLER          PIC X(16) VALUE "         AMOUNT".
           05  FILLER          PIC X(10) VALUE "  AGE".
           05  FILLER          PIC X(7)  VALUE "BUCKET".
       01  QUEUE-DETAIL-LINE.
           05  QD-CUSTOMER-ID  PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  QD-CUSTOMER-NAME PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  QD-RECEIPT-DATE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  QD-RECEIPT-REF  PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  QD-AMOUNT       PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  QD-AGE-DAYS     PIC ZZZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  QD-BUCKET       PIC X(7).
       01  QUEUE-TOTAL-LINE.
           05  FILLER          PIC X(8)  VALUE SPACES.
           05  QT-CAPTION      PIC X(45).
           05  QT-AMOUNT       PIC $$$,$$$,$$9.99.

       01  CHANGE-LOG-HEADING.
           05  FILLER          PIC X(60) VALUE
               "UNAPPLIED CASH APPLICATION - AUDIT LOG".
       01  CHANGE-LOG-LINE.
           05  CL-CHANGE-DATE  PIC 9(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CL-CHANGE-TIME  PIC 9(6).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CL-CHANGED-BY   PIC X(10).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CL-ACTION       PIC X(1).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CL-CUSTOMER-ID  PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CL-RECEIPT-DATE PIC 9(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CL-RECEIPT-REF  PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CL-AMOUNT       PIC 9(9).9(2).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CL-TARGET       PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CL-DISPOSITION  PIC X(30).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "UNAPPLIED-CASH-APPLY" TO WS-RUNSTAT-PROGRAM-ID

      * Applying customer money takes the AR clerk role (or a
      * supervisor), the same as CASH-RECEIPTS.
            MOVE "UNAPPLIED-CASH-APPLY" TO WS-AUTH-PROGRAM-ID
            MOVE "ARCL" TO WS-AUTH-REQUIRED-ROLE
            PERFORM 920-CHECK-OPERATOR-ROLE
            IF NOT AUTH-ROLE-GRANTED
               MOVE "OPERATOR REFUSED - ROLE ARCL REQUIRED" TO
                  EL-MESSAGE
               MOVE "UNAPPLIED-CASH-APPLY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            MOVE WS-AUTH-OPERATOR-ID TO WS-CHANGED-BY-ID
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
            ACCEPT WS-CURRENT-TIME FROM TIME
            COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)

      * Same claim CASH-RECEIPTS takes - the two must not roll
      * AROPEN.DAT or the unapplied file at the same time.
            MOVE "UNAPPLIED-CASH-APPLY" TO WS-LOCK-PROGRAM-ID
            MOVE "AROPEN" TO WS-LOCK-RESOURCE (1)
            MOVE 1 TO WS-LOCK-RESOURCE-COUNT
            PERFORM 940-CLAIM-RESOURCE-LOCKS
            IF RESOURCE-LOCKS-DENIED
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF

      * Applied cash reaches the GL in the same run that moves AR,
      * or neither moves.
            PERFORM 040-LOAD-GL-POSTING-RULES
            IF GL-FEED-REFUSED
               DISPLAY "ERROR: GL POSTING RULES NOT USABLE - "
                  "NO UNAPPLIED CASH APPLIED"
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 050-OPEN-FILES
            PERFORM 060-LOAD-CUSTOMERS
            PERFORM 065-LOAD-UNAPPLIED-CASH
            PERFORM 070-LOAD-OPEN-ITEMS

            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: AROPEN.DAT FAILS ITS SEAL - "
                  "NO UNAPPLIED CASH APPLIED"
               MOVE "AROPEN.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "UNAPPLIED-CASH-APPLY" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 900-CLOSE-FILES
               PERFORM 945-RELEASE-RESOURCE-LOCKS
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            IF NOT RUN-IS-LIST-ONLY
               PERFORM UNTIL END-OF-TRANSACTIONS
                  READ APPLICATION-TRANS-FILE
                     AT END
                        MOVE 'Y' TO WS-TRANS-EOF-SWITCH
                     NOT AT END
                        ADD 1 TO WS-RUNSTAT-RECORDS-READ
                        PERFORM 200-APPLY-ONE-TRANSACTION
                  END-READ
               END-PERFORM
               PERFORM 500-WRITE-NEW-OPEN-ITEMS
               PERFORM 550-WRITE-NEW-UNAPPLIED
               PERFORM 700-WRITE-GL-FEED
            END-IF

            PERFORM 800-LIST-WORK-QUEUE
            PERFORM 900-CLOSE-FILES
            PERFORM 945-RELEASE-RESOURCE-LOCKS

            IF RUN-IS-LIST-ONLY
               DISPLAY "UNAPPLIED CASH: NO APPLICATION TRANSACTIONS - "
                  "WORK QUEUE LISTED ON UNAPAPP.RPT ONLY."
            ELSE
               DISPLAY "UNAPPLIED CASH APPLICATION COMPLETE.  APPLIED ",
                  WS-TRANS-APPLIED, ", MOVED ", WS-TRANS-MOVED,
                  ", REJECTED ", WS-TRANS-REJECTED, "."
               DISPLAY "PROMOTE AROPEN.NEW OVER AROPEN.DAT AND "
                  "ARUNAPP.NEW OVER ARUNAPP.DAT."
            END-IF
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * Unapplied cash and AR control accounts come off GLPRULE.DAT
      * under source UNAPPLY, proven against GLCOA.DAT.
       040-LOAD-GL-POSTING-RULES.

            MOVE "UNAPPLIED-CASH-APPLY" TO WS-GLF-PROGRAM-ID
            MOVE "UNAPPLY" TO WS-GLF-SOURCE
            MOVE "ARUNAP" TO WS-GLF-BATCH-ID
            MOVE WS-CURRENT-DATE TO WS-GLF-BATCH-DATE
            PERFORM 980-LOAD-GL-POSTING-RULES
            MOVE "UNAP" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "AR" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE.

       050-OPEN-FILES.

      * No transaction file is a listing run - nothing rolls.
            OPEN INPUT APPLICATION-TRANS-FILE
            IF WS-TRANS-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-LIST-ONLY-SWITCH
               MOVE 'Y' TO WS-TRANS-EOF-SWITCH
            END-IF

            OPEN OUTPUT APPLICATION-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNAPAPP.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            ELSE
               MOVE WS-CURRENT-DATE TO RH-DATE
               MOVE WS-CHANGED-BY-ID TO RH-OPERATOR
               WRITE REPORT-LINE FROM REPORT-HEADING-1
            END-IF

            IF RUN-IS-LIST-ONLY
               EXIT PARAGRAPH
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

      * The audit trail accumulates run after run, created only on
      * the very first.
            OPEN EXTEND UNAPPLIED-CHANGE-LOG-FILE
            IF WS-CHANGE-LOG-STATUS NOT = "00"
               OPEN OUTPUT UNAPPLIED-CHANGE-LOG-FILE
            END-IF
            IF WS-CHANGE-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: UNAPCHG.LOG OPEN FAILED, STATUS = ",
                  WS-CHANGE-LOG-STATUS
            ELSE
               WRITE UNAPPLIED-CHANGE-LOG-LINE FROM CHANGE-LOG-HEADING
            END-IF

            IF WS-REPORT-FILE-STATUS = "00"
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM REGISTER-TITLE-LINE
               WRITE REPORT-LINE FROM REGISTER-HEADING-LINE
            END-IF.

       060-LOAD-CUSTOMERS.

            OPEN INPUT CUSTOMER-MASTER-FILE
            IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: CUSTMAST.DAT NOT FOUND, STATUS = ",
                  WS-CUSTOMER-FILE-STATUS, " - NO MOVES ALLOWED"
               MOVE 'Y' TO WS-CUSTOMER-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-CUSTOMERS
               READ CUSTOMER-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-CUSTOMER-EOF-SWITCH
                  NOT AT END
                     IF WS-CUSTOMER-COUNT < WS-CUSTOMER-COUNT-MAX
                        ADD 1 TO WS-CUSTOMER-COUNT
                        MOVE CU-CUSTOMER-ID TO
                           CUE-CUSTOMER-ID (WS-CUSTOMER-COUNT)
                        MOVE CU-CUSTOMER-NAME TO
                           CUE-CUSTOMER-NAME (WS-CUSTOMER-COUNT)
                     ELSE
                        DISPLAY "WARNING: CUSTOMER TABLE FULL, "
                           "IGNORING CUSTOMER ", CU-CUSTOMER-ID
                     END-IF
               END-READ
            END-PERFORM
            IF WS-CUSTOMER-FILE-STATUS = "10"
               CLOSE CUSTOMER-MASTER-FILE
            END-IF.

       065-LOAD-UNAPPLIED-CASH.

            OPEN INPUT UNAPPLIED-CASH-FILE
            IF WS-UNAPPLIED-FILE-STATUS NOT = "00"
               DISPLAY "NOTICE: ARUNAPP.DAT NOT FOUND, STATUS = ",
                  WS-UNAPPLIED-FILE-STATUS, " - NO UNAPPLIED CASH"
               MOVE 'Y' TO WS-UNAPPLIED-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-UNAPPLIED
               READ UNAPPLIED-CASH-FILE
                  AT END
                     MOVE 'Y' TO WS-UNAPPLIED-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-UNAPPLIED-COUNT < WS-UNAPPLIED-COUNT-MAX
                        ADD 1 TO WS-UNAPPLIED-COUNT
                        SET UA-IDX TO WS-UNAPPLIED-COUNT
                        MOVE UC-CUSTOMER-ID TO
                           UAE-CUSTOMER-ID (UA-IDX)
                        MOVE UC-RECEIPT-DATE TO
                           UAE-RECEIPT-DATE (UA-IDX)
                        MOVE UC-AMOUNT TO UAE-AMOUNT (UA-IDX)
                        MOVE UC-INVOICE-REF TO
                           UAE-INVOICE-REF (UA-IDX)
                     ELSE
      * A receipt that can't be held can't be carried forward
      * either - refuse to roll rather than lose it.
                        DISPLAY "ERROR: UNAPPLIED TABLE FULL AT ",
                           UC-CUSTOMER-ID, " ", UC-RECEIPT-DATE,
                           " - LISTING ONLY, NOTHING ROLLED"
                        MOVE "UNAPPLIED TABLE FULL - NOTHING ROLLED"
                           TO EL-MESSAGE
                        MOVE "UNAPPLIED-CASH-APPLY" TO EL-PROGRAM-ID
                        MOVE "E" TO EL-SEVERITY
                        PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                        ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
                        MOVE 1 TO RETURN-CODE
                        MOVE 'Y' TO WS-LIST-ONLY-SWITCH
                        MOVE 'Y' TO WS-UNAPPLIED-EOF-SWITCH
                     END-IF
               END-READ
            END-PERFORM
            IF WS-UNAPPLIED-FILE-STATUS = "10"
                  OR WS-UNAPPLIED-FILE-STATUS = "00"
               CLOSE UNAPPLIED-CASH-FILE
            END-IF.

       070-LOAD-OPEN-ITEMS.

            PERFORM 930-RESET-SEAL
            OPEN INPUT AR-OPEN-ITEM-FILE
            IF WS-AR-OLD-STATUS NOT = "00"
               DISPLAY "WARNING: AROPEN.DAT OPEN FAILED, STATUS = ",
                  WS-AR-OLD-STATUS, " - NO INVOICE TO APPLY TO"
               MOVE 'Y' TO WS-AR-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-AR-ITEMS
               READ AR-OPEN-ITEM-FILE
                  AT END
                     MOVE 'Y' TO WS-AR-EOF-SWITCH
                  NOT AT END
                     PERFORM 075-SEAL-COUNT-OPEN-ITEM
                     IF WS-AR-COUNT < WS-AR-COUNT-MAX
                        ADD 1 TO WS-AR-COUNT
                        MOVE AR-CUSTOMER-ID TO
                           ARE-CUSTOMER-ID (WS-AR-COUNT)
                        MOVE AR-INVOICE-ID TO
                           ARE-INVOICE-ID (WS-AR-COUNT)
                        MOVE AR-INVOICE-DATE TO
                           ARE-INVOICE-DATE (WS-AR-COUNT)
                        MOVE AR-ORIGINAL-AMOUNT TO
                           ARE-ORIGINAL-AMOUNT (WS-AR-COUNT)
                        MOVE AR-OPEN-BALANCE TO
                           ARE-OPEN-BALANCE (WS-AR-COUNT)
                        MOVE AR-ITEM-STATUS TO
                           ARE-ITEM-STATUS (WS-AR-COUNT)
                     ELSE
                        DISPLAY "ERROR: AR TABLE FULL AT ITEM ",
                           AR-INVOICE-ID, " - LISTING ONLY"
                        MOVE 1 TO RETURN-CODE
                        MOVE 'Y' TO WS-LIST-ONLY-SWITCH
                     END-IF
               END-READ
            END-PERFORM
            IF WS-AR-OLD-STATUS = "10"
               CLOSE AR-OPEN-ITEM-FILE
            END-IF
            MOVE "AROPEN.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL.

       075-SEAL-COUNT-OPEN-ITEM.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE AR-CUSTOMER-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE AR-INVOICE-ID TO WS-SEAL-KEY-STRING (7:6)
            MOVE AR-OPEN-BALANCE TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

      * Finds the receipt, then hands off by action. Every outcome
      * lands on the register and the audit trail.
       200-APPLY-ONE-TRANSACTION.

            MOVE SPACES TO WS-REJECT-REASON
            MOVE UT-AMOUNT TO WS-APPLY-AMOUNT

            PERFORM VARYING UA-IDX FROM 1 BY 1
                  UNTIL UA-IDX > WS-UNAPPLIED-COUNT
               IF UAE-CUSTOMER-ID (UA-IDX) = UT-CUSTOMER-ID
                     AND UAE-RECEIPT-DATE (UA-IDX) = UT-RECEIPT-DATE
                     AND UAE-INVOICE-REF (UA-IDX) = UT-RECEIPT-REF
                     AND UAE-AMOUNT (UA-IDX) > 0
                  EXIT PERFORM
               END-IF
            END-PERFORM

            EVALUATE TRUE
               WHEN NOT UT-IS-APPLY AND NOT UT-IS-MOVE
                  MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               WHEN UA-IDX > WS-UNAPPLIED-COUNT
                  MOVE "NO SUCH UNAPPLIED RECEIPT" TO WS-REJECT-REASON
               WHEN WS-APPLY-AMOUNT > UAE-AMOUNT (UA-IDX)
                  MOVE "MORE THAN IS UNAPPLIED" TO WS-REJECT-REASON
               WHEN UT-IS-APPLY
                  PERFORM 300-APPLY-TO-INVOICE
               WHEN UT-IS-MOVE
                  PERFORM 400-MOVE-TO-CUSTOMER
            END-EVALUATE

            IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-TRANS-REJECTED
               MOVE WS-REJECT-REASON TO WS-DISPOSITION
               STRING "UNAPPLIED CASH " DELIMITED BY SIZE
                  UT-CUSTOMER-ID DELIMITED BY SIZE
                  " REJECTED: " DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO EL-MESSAGE
               END-STRING
               MOVE "UNAPPLIED-CASH-APPLY" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF
            PERFORM 250-WRITE-REGISTER-AND-AUDIT.

       250-WRITE-REGISTER-AND-AUDIT.

            MOVE UT-ACTION TO RD-ACTION
            MOVE UT-CUSTOMER-ID TO RD-CUSTOMER-ID
            MOVE UT-RECEIPT-DATE TO RD-RECEIPT-DATE
            MOVE UT-RECEIPT-REF TO RD-RECEIPT-REF
            MOVE WS-APPLY-AMOUNT TO RD-AMOUNT
            MOVE UT-TARGET TO RD-TARGET
            MOVE WS-DISPOSITION TO RD-DISPOSITION
            IF WS-REPORT-FILE-STATUS = "00"
               WRITE REPORT-LINE FROM REGISTER-DETAIL-LINE
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-IF

            IF WS-CHANGE-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE WS-CURRENT-DATE TO CL-CHANGE-DATE
            MOVE WS-CURRENT-TIME TO CL-CHANGE-TIME
            MOVE WS-CHANGED-BY-ID TO CL-CHANGED-BY
            MOVE UT-ACTION TO CL-ACTION
            MOVE UT-CUSTOMER-ID TO CL-CUSTOMER-ID
            MOVE UT-RECEIPT-DATE TO CL-RECEIPT-DATE
            MOVE UT-RECEIPT-REF TO CL-RECEIPT-REF
            MOVE WS-APPLY-AMOUNT TO CL-AMOUNT
            MOVE UT-TARGET TO CL-TARGET
            MOVE WS-DISPOSITION TO CL-DISPOSITION
            WRITE UNAPPLIED-CHANGE-LOG-LINE FROM CHANGE-LOG-LINE.

      * The invoice must be open and belong to the receipt's
      * customer; an application never takes an invoice below zero
      * - what the invoice can't take stays unapplied.
       300-APPLY-TO-INVOICE.

            PERFORM VARYING AR-IDX FROM 1 BY 1
                  UNTIL AR-IDX > WS-AR-COUNT
               IF ARE-CUSTOMER-ID (AR-IDX) = UAE-CUSTOMER-ID (UA-IDX)
                     AND ARE-INVOICE-ID (AR-IDX) = UT-TARGET
                     AND ARE-ITEM-STATUS (AR-IDX) = "O"
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF AR-IDX > WS-AR-COUNT
               MOVE "NO OPEN INVOICE FOR CUSTOMER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
            IF ARE-OPEN-BALANCE (AR-IDX) NOT > 0
               MOVE "INVOICE HAS NO BALANCE DUE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF

            IF WS-APPLY-AMOUNT = 0
               IF UAE-AMOUNT (UA-IDX) < ARE-OPEN-BALANCE (AR-IDX)
                  MOVE UAE-AMOUNT (UA-IDX) TO WS-APPLY-AMOUNT
               ELSE
                  MOVE ARE-OPEN-BALANCE (AR-IDX) TO WS-APPLY-AMOUNT
               END-IF
            END-IF
            IF WS-APPLY-AMOUNT > ARE-OPEN-BALANCE (AR-IDX)
               MOVE "MORE THAN THE INVOICE BALANCE" TO
                  WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF

            SUBTRACT WS-APPLY-AMOUNT FROM UAE-AMOUNT (UA-IDX)
            SUBTRACT WS-APPLY-AMOUNT FROM ARE-OPEN-BALANCE (AR-IDX)
            IF ARE-OPEN-BALANCE (AR-IDX) = 0
               MOVE "C" TO ARE-ITEM-STATUS (AR-IDX)
               MOVE "APPLIED - INVOICE PAID" TO WS-DISPOSITION
            ELSE
               MOVE "APPLIED - INVOICE STILL OPEN" TO WS-DISPOSITION
            END-IF
            ADD WS-APPLY-AMOUNT TO WS-APPLIED-TOTAL
            ADD 1 TO WS-TRANS-APPLIED

            MOVE UAE-CUSTOMER-ID (UA-IDX) TO RH-CUSTOMER-ID
            MOVE ARE-INVOICE-ID (AR-IDX) TO RH-INVOICE-ID
            MOVE ARE-INVOICE-DATE (AR-IDX) TO RH-INVOICE-DATE
            MOVE UAE-RECEIPT-DATE (UA-IDX) TO RH-RECEIPT-DATE
            MOVE WS-APPLY-AMOUNT TO RH-AMOUNT-APPLIED
            IF WS-RECEIPT-HISTORY-STATUS = "00"
               WRITE RECEIPT-HISTORY-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-IF.

      * The receiving customer must be on the master. A part move
      * leaves the rest with the original customer and adds a row
      * for the new one under the same receipt date and reference.
       400-MOVE-TO-CUSTOMER.

            PERFORM VARYING CU-IDX FROM 1 BY 1
                  UNTIL CU-IDX > WS-CUSTOMER-COUNT
               IF CUE-CUSTOMER-ID (CU-IDX) = UT-TARGET
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF CU-IDX > WS-CUSTOMER-COUNT
               MOVE "TARGET CUSTOMER NOT ON MASTER" TO
                  WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF
            IF UT-TARGET = UAE-CUSTOMER-ID (UA-IDX)
               MOVE "TARGET IS THE SAME CUSTOMER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
            END-IF

            IF WS-APPLY-AMOUNT = 0
                  OR WS-APPLY-AMOUNT = UAE-AMOUNT (UA-IDX)
               MOVE UAE-AMOUNT (UA-IDX) TO WS-APPLY-AMOUNT
               MOVE UT-TARGET TO UAE-CUSTOMER-ID (UA-IDX)
            ELSE
               IF WS-UNAPPLIED-COUNT >= WS-UNAPPLIED-COUNT-MAX
                  MOVE "UNAPPLIED TABLE FULL" TO WS-REJECT-REASON
                  EXIT PARAGRAPH
               END-IF
               SUBTRACT WS-APPLY-AMOUNT FROM UAE-AMOUNT (UA-IDX)
               ADD 1 TO WS-UNAPPLIED-COUNT
               SET UA-IDX2 TO WS-UNAPPLIED-COUNT
               MOVE UT-TARGET TO UAE-CUSTOMER-ID (UA-IDX2)
               MOVE UAE-RECEIPT-DATE (UA-IDX) TO
                  UAE-RECEIPT-DATE (UA-IDX2)
               MOVE UAE-INVOICE-REF (UA-IDX) TO
                  UAE-INVOICE-REF (UA-IDX2)
               MOVE WS-APPLY-AMOUNT TO UAE-AMOUNT (UA-IDX2)
            END-IF
            MOVE "MOVED TO CUSTOMER" TO WS-DISPOSITION
            ADD WS-APPLY-AMOUNT TO WS-MOVED-TOTAL
            ADD 1 TO WS-TRANS-MOVED.

       500-WRITE-NEW-OPEN-ITEMS.

            OPEN OUTPUT AR-OPEN-NEW-FILE
            IF WS-AR-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: AR-OPEN-NEW-FILE OPEN FAILED, "
                  "STATUS = ", WS-AR-NEW-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM 930-RESET-SEAL
            PERFORM VARYING AR-IDX FROM 1 BY 1
                  UNTIL AR-IDX > WS-AR-COUNT
               MOVE ARE-CUSTOMER-ID (AR-IDX) TO AN-CUSTOMER-ID
               MOVE ARE-INVOICE-ID (AR-IDX) TO AN-INVOICE-ID
               MOVE ARE-INVOICE-DATE (AR-IDX) TO AN-INVOICE-DATE
               MOVE ARE-ORIGINAL-AMOUNT (AR-IDX) TO
                  AN-ORIGINAL-AMOUNT
               MOVE ARE-OPEN-BALANCE (AR-IDX) TO AN-OPEN-BALANCE
               MOVE ARE-ITEM-STATUS (AR-IDX) TO AN-ITEM-STATUS
               WRITE AR-OPEN-NEW-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               PERFORM 510-SEAL-COUNT-NEW-ITEM
            END-PERFORM
            CLOSE AR-OPEN-NEW-FILE
            MOVE "AROPEN.SEAL" TO WS-SEAL-FILE-NAME
            MOVE "UNAPPLIED-CASH-APPLY" TO WS-SEAL-PROGRAM-ID
            PERFORM 934-WRITE-FILE-SEAL.

       510-SEAL-COUNT-NEW-ITEM.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE AN-CUSTOMER-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE AN-INVOICE-ID TO WS-SEAL-KEY-STRING (7:6)
            MOVE AN-OPEN-BALANCE TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

      * What is left carries forward untouched - original receipt
      * date and reference - so the age keeps counting from the
      * day the money came in.
       550-WRITE-NEW-UNAPPLIED.

            OPEN OUTPUT UNAPPLIED-NEW-FILE
            IF WS-UNAPPLIED-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: ARUNAPP.NEW OPEN FAILED, STATUS = ",
                  WS-UNAPPLIED-NEW-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING UA-IDX FROM 1 BY 1
                  UNTIL UA-IDX > WS-UNAPPLIED-COUNT
               IF UAE-AMOUNT (UA-IDX) > 0
                  MOVE UAE-CUSTOMER-ID (UA-IDX) TO UN-CUSTOMER-ID
                  MOVE UAE-RECEIPT-DATE (UA-IDX) TO UN-RECEIPT-DATE
                  MOVE UAE-AMOUNT (UA-IDX) TO UN-AMOUNT
                  MOVE UAE-INVOICE-REF (UA-IDX) TO UN-INVOICE-REF
                  WRITE UNAPPLIED-NEW-RECORD
                  ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               END-IF
            END-PERFORM
            CLOSE UNAPPLIED-NEW-FILE.

      * Applied cash leaves the unapplied liability and pays down
      * AR control; a move between customers changes neither.
      * Posted only when the new open-item generation was written.
       700-WRITE-GL-FEED.

            IF WS-AR-NEW-STATUS NOT = "00" OR WS-APPLIED-TOTAL = 0
               EXIT PARAGRAPH
            END-IF
            MOVE "UNAP" TO WS-GLF-RULE-CODE
            MOVE "D" TO WS-GLF-SIDE
            MOVE WS-APPLIED-TOTAL TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "AR" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            MOVE WS-APPLIED-TOTAL TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            PERFORM 986-WRITE-GL-FEED-BATCH.

      * The queue in customer order, oldest receipt first within
      * each customer, aged from the receipt date in the
      * AR-AGING-REPORT buckets.
       800-LIST-WORK-QUEUE.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            PERFORM 810-SORT-UNAPPLIED-TABLE

            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            WRITE REPORT-LINE FROM QUEUE-TITLE-LINE
            WRITE REPORT-LINE FROM QUEUE-HEADING-LINE
            MOVE SPACES TO WS-QUEUE-CUSTOMER
            MOVE 0 TO WS-CUSTOMER-QUEUE-TOTAL
            PERFORM VARYING UA-IDX FROM 1 BY 1
                  UNTIL UA-IDX > WS-UNAPPLIED-COUNT
               IF UAE-AMOUNT (UA-IDX) > 0
                  IF UAE-CUSTOMER-ID (UA-IDX) NOT = WS-QUEUE-CUSTOMER
                     PERFORM 830-WRITE-CUSTOMER-TOTAL
                     MOVE UAE-CUSTOMER-ID (UA-IDX) TO
                        WS-QUEUE-CUSTOMER
                  END-IF
                  PERFORM 820-WRITE-QUEUE-LINE
               END-IF
            END-PERFORM
            PERFORM 830-WRITE-CUSTOMER-TOTAL
            MOVE "TOTAL UNAPPLIED CASH CARRIED FORWARD" TO QT-CAPTION
            MOVE WS-QUEUE-TOTAL TO QT-AMOUNT
            WRITE REPORT-LINE FROM QUEUE-TOTAL-LINE.

       810-SORT-UNAPPLIED-TABLE.

            PERFORM VARYING UA-IDX FROM 1 BY 1
                  UNTIL UA-IDX >= WS-UNAPPLIED-COUNT
               PERFORM VARYING UA-IDX2 FROM WS-UNAPPLIED-COUNT BY -1
                     UNTIL UA-IDX2 <= UA-IDX
                  IF UAE-CUSTOMER-ID (UA-IDX2) <
                        UAE-CUSTOMER-ID (UA-IDX2 - 1)
                        OR (UAE-CUSTOMER-ID (UA-IDX2) =
                           UAE-CUSTOMER-ID (UA-IDX2 - 1)
                        AND UAE-RECEIPT-DATE (UA-IDX2) <
                           UAE-RECEIPT-DATE (UA-IDX2 - 1))
                     MOVE UNAPPLIED-ENTRY (UA-IDX2) TO
                        WS-UNAPPLIED-HOLD
                     MOVE UNAPPLIED-ENTRY (UA-IDX2 - 1) TO
                        UNAPPLIED-ENTRY (UA-IDX2)
                     MOVE WS-UNAPPLIED-HOLD TO
                        UNAPPLIED-ENTRY (UA-IDX2 - 1)
                  END-IF
               END-PERFORM
            END-PERFORM.

       820-WRITE-QUEUE-LINE.

            MOVE UAE-CUSTOMER-ID (UA-IDX) TO QD-CUSTOMER-ID
            MOVE SPACES TO QD-CUSTOMER-NAME
            PERFORM VARYING CU-IDX FROM 1 BY 1
                  UNTIL CU-IDX > WS-CUSTOMER-COUNT
               IF CUE-CUSTOMER-ID (CU-IDX) = UAE-CUSTOMER-ID (UA-IDX)
                  MOVE CUE-CUSTOMER-NAME (CU-IDX) TO QD-CUSTOMER-NAME
                  EXIT PERFORM
               END-IF
            END-PERFORM
            MOVE UAE-RECEIPT-DATE (UA-IDX) TO QD-RECEIPT-DATE
            MOVE UAE-INVOICE-REF (UA-IDX) TO QD-RECEIPT-REF
            MOVE UAE-AMOUNT (UA-IDX) TO QD-AMOUNT

            IF UAE-RECEIPT-DATE (UA-IDX) IS NUMERIC
                  AND UAE-RECEIPT-DATE (UA-IDX) NOT = 0
               COMPUTE WS-RECEIPT-INTEGER = FUNCTION INTEGER-OF-DATE
                  (UAE-RECEIPT-DATE (UA-IDX))
               COMPUTE WS-RECEIPT-AGE-DAYS =
                  WS-TODAY-INTEGER - WS-RECEIPT-INTEGER
            ELSE
               MOVE 0 TO WS-RECEIPT-AGE-DAYS
            END-IF
            MOVE WS-RECEIPT-AGE-DAYS TO QD-AGE-DAYS
            EVALUATE TRUE
               WHEN WS-RECEIPT-AGE-DAYS > 90
                  MOVE "OVER 90" TO QD-BUCKET
               WHEN WS-RECEIPT-AGE-DAYS > 60
                  MOVE "61-90" TO QD-BUCKET
               WHEN WS-RECEIPT-AGE-DAYS > 30
                  MOVE "31-60" TO QD-BUCKET
               WHEN OTHER
                  MOVE "CURRENT" TO QD-BUCKET
            END-EVALUATE
            WRITE REPORT-LINE FROM QUEUE-DETAIL-LINE
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            ADD UAE-AMOUNT (UA-IDX) TO WS-CUSTOMER-QUEUE-TOTAL
            ADD UAE-AMOUNT (UA-IDX) TO WS-QUEUE-TOTAL.

       830-WRITE-CUSTOMER-TOTAL.

            IF WS-QUEUE-CUSTOMER = SPACES
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO QT-CAPTION
            STRING "CUSTOMER " DELIMITED BY SIZE
               WS-QUEUE-CUSTOMER DELIMITED BY SIZE
               " UNAPPLIED" DELIMITED BY SIZE
               INTO QT-CAPTION
            END-STRING
            MOVE WS-CUSTOMER-QUEUE-TOTAL TO QT-AMOUNT
            WRITE REPORT-LINE FROM QUEUE-TOTAL-LINE
            MOVE 0 TO WS-CUSTOMER-QUEUE-TOTAL.

       900-CLOSE-FILES.

            IF WS-TRANS-FILE-STATUS = "00"
                  OR WS-TRANS-FILE-STATUS = "10"
               CLOSE APPLICATION-TRANS-FILE
            END-IF
            IF WS-REPORT-FILE-STATUS = "00"
               CLOSE APPLICATION-REPORT-FILE
            END-IF
            IF WS-RECEIPT-HISTORY-STATUS = "00"
               CLOSE RECEIPT-HISTORY-FILE
            END-IF
            IF WS-CHANGE-LOG-STATUS = "00"
               CLOSE UNAPPLIED-CHANGE-LOG-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY LOCKTBL.
           COPY SEALTBL.
           COPY AUTHCHK.
           COPY GLFEED.
       END PROGRAM UNAPPLIED-CASH-APPLY.
