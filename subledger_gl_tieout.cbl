      *           AROPEN.DAT, the inventory valuation (INVBAL.DAT
      *           quantities at ITEMMAST.DAT unit cost), and the
      *           payroll clearing net (PAYGL.DAT debits less
      *           credits, which must be zero once posted), and the
      *           loan principal outstanding on LOANBAL.DAT. Each
      *           subledger total is set beside the posted GLBAL.DAT
      *           balance for the requested period and the
      *           difference printed on one page, using the shared
      *           950-CHECK-MONEY-BALANCE comparison.  The
      *           subledgers all post to the parent company, so only
      *           company 01's balances (or a balance carrying no
      *           company code) stand on the GL side.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGL-FILE-STATUS.

           SELECT LOAN-BALANCE-FILE ASSIGN TO "LOANBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANBAL-FILE-STATUS.

           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
       FILE SECTION.
       FD  TIEOUT-MAP-FILE.
       01  TIEOUT-MAP-RECORD.
      * "AR", "INV", "PAYCLR" or "LOAN" - the subledgers this
      * program knows how to total. A new subledger means a new
      * totaling paragraph here, on purpose: a tie-out that guesses
      * at a file it doesn't understand proves nothing.
           05  PG-TX-ACCOUNT       PIC X(6).
           05  PG-TX-TYPE          PIC X.
           05  PG-TX-AMOUNT        PIC 9(7)V9(2).
           05  PG-COMPANY-CODE     PIC X(2).

       FD  LOAN-BALANCE-FILE.
       01  LOAN-BALANCE-RECORD.
           05  LB-LOAN-ID          PIC X(6).
           05  LB-PRINCIPAL        PIC 9(7)V9(2).
           05  FILLER              PIC X(74).

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05  BL-PERIOD           PIC 9(6).
           05  BL-DEBIT-BALANCE    PIC 9(9)V9(2).
           05  BL-CREDIT-BALANCE   PIC 9(9)V9(2).
           05  BL-COMPANY          PIC X(2).

       FD  TIEOUT-REPORT-FILE.
       01  REPORT-LINE             PIC X(96).
       01  WS-INVBAL-FILE-STATUS   PIC XX.
       01  WS-ITEM-FILE-STATUS     PIC XX.
       01  WS-PAYGL-FILE-STATUS    PIC XX.
       01  WS-LOANBAL-FILE-STATUS  PIC XX.
       01  WS-BALANCE-FILE-STATUS  PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-MAP-EOF-SWITCH       PIC X VALUE 'N'.
           88  END-OF-WORK-FILE        VALUE 'Y'.

       01  WS-REPORT-PERIOD        PIC 9(6).
       01  WS-PARENT-COMPANY       PIC X(2) VALUE "01".
       01  WS-ENV-PERIOD           PIC X(6).
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
                  PERFORM 220-TOTAL-INVENTORY-VALUE
               WHEN "PAYCLR"
                  PERFORM 230-TOTAL-PAYROLL-CLEARING
               WHEN "LOAN  "
                  PERFORM 240-TOTAL-LOAN-PRINCIPAL
               WHEN OTHER
                  DISPLAY "WARNING: UNKNOWN SUBLEDGER CODE '",
                     TM-SUBLEDGER, "' - MAPPING SKIPPED"

      * The payroll clearing net: every debit less every credit on
      * the run's GL feed. Once the feed posts cleanly this nets to
      * zero - anything else is money parked in clearing. Each
      * company's lines balance on their own, so only the parent's
      * (or a line carrying no company code) are netted here, as on
      * the GL side.
       230-TOTAL-PAYROLL-CLEARING.

            MOVE 'N' TO WS-WORK-EOF-SWITCH
                  AT END
                     MOVE 'Y' TO WS-WORK-EOF-SWITCH
                  NOT AT END
                     IF PG-COMPANY-CODE = SPACES
                           OR PG-COMPANY-CODE = WS-PARENT-COMPANY
                        IF PG-TX-TYPE = "D"
                           ADD PG-TX-AMOUNT TO WS-SUBLEDGER-TOTAL
                        ELSE
                           SUBTRACT PG-TX-AMOUNT FROM
                              WS-SUBLEDGER-TOTAL
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
               CLOSE PAYROLL-GL-FILE
            END-IF.

      * Loan principal outstanding - late fees and capitalized
      * interest included, since LOAN-PAYMENT-POSTING carries both
      * on the balance and posts both to the loan account.
       240-TOTAL-LOAN-PRINCIPAL.

            MOVE 'N' TO WS-WORK-EOF-SWITCH
            OPEN INPUT LOAN-BALANCE-FILE
            IF WS-LOANBAL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: LOANBAL.DAT OPEN FAILED - LOAN "
                  "TOTALS AS ZERO"
               MOVE 'Y' TO WS-WORK-EOF-SWITCH
            END-IF
            PERFORM 930-RESET-SEAL
            PERFORM UNTIL END-OF-WORK-FILE
               READ LOAN-BALANCE-FILE
                  AT END
                     MOVE 'Y' TO WS-WORK-EOF-SWITCH
                  NOT AT END
                     ADD LB-PRINCIPAL TO WS-SUBLEDGER-TOTAL
                     MOVE SPACES TO WS-SEAL-KEY-STRING
                     MOVE LB-LOAN-ID TO WS-SEAL-KEY-STRING (1:6)
                     MOVE LB-PRINCIPAL TO WS-SEAL-AMOUNT-VALUE
                     PERFORM 933-HASH-KEY-STRING
                     PERFORM 932-ACCUMULATE-SEAL
               END-READ
            END-PERFORM
            IF WS-LOANBAL-FILE-STATUS = "10"
               CLOSE LOAN-BALANCE-FILE
            END-IF
            MOVE "LOANBAL.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: LOANBAL.DAT FAILS ITS SEAL - LOAN "
                  "TIE-OUT VERDICT IS NOT TRUSTWORTHY"
               MOVE "LOANBAL.DAT FAILS ITS SEAL AT TIE-OUT"
                  TO EL-MESSAGE
               MOVE "SUBLEDGER-GL-TIEOUT" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
            END-IF.

       300-FETCH-GL-BALANCE.

            MOVE 0 TO WS-GL-NET-BALANCE
                  NOT AT END
                     IF BL-ACCOUNT = TM-CONTROL-ACCOUNT
                           AND BL-PERIOD = WS-REPORT-PERIOD
                           AND (BL-COMPANY = SPACES
                              OR BL-COMPANY = WS-PARENT-COMPANY)
                        COMPUTE WS-GL-NET-BALANCE =
                           WS-GL-NET-BALANCE
                           + BL-DEBIT-BALANCE - BL-CREDIT-BALANCE
