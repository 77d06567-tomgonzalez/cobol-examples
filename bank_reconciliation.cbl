      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Reconcile the payroll bank account against the
      *           bank's daily statement / cleared-items file
      *           BANKSTMT.DAT.  Each cleared check is matched by
      *           number and amount against the running check
      *           register CHKREG.DAT and marked cleared there with
      *           the date the bank paid it (an appended CLEARED
      *           entry, the register's usual append-only audit
      *           trail).  The payroll ACH settlement debit is matched
      *           against the ACHDEP.DAT batch total and the lockbox
      *           deposit credit against the LOCKBOX.DAT trailer batch
      *           total, and either posting on a day other than the
      *           one expected in BANKRCTL.DAT is flagged.  The
      *           report BANKREC.RPT lists amount mismatches, bank
      *           items that cannot be identified, and every check
      *           still outstanding, and closes with a book-to-bank
      *           proof against the book balance in BANKRCTL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECONCILIATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The bank's statement for the payroll account: one record per
      * posted item plus a BAL record carrying the closing balance.
           SELECT BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

      * Book balance and expected posting dates - one control
      * record, the ACHCTRL.DAT convention.
           SELECT BANK-RECON-CONTROL-FILE ASSIGN TO "BANKRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-CONTROL-STATUS.

      * Running check register written by CHECK-PRINT. Read once
      * into the table, then reopened EXTEND to append the CLEARED
      * entries this run establishes.
           SELECT CHECK-REGISTER-IN-FILE ASSIGN TO "CHKREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-IN-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-REGISTER-STATUS.

           SELECT DIRECT-DEPOSIT-FILE ASSIGN TO "ACHDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-FILE-STATUS.

           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "BANKREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
      * BS-REFERENCE is the check number (zero-filled, right
      * justified) on a CHK item and the bank's trace reference on
      * anything else. BS-DR-CR says which way the item moved the
      * balance; on the BAL record a D means the account closed
      * overdrawn.
       FD  BANK-STATEMENT-FILE.
       01  BANK-STATEMENT-RECORD.
           05  BS-RECORD-TYPE      PIC X(3).
               88  BS-IS-CHECK         VALUE "CHK".
               88  BS-IS-ACH           VALUE "ACH".
               88  BS-IS-DEPOSIT       VALUE "DEP".
               88  BS-IS-BALANCE       VALUE "BAL".
           05  BS-POST-DATE        PIC 9(8).
           05  BS-REFERENCE        PIC X(10).
           05  BS-CHECK-REFERENCE REDEFINES BS-REFERENCE.
               10  FILLER          PIC X(2).
               10  BS-CHECK-NUMBER PIC 9(8).
           05  BS-AMOUNT           PIC 9(9)V9(2).
           05  BS-DR-CR            PIC X.
               88  BS-IS-DEBIT         VALUE "D".
               88  BS-IS-CREDIT        VALUE "C".
           05  BS-DESCRIPTION      PIC X(30).

      * A zero expected date means "don't check the date" for that
      * batch.
       FD  BANK-RECON-CONTROL-FILE.
       01  BANK-RECON-CONTROL-RECORD.
           05  BRC-BOOK-BALANCE    PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  BRC-ACH-SETTLE-DATE PIC 9(8).
           05  BRC-LOCKBOX-DATE    PIC 9(8).

       FD  CHECK-REGISTER-IN-FILE.
       01  CHECK-REGISTER-IN-RECORD.
           05  CGI-CHECK-NUMBER    PIC 9(8).
           05  CGI-EMP-ID          PIC X(6).
           05  CGI-EMP-NAME        PIC X(25).
           05  CGI-AMOUNT          PIC 9(9)V9(2).
           05  CGI-ISSUE-DATE      PIC 9(8).
           05  CGI-STATUS          PIC X(8).
           05  CGI-REPLACED-BY     PIC 9(8).

      * On a CLEARED entry CG-ISSUE-DATE carries the date the bank
      * paid the check - the same field a VOIDED entry uses for the
      * void date.
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           05  CG-CHECK-NUMBER     PIC 9(8).
           05  CG-EMP-ID           PIC X(6).
           05  CG-EMP-NAME         PIC X(25).
           05  CG-AMOUNT           PIC 9(9)V9(2).
           05  CG-ISSUE-DATE       PIC 9(8).
           05  CG-STATUS           PIC X(8).
           05  CG-REPLACED-BY      PIC 9(8).

       FD  DIRECT-DEPOSIT-FILE.
       01  DIRECT-DEPOSIT-RECORD.
           05  DD-EMP-ID           PIC X(6).
           05  DD-ROUTING-NUMBER   PIC X(9).
           05  DD-ACCOUNT-NUMBER   PIC X(17).
           05  DD-NET-PAY-AMOUNT   PIC 9(9)V9(2).
           05  DD-ENTRY-TYPE       PIC X.
           05  DD-COMPANY-CODE     PIC X(2).

       FD  LOCKBOX-FILE.
       01  LOCKBOX-RECORD.
           05  LB-RECORD-TYPE      PIC X.
               88  LB-IS-DETAIL        VALUE "D".
               88  LB-IS-TRAILER       VALUE "T".
           05  LB-CUSTOMER-ID      PIC X(6).
           05  LB-CHECK-DATE       PIC 9(8).
           05  LB-AMOUNT           PIC 9(9)V9(2).
           05  LB-INVOICE-REF      PIC X(6).
       01  LOCKBOX-TRAILER-RECORD.
           05  FILLER              PIC X.
           05  LT-BATCH-TOTAL      PIC 9(11)V9(2).
           05  LT-ITEM-COUNT       PIC 9(5).
           05  FILLER              PIC X(14).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE       PIC X(96).

           COPY EXCPFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-STATEMENT-STATUS      PIC XX.
       01  WS-RECON-CONTROL-STATUS  PIC XX.
       01  WS-REGISTER-IN-STATUS    PIC XX.
       01  WS-CHECK-REGISTER-STATUS PIC XX.
       01  WS-DEPOSIT-FILE-STATUS   PIC XX.
       01  WS-LOCKBOX-STATUS        PIC XX.
       01  WS-REPORT-FILE-STATUS    PIC XX.

       01  WS-STATEMENT-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-STATEMENT        VALUE 'Y'.
       01  WS-REGISTER-EOF-SWITCH  PIC X VALUE 'N'.
           88  END-OF-OLD-REGISTER     VALUE 'Y'.
       01  WS-DEPOSIT-EOF-SWITCH   PIC X VALUE 'N'.
           88  END-OF-DEPOSITS         VALUE 'Y'.
       01  WS-LOCKBOX-EOF-SWITCH   PIC X VALUE 'N'.
           88  END-OF-LOCKBOX          VALUE 'Y'.
       01  WS-BALANCE-FOUND-SWITCH PIC X VALUE 'N'.
           88  CLOSING-BALANCE-FOUND   VALUE 'Y'.
       01  WS-CONTROL-FOUND-SWITCH PIC X VALUE 'N'.
           88  BOOK-BALANCE-FOUND      VALUE 'Y'.
       01  WS-REGISTER-OPEN-SWITCH PIC X VALUE 'N'.
           88  REGISTER-IS-OPEN        VALUE 'Y'.
       01  WS-ACH-MATCHED-SWITCH   PIC X VALUE 'N'.
           88  ACH-BATCH-MATCHED       VALUE 'Y'.
       01  WS-LOCKBOX-MATCHED-SWITCH PIC X VALUE 'N'.
           88  LOCKBOX-BATCH-MATCHED   VALUE 'Y'.
       01  WS-CHECK-FOUND-SWITCH   PIC X.
           88  REGISTER-CHECK-FOUND    VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-STATEMENT-DATE       PIC 9(8) VALUE 0.
       01  WS-CHECKS-CLEARED       PIC 9(5) VALUE 0.
       01  WS-OUTSTANDING-COUNT    PIC 9(5) VALUE 0.
       01  WS-MISMATCH-COUNT       PIC 9(5) VALUE 0.
       01  WS-UNIDENTIFIED-COUNT   PIC 9(5) VALUE 0.
       01  WS-DATE-FLAG-COUNT      PIC 9(5) VALUE 0.
       01  WS-ACH-ITEM-COUNT       PIC 9(5) VALUE 0.
       01  WS-LOCKBOX-ITEM-COUNT   PIC 9(5) VALUE 0.

       COPY MONEYFLD REPLACING MONEY-NAME BY WS-BANK-CLOSING-BALANCE
                               MONEY-DIGITS BY 9.
       COPY MONEYFLD REPLACING MONEY-NAME BY WS-BOOK-BALANCE
                               MONEY-DIGITS BY 9.
       COPY MONEYFLD REPLACING MONEY-NAME BY WS-ACH-BATCH-TOTAL
                               MONEY-DIGITS BY 9.
       COPY MONEYFLD REPLACING MONEY-NAME BY WS-LOCKBOX-BATCH-TOTAL
                               MONEY-DIGITS BY 11.
       COPY MONEYFLD REPLACING MONEY-NAME BY WS-OUTSTANDING-TOTAL
                               MONEY-DIGITS BY 9.
       COPY MONEYFLD REPLACING MONEY-NAME BY WS-ACH-IN-TRANSIT
                               MONEY-DIGITS BY 9.
       COPY MONEYFLD REPLACING MONEY-NAME BY WS-DEPOSIT-IN-TRANSIT
                               MONEY-DIGITS BY 11.
       COPY MONEYFLD REPLACING MONEY-NAME BY WS-UNMATCHED-BANK-NET
                               MONEY-DIGITS BY 9.
       COPY MONEYFLD REPLACING MONEY-NAME BY WS-ADJUSTED-BANK
                               MONEY-DIGITS BY 9.

      * Shared balancing-routine working storage - see copybooks/
      * MONEYBAL.cpy.
       01  WS-BALANCE-COMPUTED     PIC S9(9)V9(2).
       01  WS-BALANCE-CONTROL      PIC S9(9)V9(2).
       01  WS-BALANCE-DIFFERENCE   PIC S9(9)V9(2).
       01  WS-BALANCE-STATUS       PIC X(20).

      * The register as it stands, one row per check with its
      * VOIDED, CLEARED, and ESCHEAT entries folded onto it - the
      * same fold CHECK-PRINT does at 065-FOLD-REGISTER-RECORD.
       01  WS-REGISTER-COUNT-MAX   PIC 9(4) VALUE 1000.
       01  WS-REGISTER-COUNT       PIC 9(4) VALUE 0.
       01  OLD-REGISTER-TABLE.
           05  OLD-REGISTER-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY RG-IDX.
               10  ORE-CHECK-NUMBER    PIC 9(8).
               10  ORE-EMP-ID          PIC X(6).
               10  ORE-EMP-NAME        PIC X(25).
               10  ORE-AMOUNT          PIC 9(9)V9(2).
               10  ORE-ISSUE-DATE      PIC 9(8).
               10  ORE-STATUS          PIC X(8).

      * Every statement item that did not match cleanly, kept for
      * the mismatch and unidentified sections of the report.
      * SI-RESULT is M for an amount mismatch, U for unidentified.
       01  WS-ITEM-COUNT-MAX       PIC 9(4) VALUE 2000.
       01  WS-ITEM-COUNT           PIC 9(4) VALUE 0.
       01  WS-ITEM-RESULT          PIC X.
           88  ITEM-IS-MISMATCH        VALUE "M".
       01  WS-ITEM-NOTE            PIC X(24).
       01  WS-ITEM-BOOK-AMOUNT     PIC 9(11)V9(2).
       01  STATEMENT-ITEM-TABLE.
           05  STATEMENT-ITEM OCCURS 2000 TIMES
                                   INDEXED BY SI-IDX.
               10  SI-RECORD-TYPE      PIC X(3).
               10  SI-POST-DATE        PIC 9(8).
               10  SI-REFERENCE        PIC X(10).
               10  SI-BANK-AMOUNT      PIC 9(9)V9(2).
               10  SI-BOOK-AMOUNT      PIC 9(11)V9(2).
               10  SI-DR-CR            PIC X.
               10  SI-RESULT           PIC X.
                   88  SI-IS-MISMATCH      VALUE "M".
                   88  SI-IS-UNIDENTIFIED  VALUE "U".
               10  SI-NOTE             PIC X(24).

      * Exception-log message bodies. Built with MOVE, not STRING -
      * see the note in copybooks/EXCPLOG.cpy.
       01  WS-MISMATCH-MSG-BUILD.
           05  FILLER              PIC X(5)  VALUE "BANK ".
           05  WS-MISMATCH-MSG-TYPE PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-MISMATCH-MSG-REF PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-MISMATCH-MSG-NOTE PIC X(24).
           05  FILLER              PIC X(16) VALUE SPACES.
       01  WS-DATE-MSG-BUILD.
           05  WS-DATE-MSG-BATCH   PIC X(8).
           05  FILLER              PIC X(23)
                   VALUE " BATCH POSTED ON DATE ".
           05  WS-DATE-MSG-POSTED  PIC 9(8).
           05  FILLER              PIC X(10) VALUE ", EXPECTED".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DATE-MSG-EXPECTED PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.

       01  RECON-HEADING-1.
           05  FILLER          PIC X(36) VALUE
               "PAYROLL ACCOUNT BANK RECONCILIATION".
           05  FILLER          PIC X(16) VALUE "STATEMENT DATE ".
           05  RH1-STATEMENT-DATE PIC 9(8).
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH1-PAGE-NUMBER PIC ZZ9.
       01  RECON-HEADING-2.
           05  FILLER          PIC X(5)  VALUE "TYPE".
           05  FILLER          PIC X(12) VALUE "REFERENCE".
           05  FILLER          PIC X(10) VALUE "DATE".
           05  FILLER          PIC X(17) VALUE "     BOOK AMOUNT".
           05  FILLER          PIC X(17) VALUE "     BANK AMOUNT".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(24) VALUE "NOTE".
       01  RECON-SECTION-LINE.
           05  FILLER          PIC X(4)  VALUE "*** ".
           05  RS-SECTION-NAME PIC X(40).
       01  RECON-DETAIL-LINE.
           05  RD-RECORD-TYPE  PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-REFERENCE    PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-DATE         PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-BOOK-AMOUNT  PIC $$,$$$,$$$,$$9.99.
           05  RD-BANK-AMOUNT  PIC $$,$$$,$$$,$$9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-NOTE         PIC X(25).
       01  RECON-OUTSTANDING-LINE.
           05  FILLER          PIC X(5)  VALUE "CHK".
           05  RO-CHECK-NUMBER PIC 9(8).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RO-ISSUE-DATE   PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RO-AMOUNT       PIC $$,$$$,$$$,$$9.99.
           05  FILLER          PIC X(19) VALUE SPACES.
           05  RO-EMP-ID       PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  RO-EMP-NAME     PIC X(25).
       01  RECON-PROOF-LINE.
           05  RP-CAPTION      PIC X(36).
           05  RP-AMOUNT       PIC $$,$$$,$$$,$$9.99-.
       01  RECON-STATUS-LINE.
           05  FILLER          PIC X(24) VALUE "BOOK-TO-BANK PROOF:".
           05  RT-STATUS       PIC X(20).
           05  FILLER          PIC X(6)  VALUE " DIFF ".
           05  RT-DIFFERENCE   PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "BANK-RECONCILIATION" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 050-OPEN-FILES
            PERFORM 060-LOAD-OLD-REGISTER
            PERFORM 070-SUM-ACH-BATCH
            PERFORM 075-SUM-LOCKBOX-BATCH

      * The register opens EXTEND only once it has been read - the
      * CLEARED entries this run appends must not fold back into
      * the table being matched against.
            OPEN EXTEND CHECK-REGISTER-FILE
            IF WS-CHECK-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT CHECK-REGISTER-FILE
            END-IF
            IF WS-CHECK-REGISTER-STATUS = "00"
               MOVE 'Y' TO WS-REGISTER-OPEN-SWITCH
            ELSE
               DISPLAY "ERROR: CHECK-REGISTER-FILE OPEN FAILED, "
                  "STATUS = ", WS-CHECK-REGISTER-STATUS,
                  " - NO CHECK WILL BE MARKED CLEARED"
               MOVE 1 TO RETURN-CODE
               MOVE "CHECK-REGISTER-FILE" TO EL-MESSAGE
               MOVE "BANK-RECONCILIATION" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

            PERFORM UNTIL END-OF-STATEMENT
               READ BANK-STATEMENT-FILE
                  AT END
                     MOVE 'Y' TO WS-STATEMENT-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 100-MATCH-STATEMENT-ITEM
               END-READ
            END-PERFORM

            IF REGISTER-IS-OPEN
               CLOSE CHECK-REGISTER-FILE
            END-IF

            PERFORM 400-COMPUTE-OUTSTANDING
            PERFORM 800-WRITE-RECON-REPORT
            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            DISPLAY "BANK RECONCILIATION COMPLETE.  CLEARED ",
               WS-CHECKS-CLEARED, " CHECK(S), ", WS-OUTSTANDING-COUNT,
               " OUTSTANDING, ", WS-MISMATCH-COUNT, " MISMATCH(ES), ",
               WS-UNIDENTIFIED-COUNT, " UNIDENTIFIED."
            DISPLAY "BOOK-TO-BANK PROOF: ", WS-BALANCE-STATUS
            STOP RUN.

       050-OPEN-FILES.

            OPEN INPUT BANK-STATEMENT-FILE
            IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "ERROR: BANK-STATEMENT-FILE OPEN FAILED, "
                  "STATUS = ", WS-STATEMENT-STATUS
               MOVE 'Y' TO WS-STATEMENT-EOF-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "BANK-STATEMENT-FILE" TO EL-MESSAGE
               MOVE "BANK-RECONCILIATION" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF

      * Without a book balance the matching still runs and the
      * register is still marked; only the proof cannot be struck.
            OPEN INPUT BANK-RECON-CONTROL-FILE
            IF WS-RECON-CONTROL-STATUS = "00"
               READ BANK-RECON-CONTROL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE 'Y' TO WS-CONTROL-FOUND-SWITCH
               END-READ
               CLOSE BANK-RECON-CONTROL-FILE
            END-IF
            IF BOOK-BALANCE-FOUND
               MOVE BRC-BOOK-BALANCE TO WS-BOOK-BALANCE
            ELSE
               DISPLAY "WARNING: BANK-RECON-CONTROL-FILE MISSING OR "
                  "EMPTY, STATUS = ", WS-RECON-CONTROL-STATUS,
                  " - NO BOOK BALANCE, PROOF WILL NOT BALANCE"
               MOVE 0 TO WS-BOOK-BALANCE
               MOVE 0 TO BRC-ACH-SETTLE-DATE
               MOVE 0 TO BRC-LOCKBOX-DATE
            END-IF

      * Missing batch files just mean no ACH or lockbox activity to
      * look for on this statement.
            OPEN INPUT DIRECT-DEPOSIT-FILE
            IF WS-DEPOSIT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-DEPOSIT-EOF-SWITCH
            END-IF

            OPEN INPUT LOCKBOX-FILE
            IF WS-LOCKBOX-STATUS NOT = "00"
               MOVE 'Y' TO WS-LOCKBOX-EOF-SWITCH
            END-IF

            OPEN OUTPUT RECON-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: RECON-REPORT-FILE OPEN FAILED, "
                  "STATUS = ", WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF

            INITIALIZE WS-BANK-CLOSING-BALANCE WS-ACH-BATCH-TOTAL
               WS-LOCKBOX-BATCH-TOTAL WS-OUTSTANDING-TOTAL
               WS-ACH-IN-TRANSIT WS-DEPOSIT-IN-TRANSIT
               WS-UNMATCHED-BANK-NET WS-ADJUSTED-BANK.

       060-LOAD-OLD-REGISTER.

            OPEN INPUT CHECK-REGISTER-IN-FILE
            IF WS-REGISTER-IN-STATUS NOT = "00"
               MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
            END-IF

            PERFORM UNTIL END-OF-OLD-REGISTER
               READ CHECK-REGISTER-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 065-FOLD-REGISTER-RECORD
               END-READ
            END-PERFORM

            IF WS-REGISTER-IN-STATUS = "10"
               CLOSE CHECK-REGISTER-IN-FILE
            END-IF.

      * VOIDED, CLEARED, and ESCHEAT entries are status changes to a
      * check already on the register, never rows of their own.
       065-FOLD-REGISTER-RECORD.

            IF CGI-STATUS = "VOIDED" OR CGI-STATUS = "CLEARED"
                  OR CGI-STATUS = "ESCHEAT"
               PERFORM VARYING RG-IDX FROM 1 BY 1
                     UNTIL RG-IDX > WS-REGISTER-COUNT
                  IF ORE-CHECK-NUMBER (RG-IDX) = CGI-CHECK-NUMBER
                        AND ORE-STATUS (RG-IDX) = "ISSUED"
                     MOVE CGI-STATUS TO ORE-STATUS (RG-IDX)
                     EXIT PERFORM
                  END-IF
               END-PERFORM
               EXIT PARAGRAPH
            END-IF

            IF WS-REGISTER-COUNT < WS-REGISTER-COUNT-MAX
               ADD 1 TO WS-REGISTER-COUNT
               MOVE CGI-CHECK-NUMBER TO
                  ORE-CHECK-NUMBER (WS-REGISTER-COUNT)
               MOVE CGI-EMP-ID TO
                  ORE-EMP-ID (WS-REGISTER-COUNT)
               MOVE CGI-EMP-NAME TO
                  ORE-EMP-NAME (WS-REGISTER-COUNT)
               MOVE CGI-AMOUNT TO
                  ORE-AMOUNT (WS-REGISTER-COUNT)
               MOVE CGI-ISSUE-DATE TO
                  ORE-ISSUE-DATE (WS-REGISTER-COUNT)
               MOVE CGI-STATUS TO
                  ORE-STATUS (WS-REGISTER-COUNT)
            ELSE
               DISPLAY "WARNING: REGISTER TABLE FULL, "
                  "HISTORY TRUNCATED AT ", WS-REGISTER-COUNT,
                  " ENTRIES - LATER CHECKS WILL NOT MATCH"
            END-IF.

      * The payroll account carries one ACH settlement debit per
      * run: every live entry on the deposit file, summed. A
      * pre-notification entry is zero dollars and adds nothing.
       070-SUM-ACH-BATCH.

            PERFORM UNTIL END-OF-DEPOSITS
               READ DIRECT-DEPOSIT-FILE
                  AT END
                     MOVE 'Y' TO WS-DEPOSIT-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     ADD DD-NET-PAY-AMOUNT TO WS-ACH-BATCH-TOTAL
               END-READ
            END-PERFORM.

      * The lockbox deposit is proven to the trailer's batch total -
      * the figure the bank itself credits.
       075-SUM-LOCKBOX-BATCH.

            PERFORM UNTIL END-OF-LOCKBOX
               READ LOCKBOX-FILE
                  AT END
                     MOVE 'Y' TO WS-LOCKBOX-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF LB-IS-TRAILER
                        MOVE LT-BATCH-TOTAL TO WS-LOCKBOX-BATCH-TOTAL
                     END-IF
               END-READ
            END-PERFORM.

       100-MATCH-STATEMENT-ITEM.

            EVALUATE TRUE
               WHEN BS-IS-BALANCE
                  MOVE 'Y' TO WS-BALANCE-FOUND-SWITCH
                  MOVE BS-POST-DATE TO WS-STATEMENT-DATE
                  IF BS-IS-DEBIT
                     COMPUTE WS-BANK-CLOSING-BALANCE = 0 - BS-AMOUNT
                  ELSE
                     MOVE BS-AMOUNT TO WS-BANK-CLOSING-BALANCE
                  END-IF
               WHEN BS-IS-CHECK
                  PERFORM 200-MATCH-CLEARED-CHECK
               WHEN BS-IS-ACH AND BS-IS-DEBIT
                  PERFORM 300-MATCH-ACH-DEBIT
               WHEN BS-IS-DEPOSIT AND BS-IS-CREDIT
                  PERFORM 350-MATCH-LOCKBOX-CREDIT
               WHEN OTHER
                  MOVE "NOT A PAYROLL ITEM" TO WS-ITEM-NOTE
                  PERFORM 190-ADD-UNIDENTIFIED-ITEM
            END-EVALUATE.

       190-ADD-UNIDENTIFIED-ITEM.

            MOVE "U" TO WS-ITEM-RESULT
            MOVE 0 TO WS-ITEM-BOOK-AMOUNT
            PERFORM 195-FILE-STATEMENT-ITEM.

      * Common tail for unidentified and mismatched items: kept in
      * the table and reversed out of the bank balance for the
      * proof, since the books have nothing matching them yet.
       195-FILE-STATEMENT-ITEM.

            IF BS-IS-DEBIT
               ADD BS-AMOUNT TO WS-UNMATCHED-BANK-NET
            ELSE
               SUBTRACT BS-AMOUNT FROM WS-UNMATCHED-BANK-NET
            END-IF

            IF ITEM-IS-MISMATCH
               ADD 1 TO WS-MISMATCH-COUNT
            ELSE
               ADD 1 TO WS-UNIDENTIFIED-COUNT
            END-IF

            MOVE BS-RECORD-TYPE TO WS-MISMATCH-MSG-TYPE
            MOVE BS-REFERENCE TO WS-MISMATCH-MSG-REF
            MOVE WS-ITEM-NOTE TO WS-MISMATCH-MSG-NOTE
            MOVE WS-MISMATCH-MSG-BUILD TO EL-MESSAGE
            MOVE "BANK-RECONCILIATION" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED

            IF WS-ITEM-COUNT NOT < WS-ITEM-COUNT-MAX
               DISPLAY "WARNING: STATEMENT ITEM TABLE FULL AT ",
                  WS-ITEM-COUNT, " - REPORT IS PARTIAL"
               EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-ITEM-COUNT
            MOVE WS-ITEM-RESULT TO SI-RESULT (WS-ITEM-COUNT)
            MOVE WS-ITEM-NOTE TO SI-NOTE (WS-ITEM-COUNT)
            MOVE WS-ITEM-BOOK-AMOUNT TO SI-BOOK-AMOUNT (WS-ITEM-COUNT)
            MOVE BS-RECORD-TYPE TO SI-RECORD-TYPE (WS-ITEM-COUNT)
            MOVE BS-POST-DATE TO SI-POST-DATE (WS-ITEM-COUNT)
            MOVE BS-REFERENCE TO SI-REFERENCE (WS-ITEM-COUNT)
            MOVE BS-AMOUNT TO SI-BANK-AMOUNT (WS-ITEM-COUNT)
            MOVE BS-DR-CR TO SI-DR-CR (WS-ITEM-COUNT).


      * A paid check clears only if it is an ISSUED check on the
      * register for exactly the amount the bank paid. A voided or
      * already-cleared check, or a wrong amount, goes to the
      * mismatch list and stays outstanding on the books.
       200-MATCH-CLEARED-CHECK.

            MOVE 'N' TO WS-CHECK-FOUND-SWITCH
            IF BS-CHECK-NUMBER IS NUMERIC
               PERFORM VARYING RG-IDX FROM 1 BY 1
                     UNTIL RG-IDX > WS-REGISTER-COUNT
                  IF ORE-CHECK-NUMBER (RG-IDX) = BS-CHECK-NUMBER
                     MOVE 'Y' TO WS-CHECK-FOUND-SWITCH
                     EXIT PERFORM
                  END-IF
               END-PERFORM
            END-IF

            IF NOT REGISTER-CHECK-FOUND
               MOVE "CHECK NOT ON REGISTER" TO WS-ITEM-NOTE
               PERFORM 190-ADD-UNIDENTIFIED-ITEM
               EXIT PARAGRAPH
            END-IF

            MOVE "M" TO WS-ITEM-RESULT
            MOVE ORE-AMOUNT (RG-IDX) TO WS-ITEM-BOOK-AMOUNT
            EVALUATE TRUE
               WHEN ORE-STATUS (RG-IDX) = "VOIDED"
                  MOVE "VOIDED CHECK PAID" TO WS-ITEM-NOTE
                  PERFORM 195-FILE-STATEMENT-ITEM
               WHEN ORE-STATUS (RG-IDX) = "ESCHEAT"
                  MOVE "ESCHEATED CHECK PAID" TO WS-ITEM-NOTE
                  PERFORM 195-FILE-STATEMENT-ITEM
               WHEN ORE-STATUS (RG-IDX) NOT = "ISSUED"
                  MOVE "CHECK ALREADY CLEARED" TO WS-ITEM-NOTE
                  PERFORM 195-FILE-STATEMENT-ITEM
               WHEN ORE-AMOUNT (RG-IDX) NOT = BS-AMOUNT
                  MOVE "AMOUNT DIFFERS" TO WS-ITEM-NOTE
                  PERFORM 195-FILE-STATEMENT-ITEM
               WHEN OTHER
                  PERFORM 210-MARK-CHECK-CLEARED
            END-EVALUATE.

       210-MARK-CHECK-CLEARED.

            MOVE "CLEARED" TO ORE-STATUS (RG-IDX)
            ADD 1 TO WS-CHECKS-CLEARED
            IF NOT REGISTER-IS-OPEN
               EXIT PARAGRAPH
            END-IF
            MOVE ORE-CHECK-NUMBER (RG-IDX) TO CG-CHECK-NUMBER
            MOVE ORE-EMP-ID (RG-IDX) TO CG-EMP-ID
            MOVE ORE-EMP-NAME (RG-IDX) TO CG-EMP-NAME
            MOVE ORE-AMOUNT (RG-IDX) TO CG-AMOUNT
            MOVE BS-POST-DATE TO CG-ISSUE-DATE
            MOVE "CLEARED" TO CG-STATUS
            MOVE 0 TO CG-REPLACED-BY
            WRITE CHECK-REGISTER-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

      * The first ACH debit is taken as the payroll settlement and
      * proven to the batch total; any further ACH debit is not
      * ours to identify.
       300-MATCH-ACH-DEBIT.

            ADD 1 TO WS-ACH-ITEM-COUNT
            IF WS-ACH-ITEM-COUNT > 1 OR WS-ACH-BATCH-TOTAL = 0
               MOVE "ACH DEBIT NOT PAYROLL" TO WS-ITEM-NOTE
               PERFORM 190-ADD-UNIDENTIFIED-ITEM
               EXIT PARAGRAPH
            END-IF

            IF BS-AMOUNT NOT = WS-ACH-BATCH-TOTAL
               MOVE "M" TO WS-ITEM-RESULT
               MOVE WS-ACH-BATCH-TOTAL TO WS-ITEM-BOOK-AMOUNT
               MOVE "ACH BATCH TOTAL DIFFERS" TO WS-ITEM-NOTE
               PERFORM 195-FILE-STATEMENT-ITEM
               EXIT PARAGRAPH
            END-IF

            MOVE 'Y' TO WS-ACH-MATCHED-SWITCH
            IF BRC-ACH-SETTLE-DATE NOT = 0
                  AND BS-POST-DATE NOT = BRC-ACH-SETTLE-DATE
               MOVE "ACH" TO WS-DATE-MSG-BATCH
               MOVE BRC-ACH-SETTLE-DATE TO WS-DATE-MSG-EXPECTED
               PERFORM 380-FLAG-POSTING-DATE
            END-IF.

      * Same rule for the lockbox deposit credit against the
      * lockbox trailer total.
       350-MATCH-LOCKBOX-CREDIT.

            ADD 1 TO WS-LOCKBOX-ITEM-COUNT
            IF WS-LOCKBOX-ITEM-COUNT > 1 OR WS-LOCKBOX-BATCH-TOTAL = 0
               MOVE "DEPOSIT NOT LOCKBOX" TO WS-ITEM-NOTE
               PERFORM 190-ADD-UNIDENTIFIED-ITEM
               EXIT PARAGRAPH
            END-IF

            IF BS-AMOUNT NOT = WS-LOCKBOX-BATCH-TOTAL
               MOVE "M" TO WS-ITEM-RESULT
               MOVE WS-LOCKBOX-BATCH-TOTAL TO WS-ITEM-BOOK-AMOUNT
               MOVE "LOCKBOX TOTAL DIFFERS" TO WS-ITEM-NOTE
               PERFORM 195-FILE-STATEMENT-ITEM
               EXIT PARAGRAPH
            END-IF

            MOVE 'Y' TO WS-LOCKBOX-MATCHED-SWITCH
            IF BRC-LOCKBOX-DATE NOT = 0
                  AND BS-POST-DATE NOT = BRC-LOCKBOX-DATE
               MOVE "LOCKBOX" TO WS-DATE-MSG-BATCH
               MOVE BRC-LOCKBOX-DATE TO WS-DATE-MSG-EXPECTED
               PERFORM 380-FLAG-POSTING-DATE
            END-IF.

      * A batch that matched on amount but posted on another day is
      * not a reconciling item - the money is right - but it is the
      * timing the treasury desk asked to see.
       380-FLAG-POSTING-DATE.

            ADD 1 TO WS-DATE-FLAG-COUNT
            MOVE BS-POST-DATE TO WS-DATE-MSG-POSTED
            DISPLAY "WARNING: ", WS-DATE-MSG-BUILD
            MOVE WS-DATE-MSG-BUILD TO EL-MESSAGE
            MOVE "BANK-RECONCILIATION" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

      * Anything the books have issued that the bank has not yet
      * paid: ISSUED checks, plus either batch not found on the
      * statement at its book amount. A mismatched batch is also
      * still in transit at its book amount, because its bank item
      * was reversed out above.
       400-COMPUTE-OUTSTANDING.

            PERFORM VARYING RG-IDX FROM 1 BY 1
                  UNTIL RG-IDX > WS-REGISTER-COUNT
               IF ORE-STATUS (RG-IDX) = "ISSUED"
                  ADD 1 TO WS-OUTSTANDING-COUNT
                  ADD ORE-AMOUNT (RG-IDX) TO WS-OUTSTANDING-TOTAL
               END-IF
            END-PERFORM

            IF NOT ACH-BATCH-MATCHED
               MOVE WS-ACH-BATCH-TOTAL TO WS-ACH-IN-TRANSIT
            END-IF
            IF NOT LOCKBOX-BATCH-MATCHED
               MOVE WS-LOCKBOX-BATCH-TOTAL TO WS-DEPOSIT-IN-TRANSIT
            END-IF

            COMPUTE WS-ADJUSTED-BANK =
               WS-BANK-CLOSING-BALANCE
               - WS-OUTSTANDING-TOTAL
               - WS-ACH-IN-TRANSIT
               + WS-DEPOSIT-IN-TRANSIT
               + WS-UNMATCHED-BANK-NET

            MOVE WS-ADJUSTED-BANK TO WS-BALANCE-COMPUTED
            MOVE WS-BOOK-BALANCE TO WS-BALANCE-CONTROL
            PERFORM 950-CHECK-MONEY-BALANCE
            IF NOT CLOSING-BALANCE-FOUND OR NOT BOOK-BALANCE-FOUND
               MOVE "OUT OF BALANCE" TO WS-BALANCE-STATUS
            END-IF
            IF WS-BALANCE-STATUS NOT = "BALANCED"
               MOVE 1 TO RETURN-CODE
               MOVE "PAYROLL ACCOUNT DOES NOT PROVE BOOK TO BANK"
                  TO EL-MESSAGE
               MOVE "BANK-RECONCILIATION" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            END-IF.

       800-WRITE-RECON-REPORT.

            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF

            PERFORM 810-WRITE-REPORT-HEADER

            MOVE "AMOUNT MISMATCHES" TO RS-SECTION-NAME
            PERFORM 820-WRITE-SECTION-LINE
            PERFORM VARYING SI-IDX FROM 1 BY 1
                  UNTIL SI-IDX > WS-ITEM-COUNT
               IF SI-IS-MISMATCH (SI-IDX)
                  PERFORM 830-WRITE-ITEM-LINE
               END-IF
            END-PERFORM

            MOVE "UNIDENTIFIED BANK ITEMS" TO RS-SECTION-NAME
            PERFORM 820-WRITE-SECTION-LINE
            PERFORM VARYING SI-IDX FROM 1 BY 1
                  UNTIL SI-IDX > WS-ITEM-COUNT
               IF SI-IS-UNIDENTIFIED (SI-IDX)
                  PERFORM 830-WRITE-ITEM-LINE
               END-IF
            END-PERFORM

            MOVE "OUTSTANDING CHECKS" TO RS-SECTION-NAME
            PERFORM 820-WRITE-SECTION-LINE
            PERFORM VARYING RG-IDX FROM 1 BY 1
                  UNTIL RG-IDX > WS-REGISTER-COUNT
               IF ORE-STATUS (RG-IDX) = "ISSUED"
                  MOVE ORE-CHECK-NUMBER (RG-IDX) TO RO-CHECK-NUMBER
                  MOVE ORE-ISSUE-DATE (RG-IDX) TO RO-ISSUE-DATE
                  MOVE ORE-AMOUNT (RG-IDX) TO RO-AMOUNT
                  MOVE ORE-EMP-ID (RG-IDX) TO RO-EMP-ID
                  MOVE ORE-EMP-NAME (RG-IDX) TO RO-EMP-NAME
                  IF PAGE-BREAK-NEEDED
                     PERFORM 810-WRITE-REPORT-HEADER
                  END-IF
                  WRITE RECON-REPORT-LINE FROM RECON-OUTSTANDING-LINE
                  ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
                  PERFORM 095-BUMP-PAGE-LINE-COUNT
               END-IF
            END-PERFORM

            MOVE "BOOK-TO-BANK PROOF" TO RS-SECTION-NAME
            PERFORM 820-WRITE-SECTION-LINE
            MOVE "BANK CLOSING BALANCE" TO RP-CAPTION
            MOVE WS-BANK-CLOSING-BALANCE TO RP-AMOUNT
            PERFORM 840-WRITE-PROOF-LINE
            MOVE "LESS OUTSTANDING CHECKS" TO RP-CAPTION
            MOVE WS-OUTSTANDING-TOTAL TO RP-AMOUNT
            PERFORM 840-WRITE-PROOF-LINE
            MOVE "LESS ACH SETTLEMENT IN TRANSIT" TO RP-CAPTION
            MOVE WS-ACH-IN-TRANSIT TO RP-AMOUNT
            PERFORM 840-WRITE-PROOF-LINE
            MOVE "PLUS LOCKBOX DEPOSIT IN TRANSIT" TO RP-CAPTION
            MOVE WS-DEPOSIT-IN-TRANSIT TO RP-AMOUNT
            PERFORM 840-WRITE-PROOF-LINE
            MOVE "REVERSE UNMATCHED BANK ITEMS" TO RP-CAPTION
            MOVE WS-UNMATCHED-BANK-NET TO RP-AMOUNT
            PERFORM 840-WRITE-PROOF-LINE
            MOVE "ADJUSTED BANK BALANCE" TO RP-CAPTION
            MOVE WS-ADJUSTED-BANK TO RP-AMOUNT
            PERFORM 840-WRITE-PROOF-LINE
            MOVE "BOOK BALANCE" TO RP-CAPTION
            MOVE WS-BOOK-BALANCE TO RP-AMOUNT
            PERFORM 840-WRITE-PROOF-LINE

            MOVE WS-BALANCE-STATUS TO RT-STATUS
            MOVE WS-BALANCE-DIFFERENCE TO RT-DIFFERENCE
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE RECON-REPORT-LINE FROM RECON-STATUS-LINE
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       810-WRITE-REPORT-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER
            MOVE WS-STATEMENT-DATE TO RH1-STATEMENT-DATE
            IF WS-PAGE-NUMBER = 1
               WRITE RECON-REPORT-LINE FROM RECON-HEADING-1
            ELSE
               WRITE RECON-REPORT-LINE FROM RECON-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            WRITE RECON-REPORT-LINE FROM RECON-HEADING-2
            MOVE 0 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       820-WRITE-SECTION-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE RECON-REPORT-LINE FROM RECON-SECTION-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       830-WRITE-ITEM-LINE.

            MOVE SI-RECORD-TYPE (SI-IDX) TO RD-RECORD-TYPE
            MOVE SI-REFERENCE (SI-IDX) TO RD-REFERENCE
            MOVE SI-POST-DATE (SI-IDX) TO RD-DATE
            MOVE SI-BOOK-AMOUNT (SI-IDX) TO RD-BOOK-AMOUNT
            MOVE SI-BANK-AMOUNT (SI-IDX) TO RD-BANK-AMOUNT
            MOVE SI-NOTE (SI-IDX) TO RD-NOTE
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE RECON-REPORT-LINE FROM RECON-DETAIL-LINE
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       840-WRITE-PROOF-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE RECON-REPORT-LINE FROM RECON-PROOF-LINE
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       900-CLOSE-FILES.

            CLOSE BANK-STATEMENT-FILE
            CLOSE DIRECT-DEPOSIT-FILE
            CLOSE LOCKBOX-FILE
            CLOSE RECON-REPORT-FILE.

           COPY MONEYBAL.
           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM BANK-RECONCILIATION.
