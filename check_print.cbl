      *           check (and reissue it under a new number, carrying
      *           the original payee and amount) with the audit trail
      *           on the same register.  A register report is printed
      *           every run, and a positive-pay issue file (POSPAY.DAT)
      *           goes to the bank the same day listing every check
      *           issued and every check voided, with trailer counts
      *           and dollar totals, so the bank can refuse any item
      *           presented that does not match.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-REPORT-STATUS.

      * Bank and payroll-account identifiers for the positive-pay
      * file - one control record, the ACHCTRL.DAT convention.
           SELECT POSITIVE-PAY-CONTROL-FILE ASSIGN TO "POSPCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-CONTROL-STATUS.

      * Record sequential, not line sequential: the bank expects
      * fixed 80-byte records with their trailing blanks intact,
      * the same reason ACH-NACHA-FORMAT writes ACHNACHA.DAT so.
           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSPAY-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

       FD  REGISTER-REPORT-FILE.
       01  REGISTER-REPORT-LINE    PIC X(96).

       FD  POSITIVE-PAY-CONTROL-FILE.
       01  POSITIVE-PAY-CONTROL-RECORD.
           05  PC-BANK-ROUTING     PIC X(9).
           05  PC-ACCOUNT-NUMBER   PIC X(17).
           05  PC-COMPANY-NAME     PIC X(25).

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-LINE       PIC X(80).

           COPY EXCPFD.
           COPY RUNHFD.

       01  WS-REGISTER-IN-STATUS    PIC XX.
       01  WS-CHECK-PRINT-STATUS    PIC XX.
       01  WS-REGISTER-REPORT-STATUS PIC XX.
       01  WS-POSPAY-CONTROL-STATUS PIC XX.
       01  WS-POSPAY-FILE-STATUS    PIC XX.

       01  WS-REQUEST-EOF-SWITCH   PIC X VALUE 'N'.
           88  END-OF-REQUESTS         VALUE 'Y'.
       01  WS-CHECKS-ISSUED        PIC 9(5) VALUE 0.
       01  WS-CHECKS-VOIDED        PIC 9(5) VALUE 0.

      * Set 'N' when the control record or the output will not open:
      * an issue file carrying a blank account number is worse than
      * none, so nothing at all is written - the ACH-NACHA-FORMAT
      * inputs-are-good gating.
       01  WS-POSPAY-OK-SWITCH     PIC X VALUE 'Y'.
           88  POSITIVE-PAY-IS-OPEN    VALUE 'Y'.
       01  WS-RUN-TIME             PIC 9(6).
       01  WS-POSPAY-ISSUE-COUNT   PIC 9(6) VALUE 0.
       01  WS-POSPAY-ISSUE-CENTS   PIC 9(12) VALUE 0.
       01  WS-POSPAY-VOID-COUNT    PIC 9(6) VALUE 0.
       01  WS-POSPAY-VOID-CENTS    PIC 9(12) VALUE 0.
       01  WS-POSPAY-RECORD-COUNT  PIC 9(6) VALUE 0.
       01  WS-POSPAY-AMOUNT        PIC 9(9)V9(2).
       01  WS-POSPAY-AMOUNT-CENTS  PIC 9(10).

      * Prior register entries, loaded so a REIS transaction can
      * recover the damaged check's payee and amount, and so the
      * register report shows history plus today in one listing.
               10  ORE-EMP-ID          PIC X(6).
               10  ORE-EMP-NAME        PIC X(25).
               10  ORE-AMOUNT          PIC 9(9)V9(2).
               10  ORE-ISSUE-DATE      PIC 9(8).
               10  ORE-STATUS          PIC X(8).

       01  WS-VOID-FOUND-SWITCH    PIC X.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RRD-REPLACED-BY PIC 9(8).

      * Positive-pay issue file layouts, 80 bytes each. Amounts are
      * whole cents. An "I" detail is a check the bank should honor;
      * a "V" detail is one it must refuse, carrying the original
      * issue date and amount the bank has on file for it.
       01  POSPAY-HEADER-RECORD.
           05  FILLER              PIC X(1)  VALUE "H".
           05  PPH-BANK-ROUTING    PIC X(9).
           05  PPH-ACCOUNT-NUMBER  PIC X(17).
           05  PPH-CREATION-DATE   PIC 9(8).
           05  PPH-CREATION-TIME   PIC 9(6).
           05  PPH-COMPANY-NAME    PIC X(25).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  POSPAY-DETAIL-RECORD.
           05  PPD-RECORD-TYPE     PIC X(1).
               88  PPD-IS-ISSUE        VALUE "I".
               88  PPD-IS-VOID         VALUE "V".
           05  PPD-ACCOUNT-NUMBER  PIC X(17).
           05  PPD-CHECK-NUMBER    PIC 9(10).
           05  PPD-AMOUNT-CENTS    PIC 9(10).
           05  PPD-ISSUE-DATE      PIC 9(8).
           05  PPD-PAYEE-NAME      PIC X(25).
           05  FILLER              PIC X(9)  VALUE SPACES.

       01  POSPAY-TRAILER-RECORD.
           05  FILLER              PIC X(1)  VALUE "T".
           05  PPT-ACCOUNT-NUMBER  PIC X(17).
           05  PPT-ISSUE-COUNT     PIC 9(6).
           05  PPT-ISSUE-CENTS     PIC 9(12).
           05  PPT-VOID-COUNT      PIC 9(6).
           05  PPT-VOID-CENTS      PIC 9(12).
           05  PPT-RECORD-COUNT    PIC 9(6).
           05  FILLER              PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "CHECK-PRINT" TO WS-RUNSTAT-PROGRAM-ID
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            PERFORM 050-OPEN-FILES
            PERFORM 080-OPEN-POSITIVE-PAY
            PERFORM 060-LOAD-OLD-REGISTER
            PERFORM 070-GET-NEXT-CHECK-NUMBER

                  "SEQUENCE LEFT UNTOUCHED."
            END-IF
            PERFORM 700-REWRITE-CHECK-CONTROL
            PERFORM 750-CLOSE-POSITIVE-PAY
            PERFORM 800-WRITE-REGISTER-REPORT
            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            DISPLAY "CHECK PRINT COMPLETE.  ISSUED ", WS-CHECKS-ISSUED,
               " CHECK(S), VOIDED ", WS-CHECKS-VOIDED, "."
            IF POSITIVE-PAY-IS-OPEN
               DISPLAY "POSITIVE PAY FILE POSPAY.DAT READY FOR "
                  "TRANSMISSION: ", WS-POSPAY-ISSUE-COUNT,
                  " ISSUE(S), ", WS-POSPAY-VOID-COUNT, " VOID(S)."
            END-IF
            STOP RUN.

       050-OPEN-FILES.
      * VOIDED record is folded back onto the earlier ISSUED row
      * here - it never becomes a row of its own - so a stale or
      * duplicated CHKVOID.DAT transaction cannot re-void the check
      * and print a second replacement for the same money. A
      * CLEARED entry from BANK-RECONCILIATION and an ESCHEAT entry
      * from STALE-CHECK-REPORT fold the same way: a check the bank
      * has already paid, or one turned over to the state as
      * unclaimed property, cannot be voided or reissued.
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
                  ORE-EMP-NAME (WS-REGISTER-COUNT)
               MOVE CGI-AMOUNT TO
                  ORE-AMOUNT (WS-REGISTER-COUNT)
               MOVE CGI-ISSUE-DATE TO
                  ORE-ISSUE-DATE (WS-REGISTER-COUNT)
               MOVE CGI-STATUS TO
                  ORE-STATUS (WS-REGISTER-COUNT)
            ELSE
               CLOSE CHECK-CONTROL-FILE
            END-IF.

      * The positive-pay file is opened fresh every run - it is
      * today's issue file, not a history. The header goes out first
      * with the account the checks are drawn on.
       080-OPEN-POSITIVE-PAY.

            OPEN INPUT POSITIVE-PAY-CONTROL-FILE
            IF WS-POSPAY-CONTROL-STATUS NOT = "00"
               MOVE 'N' TO WS-POSPAY-OK-SWITCH
            ELSE
               READ POSITIVE-PAY-CONTROL-FILE
                  AT END
                     MOVE 'N' TO WS-POSPAY-OK-SWITCH
               END-READ
               CLOSE POSITIVE-PAY-CONTROL-FILE
            END-IF
            IF NOT POSITIVE-PAY-IS-OPEN
               DISPLAY "ERROR: POSITIVE-PAY-CONTROL-FILE MISSING OR "
                  "EMPTY, STATUS = ", WS-POSPAY-CONTROL-STATUS,
                  " - NO POSITIVE PAY FILE THIS RUN"
               MOVE 1 TO RETURN-CODE
               MOVE "POSITIVE-PAY-CONTROL-FILE" TO EL-MESSAGE
               MOVE "CHECK-PRINT" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               EXIT PARAGRAPH
            END-IF

            OPEN OUTPUT POSITIVE-PAY-FILE
            IF WS-POSPAY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: POSITIVE-PAY-FILE OPEN FAILED, "
                  "STATUS = ", WS-POSPAY-FILE-STATUS
               MOVE 'N' TO WS-POSPAY-OK-SWITCH
               MOVE 1 TO RETURN-CODE
               MOVE "POSITIVE-PAY-FILE" TO EL-MESSAGE
               MOVE "CHECK-PRINT" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               EXIT PARAGRAPH
            END-IF

            MOVE PC-BANK-ROUTING TO PPH-BANK-ROUTING
            MOVE PC-ACCOUNT-NUMBER TO PPH-ACCOUNT-NUMBER
            MOVE WS-RUN-DATE TO PPH-CREATION-DATE
            MOVE WS-RUN-TIME TO PPH-CREATION-TIME
            MOVE PC-COMPANY-NAME TO PPH-COMPANY-NAME
            WRITE POSITIVE-PAY-LINE FROM POSPAY-HEADER-RECORD
            ADD 1 TO WS-POSPAY-RECORD-COUNT.

       100-READ-CHECK-REQUEST.

            READ CHECK-REQUEST-FILE
            WRITE CHECK-REGISTER-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN

            MOVE "I" TO PPD-RECORD-TYPE
            MOVE WS-NEXT-CHECK-NUMBER TO PPD-CHECK-NUMBER
            MOVE CR-NET-AMOUNT TO WS-POSPAY-AMOUNT
            MOVE WS-RUN-DATE TO PPD-ISSUE-DATE
            MOVE CR-EMP-NAME TO PPD-PAYEE-NAME
            PERFORM 250-WRITE-POSITIVE-PAY-DETAIL

            ADD 1 TO WS-CHECKS-ISSUED
            ADD 1 TO WS-NEXT-CHECK-NUMBER.

      * One detail per issued or voided check, counted and totaled
      * by type for the trailer the bank proves the file against.
       250-WRITE-POSITIVE-PAY-DETAIL.

            IF NOT POSITIVE-PAY-IS-OPEN
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-POSPAY-AMOUNT-CENTS =
               WS-POSPAY-AMOUNT * 100
            MOVE WS-POSPAY-AMOUNT-CENTS TO PPD-AMOUNT-CENTS
            MOVE PC-ACCOUNT-NUMBER TO PPD-ACCOUNT-NUMBER
            WRITE POSITIVE-PAY-LINE FROM POSPAY-DETAIL-RECORD
            ADD 1 TO WS-POSPAY-RECORD-COUNT
            IF PPD-IS-VOID
               ADD 1 TO WS-POSPAY-VOID-COUNT
               ADD WS-POSPAY-AMOUNT-CENTS TO WS-POSPAY-VOID-CENTS
            ELSE
               ADD 1 TO WS-POSPAY-ISSUE-COUNT
               ADD WS-POSPAY-AMOUNT-CENTS TO WS-POSPAY-ISSUE-CENTS
            END-IF.

      * A VOID marks the damaged check VOIDED on the register; a
      * REIS does the same and then issues a replacement under the
      * next number for the original payee and amount, printing the
            MOVE "VOIDED" TO ORE-STATUS (RG-IDX)
            ADD 1 TO WS-CHECKS-VOIDED

      * The void goes to the bank under the original issue date and
      * amount - the item as the bank already holds it.
            MOVE "V" TO PPD-RECORD-TYPE
            MOVE ORE-CHECK-NUMBER (RG-IDX) TO PPD-CHECK-NUMBER
            MOVE ORE-AMOUNT (RG-IDX) TO WS-POSPAY-AMOUNT
            MOVE ORE-ISSUE-DATE (RG-IDX) TO PPD-ISSUE-DATE
            MOVE ORE-EMP-NAME (RG-IDX) TO PPD-PAYEE-NAME
            PERFORM 250-WRITE-POSITIVE-PAY-DETAIL

            IF VR-IS-REISSUE
               MOVE ORE-EMP-ID (RG-IDX) TO CR-EMP-ID
               MOVE ORE-EMP-NAME (RG-IDX) TO CR-EMP-NAME
               CLOSE CHECK-CONTROL-FILE
            END-IF.

      * Trailer counts include the header and the trailer itself.
       750-CLOSE-POSITIVE-PAY.

            IF NOT POSITIVE-PAY-IS-OPEN
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-POSPAY-RECORD-COUNT
            MOVE PC-ACCOUNT-NUMBER TO PPT-ACCOUNT-NUMBER
            MOVE WS-POSPAY-ISSUE-COUNT TO PPT-ISSUE-COUNT
            MOVE WS-POSPAY-ISSUE-CENTS TO PPT-ISSUE-CENTS
            MOVE WS-POSPAY-VOID-COUNT TO PPT-VOID-COUNT
            MOVE WS-POSPAY-VOID-CENTS TO PPT-VOID-CENTS
            MOVE WS-POSPAY-RECORD-COUNT TO PPT-RECORD-COUNT
            WRITE POSITIVE-PAY-LINE FROM POSPAY-TRAILER-RECORD
            CLOSE POSITIVE-PAY-FILE.

      * Full register listing - history already on the file plus
      * what this run just appended.
       800-WRITE-REGISTER-REPORT.
