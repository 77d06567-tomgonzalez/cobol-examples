      *           the account's net (debits less credits, sign
      *           normalized by type the obvious way: liabilities,
      *           equity, and revenue run credit-normal).
      *           GLBUDVAR_COMPANY names one company to report - its
      *           budget lines against its balances, a blank company
      *           on either file being the parent, 01; left unset,
      *           every company is reported together.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  BU-ACCOUNT          PIC X(6).
           05  BU-PERIOD           PIC 9(6).
           05  BU-BUDGET-AMOUNT    PIC 9(9)V9(2).
           05  BU-COMPANY          PIC X(2).

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05  BL-PERIOD           PIC 9(6).
           05  BL-DEBIT-BALANCE    PIC 9(9)V9(2).
           05  BL-CREDIT-BALANCE   PIC 9(9)V9(2).
           05  BL-COMPANY          PIC X(2).

       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.

       01  WS-REPORT-PERIOD        PIC 9(6).
       01  WS-ENV-PERIOD           PIC X(6).

      * Company selection - spaces reports every company.
       01  WS-PARENT-COMPANY       PIC X(2) VALUE "01".
       01  WS-ENV-COMPANY          PIC X(2) VALUE SPACES.
       01  WS-SELECTED-COMPANY     PIC X(2) VALUE SPACES.
       01  WS-RECORD-COMPANY       PIC X(2).
       01  WS-COMPANY-MATCH-SWITCH PIC X.
           88  RECORD-IS-SELECTED      VALUE 'Y'.
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYYMM     PIC 9(6).
           05  FILLER          PIC X(36) VALUE
               "BUDGET VERSUS ACTUAL - PERIOD ".
           05  RH-PERIOD       PIC 9(6).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RH-COMPANY-TEXT PIC X(14) VALUE "ALL COMPANIES".
       01  REPORT-HEADING-2.
           05  FILLER          PIC X(8)  VALUE "ACCOUNT".
           05  FILLER          PIC X(27) VALUE "DESCRIPTION".
            ACCEPT WS-ENV-PERIOD FROM ENVIRONMENT-VALUE
            IF WS-ENV-PERIOD IS NUMERIC
               MOVE WS-ENV-PERIOD TO WS-REPORT-PERIOD
            END-IF
            DISPLAY "GLBUDVAR_COMPANY" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-COMPANY FROM ENVIRONMENT-VALUE
            IF WS-ENV-COMPANY NOT = SPACES
               MOVE WS-ENV-COMPANY TO WS-SELECTED-COMPANY
               MOVE SPACES TO RH-COMPANY-TEXT
               STRING "COMPANY " WS-SELECTED-COMPANY
                  DELIMITED BY SIZE INTO RH-COMPANY-TEXT
            END-IF.

       050-OPEN-FILES.
                     MOVE 'Y' TO WS-BUDGET-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     MOVE BU-COMPANY TO WS-RECORD-COMPANY
                     PERFORM 150-CHECK-COMPANY
                     IF BU-PERIOD = WS-REPORT-PERIOD
                           AND RECORD-IS-SELECTED
                        PERFORM VARYING CH-IDX FROM 1 BY 1
                              UNTIL CH-IDX > WS-COA-COUNT
                           IF CHE-ACCOUNT (CH-IDX) = BU-ACCOUNT
               END-READ
            END-PERFORM.

      * A budget or balance record counts when no company was
      * asked for, or when its company (blank is the parent) is
      * the one asked for.
       150-CHECK-COMPANY.

            MOVE 'Y' TO WS-COMPANY-MATCH-SWITCH
            IF WS-SELECTED-COMPANY = SPACES
               EXIT PARAGRAPH
            END-IF
            IF WS-RECORD-COMPANY = SPACES
               MOVE WS-PARENT-COMPANY TO WS-RECORD-COMPANY
            END-IF
            IF WS-RECORD-COMPANY NOT = WS-SELECTED-COMPANY
               MOVE 'N' TO WS-COMPANY-MATCH-SWITCH
            END-IF.

      * Actual is the period's net balance, normalized so a credit-
      * normal account (liability, equity, revenue) shows positive
      * when it runs in credit.
                     MOVE 'Y' TO WS-BALANCE-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     MOVE BL-COMPANY TO WS-RECORD-COMPANY
                     PERFORM 150-CHECK-COMPANY
                     IF BL-PERIOD = WS-REPORT-PERIOD
                           AND RECORD-IS-SELECTED
                        PERFORM VARYING CH-IDX FROM 1 BY 1
                              UNTIL CH-IDX > WS-COA-COUNT
                           IF CHE-ACCOUNT (CH-IDX) = BL-ACCOUNT
