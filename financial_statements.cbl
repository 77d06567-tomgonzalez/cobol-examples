      *           liabilities plus equity plus the income
      *           statement's net income; when it doesn't, the
      *           report says so instead of printing a lie.
      *           GLFINST_COMPANY names one company to report (a
      *           balance with no company code is the parent, 01);
      *           left unset, every company is reported together -
      *           GL-CONSOLIDATION is the version with the
      *           intercompany balances eliminated.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  BL-PERIOD           PIC 9(6).
           05  BL-DEBIT-BALANCE    PIC 9(9)V9(2).
           05  BL-CREDIT-BALANCE   PIC 9(9)V9(2).
           05  BL-COMPANY          PIC X(2).

       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.
           05  FILLER              PIC 9(2).
       01  WS-YEAR-START-PERIOD    PIC 9(6).

      * Company selection - spaces reports every company.
       01  WS-PARENT-COMPANY       PIC X(2) VALUE "01".
       01  WS-ENV-COMPANY          PIC X(2) VALUE SPACES.
       01  WS-SELECTED-COMPANY     PIC X(2) VALUE SPACES.
       01  WS-BALANCE-COMPANY      PIC X(2).

       01  WS-COA-COUNT-MAX        PIC 9(3) VALUE 200.
       01  WS-COA-COUNT            PIC 9(3) VALUE 0.
       01  CHART-TABLE.
           05  FILLER          PIC X(36) VALUE
               "FINANCIAL STATEMENTS - PERIOD ".
           05  RH-PERIOD       PIC 9(6).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RH-COMPANY-TEXT PIC X(14) VALUE "ALL COMPANIES".
       01  STATEMENT-TITLE-LINE.
           05  ST-TITLE        PIC X(40).
       01  COLUMN-HEADING-LINE.
               MOVE WS-ENV-PERIOD TO WS-REPORT-PERIOD
            END-IF
            COMPUTE WS-YEAR-START-PERIOD =
               WS-REPORT-YEAR * 100 + 1
            DISPLAY "GLFINST_COMPANY" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-COMPANY FROM ENVIRONMENT-VALUE
            IF WS-ENV-COMPANY NOT = SPACES
               MOVE WS-ENV-COMPANY TO WS-SELECTED-COMPANY
               MOVE SPACES TO RH-COMPANY-TEXT
               STRING "COMPANY " WS-SELECTED-COMPANY
                  DELIMITED BY SIZE INTO RH-COMPANY-TEXT
            END-IF.

       050-OPEN-FILES.


       110-ROLL-ONE-BALANCE.

            IF WS-SELECTED-COMPANY NOT = SPACES
               IF BL-COMPANY = SPACES
                  MOVE WS-PARENT-COMPANY TO WS-BALANCE-COMPANY
               ELSE
                  MOVE BL-COMPANY TO WS-BALANCE-COMPANY
               END-IF
               IF WS-BALANCE-COMPANY NOT = WS-SELECTED-COMPANY
                  EXIT PARAGRAPH
               END-IF
            END-IF

            MOVE SPACES TO WS-ROLLUP-CODE
            MOVE 0 TO WS-NET-AMOUNT
            PERFORM VARYING CH-IDX FROM 1 BY 1
