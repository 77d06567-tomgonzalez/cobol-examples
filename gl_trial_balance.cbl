      *           description from the chart-of-accounts master, and
      *           the bottom line proves total debits against total
      *           credits.  Month-end close stops retyping GLTRANS.DAT
      *           into a spreadsheet.  Setting GLTB_COMPANY to a
      *           company code limits the run to that company's
      *           lines (a line with no company code belongs to the
      *           parent company, 01); left unset, every company is
      *           reported together.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  RT-AMOUNT           PIC 9(7)V9(2).
      * Room for the feed's batch header/trailer records, which are
      * longer than a detail and are skipped after the sort.
           05  FILLER              PIC X(14).
           05  RT-COMPANY          PIC X(2).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-ACCOUNT          PIC X(6).
           05  SW-TYPE             PIC X.
           05  SW-AMOUNT           PIC 9(7)V9(2).
           05  FILLER              PIC X(14).
           05  SW-COMPANY          PIC X(2).

       FD  GL-TRANSACTION-FILE.
       01  GL-TRANSACTION-RECORD.
               88  TX-IS-DEBIT         VALUE "D".
               88  TX-IS-CREDIT        VALUE "C".
           05  TX-AMOUNT           PIC 9(7)V9(2).
           05  FILLER              PIC X(14).
           05  TX-COMPANY          PIC X(2).

       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.
       01  WS-ACCOUNT-DESCRIPTION    PIC X(25).

       01  WS-CURRENT-ACCOUNT        PIC X(6).

      * Company selection - spaces reports every company.
       01  WS-PARENT-COMPANY         PIC X(2) VALUE "01".
       01  WS-ENV-COMPANY            PIC X(2) VALUE SPACES.
       01  WS-SELECTED-COMPANY       PIC X(2) VALUE SPACES.
       01  WS-LINE-COMPANY           PIC X(2).
       COPY MONEYFLD REPLACING MONEY-NAME BY WS-ACCOUNT-DEBITS
                               MONEY-DIGITS BY 7.
       COPY MONEYFLD REPLACING MONEY-NAME BY WS-ACCOUNT-CREDITS
       01  TRIAL-HEADING-1.
           05  FILLER          PIC X(24) VALUE
               "GL TRIAL BALANCE".
           05  TH1-COMPANY-TEXT PIC X(14) VALUE "ALL COMPANIES".
           05  FILLER          PIC X(32) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  TH1-PAGE-NUMBER PIC ZZ9.
       01  TRIAL-HEADING-2.
       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 020-GET-COMPANY

            SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ACCOUNT
               USING RAW-TRANSACTION-FILE
                  PERFORM 100-READ-TRANSACTION
                  EXIT PERFORM CYCLE
               END-IF
               IF WS-SELECTED-COMPANY NOT = SPACES
                  IF TX-COMPANY = SPACES OR TX-COMPANY = LOW-VALUES
                     MOVE WS-PARENT-COMPANY TO WS-LINE-COMPANY
                  ELSE
                     MOVE TX-COMPANY TO WS-LINE-COMPANY
                  END-IF
                  IF WS-LINE-COMPANY NOT = WS-SELECTED-COMPANY
                     PERFORM 100-READ-TRANSACTION
                     EXIT PERFORM CYCLE
                  END-IF
               END-IF
               IF NOT FIRST-RECORD
                     AND TX-ACCOUNT NOT = WS-CURRENT-ACCOUNT
                  PERFORM 500-WRITE-ACCOUNT-LINE

            STOP RUN.

       020-GET-COMPANY.

            DISPLAY "GLTB_COMPANY" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-COMPANY FROM ENVIRONMENT-VALUE
            IF WS-ENV-COMPANY NOT = SPACES
               MOVE WS-ENV-COMPANY TO WS-SELECTED-COMPANY
               MOVE SPACES TO TH1-COMPANY-TEXT
               STRING "COMPANY " WS-SELECTED-COMPANY
                  DELIMITED BY SIZE INTO TH1-COMPANY-TEXT
            END-IF.

       050-OPEN-FILES.

            INITIALIZE WS-TOTAL-DEBITS WS-TOTAL-CREDITS
