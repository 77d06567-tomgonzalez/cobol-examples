      *           annual figure exactly; "1" books the whole amount
      *           in January for items budgeted up front. The
      *           generated master is written whole each load - the
      *           annual input is the source of record.  Each
      *           annual line may name the company it budgets for,
      *           carried onto every month it generates; left blank
      *           it budgets the parent company, 01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  AB-SPREAD-RULE      PIC X.
               88  AB-SPREAD-EVENLY    VALUE "E".
               88  AB-SPREAD-JANUARY   VALUE "1".
           05  AB-COMPANY          PIC X(2).

       FD  BUDGET-MASTER-FILE.
       01  BUDGET-MASTER-RECORD.
           05  BU-ACCOUNT          PIC X(6).
           05  BU-PERIOD           PIC 9(6).
           05  BU-BUDGET-AMOUNT    PIC 9(9)V9(2).
           05  BU-COMPANY          PIC X(2).

       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-PARENT-COMPANY       PIC X(2) VALUE "01".
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
           COPY RUNSTWS.
               MOVE AB-ACCOUNT TO BU-ACCOUNT
               MOVE WS-PERIOD TO BU-PERIOD
               MOVE AB-ANNUAL-AMOUNT TO BU-BUDGET-AMOUNT
               PERFORM 210-SET-BUDGET-COMPANY
               WRITE BUDGET-MASTER-RECORD
               ADD 1 TO WS-RECORDS-LOADED
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               ELSE
                  MOVE WS-MONTHLY-AMOUNT TO BU-BUDGET-AMOUNT
               END-IF
               PERFORM 210-SET-BUDGET-COMPANY
               WRITE BUDGET-MASTER-RECORD
               ADD 1 TO WS-RECORDS-LOADED
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-PERFORM.

       210-SET-BUDGET-COMPANY.

            IF AB-COMPANY = SPACES
               MOVE WS-PARENT-COMPANY TO BU-COMPANY
            ELSE
               MOVE AB-COMPANY TO BU-COMPANY
            END-IF.

       900-CLOSE-FILES.

            IF WS-ANNUAL-FILE-STATUS = "00"
