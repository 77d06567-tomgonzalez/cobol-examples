      *           writes the offsetting batch to PAYACREV.DAT for
      *           posting on the 1st - the same reversing-entry
      *           pattern PAYROLL-REVERSAL produces in PAYGLREV.DAT.
      *           Each employee's accrual posts under their own
      *           company (EMP-COMPANY-CODE), expense and accrued
      *           liability alike, so every company's slice of the
      *           batch balances on its own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  EMP-TAX-JURISDICTION PIC X(2).
           05  EMP-JOB-CLASS       PIC X(4).
           05  EMP-COMPANY-CODE    PIC X(2).
           05  EMP-W4-FILING-STATUS PIC X.
               88  EMP-W4-MARRIED-JOINT    VALUE "M".
               88  EMP-W4-HEAD-OF-HOUSEHOLD VALUE "H".
           05  EMP-W4-DEPENDENT-CREDIT PIC 9(5)V9(2).
           05  EMP-W4-OTHER-INCOME PIC 9(7)V9(2).
           05  EMP-W4-DEDUCTIONS   PIC 9(7)V9(2).
           05  EMP-W4-EXTRA-WITHHOLDING PIC 9(5)V9(2).
           05  EMP-W4-EXEMPT       PIC X.
               88  EMP-W4-IS-EXEMPT        VALUE "Y".

       FD  DEPT-ACCOUNT-FILE.
       01  DEPT-ACCOUNT-RECORD.
           05  PG-TX-ACCOUNT       PIC X(6).
           05  PG-TX-TYPE          PIC X.
           05  PG-TX-AMOUNT        PIC 9(7)V9(2).
           05  PG-COMPANY-CODE     PIC X(2).

       FD  ACCRUAL-REVERSING-FILE.
       01  ACCRUAL-REVERSING-RECORD.
           05  AR-TX-ACCOUNT       PIC X(6).
           05  AR-TX-TYPE          PIC X.
           05  AR-TX-AMOUNT        PIC 9(7)V9(2).
           05  AR-COMPANY-CODE     PIC X(2).

       FD  ACCRUAL-REPORT-FILE.
       01  REPORT-LINE             PIC X(96).
       01  WS-FOUND-SWITCH         PIC X.
           88  EMP-ENTRY-FOUND         VALUE 'Y'.

      * Per-department accrued expense for the batch, kept apart by
      * company, and each company's accrued liability.
       01  WS-DEPT-COUNT-MAX       PIC 9(3) VALUE 50.
       01  WS-DEPT-COUNT           PIC 9(3) VALUE 0.
       01  ACCRUAL-DEPT-TABLE.
           05  ACCRUAL-DEPT-ENTRY OCCURS 50 TIMES
                                   INDEXED BY AD-IDX.
               10  ADE-DEPARTMENT      PIC X(4).
               10  ADE-COMPANY-CODE    PIC X(2).
               10  ADE-ACCRUED         PIC 9(9)V9(2).
       01  WS-CO-COUNT-MAX         PIC 9(2) VALUE 10.
       01  WS-CO-COUNT             PIC 9(2) VALUE 0.
       01  ACCRUAL-COMPANY-TABLE.
           05  ACCRUAL-COMPANY-ENTRY OCCURS 10 TIMES
                                   INDEXED BY AC-IDX.
               10  ACE-COMPANY-CODE    PIC X(2).
               10  ACE-ACCRUED         PIC 9(9)V9(2).
       01  WS-EMP-COMPANY          PIC X(2).

       01  WS-DEPT-ACCT-COUNT-MAX  PIC 9(3) VALUE 50.
       01  WS-DEPT-ACCT-COUNT      PIC 9(3) VALUE 0.
           05  RD-ACCOUNT      PIC X(6).
           05  FILLER          PIC X(11) VALUE "  ACCRUED ".
           05  RD-ACCRUED      PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(10) VALUE "  COMPANY ".
           05  RD-COMPANY      PIC X(2).
       01  REPORT-TOTAL-LINE.
           05  FILLER          PIC X(26) VALUE
               "TOTAL ACCRUED PAYROLL:".
            IF WS-EMP-ACCRUED = 0
               EXIT PARAGRAPH
            END-IF
            MOVE EMP-COMPANY-CODE TO WS-EMP-COMPANY
            IF WS-EMP-COMPANY = SPACES
               MOVE "01" TO WS-EMP-COMPANY
            END-IF

            PERFORM VARYING AC-IDX FROM 1 BY 1
                  UNTIL AC-IDX > WS-CO-COUNT
               IF ACE-COMPANY-CODE (AC-IDX) = WS-EMP-COMPANY
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF AC-IDX > WS-CO-COUNT
               IF WS-CO-COUNT >= WS-CO-COUNT-MAX
                  DISPLAY "WARNING: COMPANY TABLE FULL, ",
                     WS-EMP-COMPANY, " ACCRUAL DROPPED"
                  EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CO-COUNT
               MOVE WS-CO-COUNT TO AC-IDX
               MOVE WS-EMP-COMPANY TO ACE-COMPANY-CODE (AC-IDX)
               MOVE 0 TO ACE-ACCRUED (AC-IDX)
            END-IF

            PERFORM VARYING AD-IDX FROM 1 BY 1
                  UNTIL AD-IDX > WS-DEPT-COUNT
               IF ADE-DEPARTMENT (AD-IDX) = EMP-DEPARTMENT
                     AND ADE-COMPANY-CODE (AD-IDX) = WS-EMP-COMPANY
                  EXIT PERFORM
               END-IF
            END-PERFORM
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO AD-IDX
               MOVE EMP-DEPARTMENT TO ADE-DEPARTMENT (AD-IDX)
               MOVE WS-EMP-COMPANY TO ADE-COMPANY-CODE (AD-IDX)
               MOVE 0 TO ADE-ACCRUED (AD-IDX)
            END-IF
            ADD WS-EMP-ACCRUED TO ADE-ACCRUED (AD-IDX)
            ADD WS-EMP-ACCRUED TO ACE-ACCRUED (AC-IDX)
            ADD WS-EMP-ACCRUED TO WS-TOTAL-ACCRUED.

      * The accrual batch: debit each department's wage expense for
      * its accrued slice, credit accrued-payroll liability for each
      * company's total - appended to PAYGL.DAT. The reversing
      * batch is the mirror image on PAYACREV.DAT, posted dated the
      * 1st.
       800-WRITE-ACCRUAL-BATCHES.

            IF WS-TOTAL-ACCRUED = 0
               MOVE WS-GL-ACCOUNT TO PG-TX-ACCOUNT
               MOVE "D" TO PG-TX-TYPE
               MOVE ADE-ACCRUED (AD-IDX) TO PG-TX-AMOUNT
               MOVE ADE-COMPANY-CODE (AD-IDX) TO PG-COMPANY-CODE
               WRITE PAYROLL-GL-RECORD
               MOVE WS-GL-ACCOUNT TO AR-TX-ACCOUNT
               MOVE "C" TO AR-TX-TYPE
               MOVE ADE-ACCRUED (AD-IDX) TO AR-TX-AMOUNT
               MOVE ADE-COMPANY-CODE (AD-IDX) TO AR-COMPANY-CODE
               WRITE ACCRUAL-REVERSING-RECORD
               ADD 2 TO WS-RUNSTAT-RECORDS-WRITTEN

               MOVE ADE-DEPARTMENT (AD-IDX) TO RD-DEPARTMENT
               MOVE WS-GL-ACCOUNT TO RD-ACCOUNT
               MOVE ADE-ACCRUED (AD-IDX) TO RD-ACCRUED
               MOVE ADE-COMPANY-CODE (AD-IDX) TO RD-COMPANY
               IF WS-REPORT-FILE-STATUS = "00"
                  WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
               END-IF
            END-PERFORM

            PERFORM VARYING AC-IDX FROM 1 BY 1
                  UNTIL AC-IDX > WS-CO-COUNT
               MOVE WS-ACCRUED-LIABILITY TO PG-TX-ACCOUNT
               MOVE "C" TO PG-TX-TYPE
               MOVE ACE-ACCRUED (AC-IDX) TO PG-TX-AMOUNT
               MOVE ACE-COMPANY-CODE (AC-IDX) TO PG-COMPANY-CODE
               WRITE PAYROLL-GL-RECORD
               MOVE WS-ACCRUED-LIABILITY TO AR-TX-ACCOUNT
               MOVE "D" TO AR-TX-TYPE
               MOVE ACE-ACCRUED (AC-IDX) TO AR-TX-AMOUNT
               MOVE ACE-COMPANY-CODE (AC-IDX) TO AR-COMPANY-CODE
               WRITE ACCRUAL-REVERSING-RECORD
               ADD 2 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-PERFORM

            CLOSE PAYROLL-GL-FILE
            CLOSE ACCRUAL-REVERSING-FILE
