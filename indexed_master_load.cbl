           05  ES-EMP-TAX-JURISDICTION PIC X(2).
           05  ES-EMP-JOB-CLASS    PIC X(4).
           05  ES-EMP-COMPANY-CODE PIC X(2).
           05  ES-EMP-W4-FILING-STATUS PIC X.
           05  ES-EMP-W4-DEPENDENT-CREDIT PIC 9(5)V9(2).
           05  ES-EMP-W4-OTHER-INCOME PIC 9(7)V9(2).
           05  ES-EMP-W4-DEDUCTIONS   PIC 9(7)V9(2).
           05  ES-EMP-W4-EXTRA-WITHHOLDING PIC 9(5)V9(2).
           05  ES-EMP-W4-EXEMPT       PIC X.

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-RECORD.
      * key into PAYCOMP.DAT. Spaces on a record written before the
      * field existed pays under company 01, the original FEIN.
           05  EMP-COMPANY-CODE    PIC X(2).
      * Form W-4 elections. Spaces on a record written before these
      * fields existed withhold as a single filer with no
      * adjustments - the old flat-bracket treatment. The dependent
      * credit, other income and deductions are annual amounts as the
      * employee entered them on the form; the extra withholding is
      * per pay period. "Y" in the exempt flag withholds no federal
      * tax at all.
           05  EMP-W4-FILING-STATUS PIC X.
               88  EMP-W4-MARRIED-JOINT    VALUE "M".
               88  EMP-W4-HEAD-OF-HOUSEHOLD VALUE "H".
           05  EMP-W4-DEPENDENT-CREDIT PIC 9(5)V9(2).
           05  EMP-W4-OTHER-INCOME PIC 9(7)V9(2).
           05  EMP-W4-DEDUCTIONS   PIC 9(7)V9(2).
           05  EMP-W4-EXTRA-WITHHOLDING PIC 9(5)V9(2).
           05  EMP-W4-EXEMPT       PIC X.
               88  EMP-W4-IS-EXEMPT        VALUE "Y".

       FD  YTD-SEQ-FILE.
       01  YTD-SEQ-RECORD.
               MOVE 0 TO EMP-TERM-DATE
            END-IF
            MOVE ES-EMP-TAX-JURISDICTION TO EMP-TAX-JURISDICTION
            MOVE ES-EMP-W4-FILING-STATUS TO EMP-W4-FILING-STATUS
            IF ES-EMP-W4-DEPENDENT-CREDIT IS NUMERIC
               MOVE ES-EMP-W4-DEPENDENT-CREDIT TO
                  EMP-W4-DEPENDENT-CREDIT
            ELSE
               MOVE 0 TO EMP-W4-DEPENDENT-CREDIT
            END-IF
            IF ES-EMP-W4-OTHER-INCOME IS NUMERIC
               MOVE ES-EMP-W4-OTHER-INCOME TO EMP-W4-OTHER-INCOME
            ELSE
               MOVE 0 TO EMP-W4-OTHER-INCOME
            END-IF
            IF ES-EMP-W4-DEDUCTIONS IS NUMERIC
               MOVE ES-EMP-W4-DEDUCTIONS TO EMP-W4-DEDUCTIONS
            ELSE
               MOVE 0 TO EMP-W4-DEDUCTIONS
            END-IF
            IF ES-EMP-W4-EXTRA-WITHHOLDING IS NUMERIC
               MOVE ES-EMP-W4-EXTRA-WITHHOLDING TO
                  EMP-W4-EXTRA-WITHHOLDING
            ELSE
               MOVE 0 TO EMP-W4-EXTRA-WITHHOLDING
            END-IF
            MOVE ES-EMP-W4-EXEMPT TO EMP-W4-EXEMPT
            WRITE EMPLOYEE-RECORD
               INVALID KEY
                  DISPLAY "WARNING: DUPLICATE EMP-ID ", ES-EMP-ID,
