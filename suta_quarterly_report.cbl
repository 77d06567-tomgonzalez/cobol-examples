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

       FD  SUTA-RATE-FILE.
       01  SUTA-RATE-RECORD.
