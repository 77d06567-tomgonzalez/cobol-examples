           05  PO-DUE-DATE         PIC 9(8).
           05  PO-STATUS           PIC X.
               88  PO-IS-OPEN          VALUE "O".
           05  PO-ORDER-DATE       PIC 9(8).

       FD  REORDER-REPORT-FILE.
       01  REORDER-LINE            PIC X(96).
