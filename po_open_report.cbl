           05  PO-DUE-DATE         PIC 9(8).
           05  PO-STATUS           PIC X.
               88  PO-IS-OPEN          VALUE "O".
           05  PO-ORDER-DATE       PIC 9(8).

       FD  OPEN-PO-REPORT-FILE.
       01  REPORT-LINE             PIC X(96).
