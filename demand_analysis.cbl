               88  IT-IS-ISSUE         VALUE "I".
           05  IT-LOCATION         PIC X(3).
           05  IT-TO-LOCATION      PIC X(3).
           05  IT-REFERENCE        PIC X(6).
           05  IT-LOT-NUMBER       PIC X(10).

       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
       01  SUPPLIER-RECORD.
           05  SU-SUPPLIER         PIC X(10).
           05  SU-LEAD-TIME-DAYS   PIC 9(3).
      * Name, remit-to, terms, tax and status - see
      * SUPPLIER-MAINTENANCE.
           05  FILLER              PIC X(154).

       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
