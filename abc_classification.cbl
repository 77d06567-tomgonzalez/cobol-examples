               88  IT-IS-ISSUE         VALUE "I".
           05  IT-LOCATION         PIC X(3).
           05  IT-TO-LOCATION      PIC X(3).
           05  IT-REFERENCE        PIC X(6).
           05  IT-LOT-NUMBER       PIC X(10).

       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
