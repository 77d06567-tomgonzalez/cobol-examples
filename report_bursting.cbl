           05  EMP-ID              PIC X(6).
           05  EMP-NAME            PIC X(25).
           05  EMP-DEPARTMENT      PIC X(4).
           05  FILLER              PIC X(69).

       FD  COURSE-SECTION-FILE.
       01  COURSE-SECTION-RECORD.
           05  SEC-INSTRUCTOR      PIC X(20).
           05  SEC-CAPACITY        PIC 9(3).
           05  SEC-ENROLLED        PIC 9(3).
           05  SEC-MEETING-DAYS    PIC X(7).
           05  SEC-START-TIME      PIC 9(4).
           05  SEC-END-TIME        PIC 9(4).
           05  SEC-ROOM-ID         PIC X(8).

       FD  PAYREG-REPORT-FILE.
       01  PAYREG-LINE             PIC X(132).
