      * Purpose:  On-request pay stub reprint. PAYSTUB.RPT is
      *           overwritten every run, so the payroll run now also
      *           keeps each stub's final figures in the keyed
      *           STUBHIST.DAT (EMP-ID, period date and run). This
      *           program reprints one employee's stub for a named
      *           period, or all their periods in a date range, in
      *           the existing stub format - the same single-
           05  SHX-KEY.
               10  SHX-EMP-ID      PIC X(6).
               10  SHX-PERIOD-DATE PIC 9(8).
               10  SHX-RUN-TYPE    PIC X.
               10  SHX-RUN-SEQUENCE PIC 9(3).
           05  SHX-EMP-NAME        PIC X(25).
           05  SHX-DEPARTMENT      PIC X(4).
           05  SHX-PAY-TYPE        PIC X.

            MOVE WS-REQUEST-EMP-ID TO SHX-EMP-ID
            MOVE WS-FROM-PERIOD TO SHX-PERIOD-DATE
            MOVE LOW-VALUE TO SHX-RUN-TYPE
            MOVE 0 TO SHX-RUN-SEQUENCE
            START STUB-HISTORY-FILE KEY >= SHX-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-EOF-SWITCH
