           88  RESTART-MODE            VALUE 'Y'.

      * Prior run's verdict per step, matched by step name.
       01  WS-PRIOR-COUNT-MAX      PIC 9(2) VALUE 40.
       01  WS-PRIOR-COUNT          PIC 9(2) VALUE 0.
       01  PRIOR-RESULTS-TABLE.
           05  PRIOR-RESULTS-ENTRY OCCURS 40 TIMES
                                   INDEXED BY PR-IDX.
               10  PRE-STEP-NAME       PIC X(30).
               10  PRE-RETURN-CODE     PIC S9(4).
      * standalone programs ("Tectonics: cobc") so the driver always
      * runs current source; the command is assembled per step at
      * load time.
       01  WS-STEP-COUNT-MAX   PIC 9(2) VALUE 40.
       01  WS-STEP-COUNT       PIC 9(2) VALUE 0.
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 40 TIMES
                                    INDEXED BY STEP-IDX.
               10  STEP-NAME       PIC X(30).
               10  STEP-COMMAND    PIC X(200).
