      ******************************************************************
      * GLFWS.cpy
      *
      * WORKING-STORAGE tables and scratch fields for the shared
      * subledger-to-GL feed paragraphs (copybooks/GLFEED.cpy).
      * COPY this into WORKING-STORAGE, alongside the three status
      * fields named in copybooks/GLFSEL.cpy, in any program that
      * COPYs GLFEED.cpy.
      *
      * To post a run's activity to the GL:
      *   - MOVE your PROGRAM-ID to WS-GLF-PROGRAM-ID, the feed
      *     source (the GLPRULE.DAT source, also stamped on the
      *     batch header) to WS-GLF-SOURCE, a batch ID to
      *     WS-GLF-BATCH-ID and the posting date to
      *     WS-GLF-BATCH-DATE, then PERFORM 980-LOAD-GL-POSTING-RULES
      *   - a run posting for a company other than the parent also
      *     MOVEs its company code to WS-GLF-COMPANY, which is
      *     stamped on the batch header and every detail; left at
      *     spaces the batch belongs to the parent company, 01
      *   - for every rule code the run will post to, MOVE it to
      *     WS-GLF-RULE-CODE and PERFORM 982-REQUIRE-GL-POSTING-RULE
      *   - if GL-FEED-REFUSED is now set, refuse the run before
      *     touching the subledger - a subledger that moves without
      *     its GL entry is the out-of-balance this feed exists to
      *     prevent
      *   - as each amount posts, MOVE the rule code to
      *     WS-GLF-RULE-CODE, "D" or "C" to WS-GLF-SIDE and the
      *     amount to WS-GLF-AMOUNT and PERFORM 984-ADD-GL-FEED-AMOUNT
      *     (a negative amount - a credit memo - lands on the
      *     opposite side)
      *   - at end of run PERFORM 986-WRITE-GL-FEED-BATCH, which
      *     appends one balanced BH/detail/BT batch to GLTRANS.DAT
      *     with one detail per account and side
      ******************************************************************
       01  WS-GLF-PROGRAM-ID           PIC X(20).
       01  WS-GLF-SOURCE               PIC X(8).
       01  WS-GLF-BATCH-ID             PIC X(6).
       01  WS-GLF-BATCH-DATE           PIC 9(8).
       01  WS-GLF-COMPANY              PIC X(2) VALUE SPACES.
       01  WS-GLF-RULE-CODE            PIC X(4).
       01  WS-GLF-SIDE                 PIC X.
       01  WS-GLF-AMOUNT               PIC S9(9)V9(2).

       01  WS-GLF-REFUSED-SWITCH       PIC X VALUE 'N'.
           88  GL-FEED-REFUSED             VALUE 'Y'.
       01  WS-GLF-EOF-SWITCH           PIC X.
           88  END-OF-GLF-FILE             VALUE 'Y'.

      * This source's rules, each carrying the verdict of its
      * chart-of-accounts check.
       01  WS-GLF-RULE-COUNT-MAX       PIC 9(3) VALUE 50.
       01  WS-GLF-RULE-COUNT           PIC 9(3) VALUE 0.
       01  GLF-RULE-TABLE.
           05  GLF-RULE-ENTRY OCCURS 50 TIMES
                                   INDEXED BY GLR-IDX.
               10  GLR-RULE-CODE       PIC X(4).
               10  GLR-ACCOUNT         PIC X(6).
               10  GLR-ACCOUNT-VALID   PIC X.

       01  WS-GLF-COA-COUNT-MAX        PIC 9(3) VALUE 200.
       01  WS-GLF-COA-COUNT            PIC 9(3) VALUE 0.
       01  GLF-COA-TABLE.
           05  GLF-COA-ENTRY OCCURS 200 TIMES
                                   INDEXED BY GLC-IDX.
               10  GLC-ACCOUNT         PIC X(6).
               10  GLC-ACTIVE-FLAG     PIC X.

      * The batch being built: one entry per account, debits and
      * credits kept apart so each side posts as its own detail.
       01  WS-GLF-POST-COUNT-MAX       PIC 9(3) VALUE 50.
       01  WS-GLF-POST-COUNT           PIC 9(3) VALUE 0.
       01  GLF-POST-TABLE.
           05  GLF-POST-ENTRY OCCURS 50 TIMES
                                   INDEXED BY GLP-IDX.
               10  GLP-ACCOUNT         PIC X(6).
               10  GLP-DEBIT-TOTAL     PIC 9(9)V9(2).
               10  GLP-CREDIT-TOTAL    PIC 9(9)V9(2).

       01  WS-GLF-DEBIT-TOTAL          PIC 9(9)V9(2).
       01  WS-GLF-CREDIT-TOTAL         PIC 9(9)V9(2).
       01  WS-GLF-DETAIL-COUNT         PIC 9(5).
       01  WS-GLF-POST-ACCOUNT         PIC X(6).
       01  WS-GLF-POST-AMOUNT          PIC 9(9)V9(2).

      * Feed messages for the shared exception log, built with MOVE
      * - see copybooks/EXCPLOG.cpy.
       01  WS-GLF-RULE-MSG-BUILD.
           05  WS-GLF-RULE-MSG-TEXT    PIC X(24).
           05  WS-GLF-RULE-MSG-SOURCE  PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-GLF-RULE-MSG-CODE    PIC X(4).
           05  FILLER                  PIC X(9) VALUE " ACCOUNT ".
           05  WS-GLF-RULE-MSG-ACCOUNT PIC X(6).
       01  WS-GLF-BATCH-MSG-BUILD.
           05  FILLER                  PIC X(9) VALUE "GL BATCH ".
           05  WS-GLF-BATCH-MSG-ID     PIC X(6).
           05  WS-GLF-BATCH-MSG-TEXT   PIC X(45).
