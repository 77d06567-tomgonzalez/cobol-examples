      ******************************************************************
      * GLFFD.cpy
      *
      * FILE SECTION entries (FD + record layouts) for the shared
      * subledger-to-GL feed - see copybooks/GLFSEL.cpy.
      *
      * GL-FEED-FILE is GLTRANS.DAT in exactly the layout
      * GL-RECONCILIATION and GL-BALANCE-POSTING read: detail
      * records with BH/BT batch header and trailer views over the
      * same 32 bytes. Every detail carries its own source code and
      * batch ID as well, so a posted line can be traced back to
      * the program or journal that produced it, and the company
      * code it posts to (spaces for the parent company, 01).
      *
      * GL-POSTING-RULE-FILE (GLPRULE.DAT) says which GL account
      * each kind of subledger amount posts to: one record per
      * feed source and rule code, e.g. source INVOICE, rule REV,
      * account 300100. Changing an account is a data change to
      * this table, not a recompile of four programs.
      *
      * GL-FEED-COA-FILE is the chart of accounts every rule is
      * validated against before anything posts.
      ******************************************************************
       FD  GL-FEED-FILE.
       01  GL-FEED-RECORD.
           05  GF-ACCOUNT          PIC X(6).
           05  GF-TYPE             PIC X.
           05  GF-AMOUNT           PIC 9(7)V9(2).
           05  GF-SOURCE           PIC X(8).
           05  GF-BATCH-REF        PIC X(6).
           05  GF-COMPANY          PIC X(2).
       01  GL-FEED-HEADER-VIEW REDEFINES GL-FEED-RECORD.
           05  GF-BH-RECORD-TYPE   PIC X(2).
           05  GF-BH-BATCH-ID      PIC X(6).
           05  GF-BH-SOURCE        PIC X(8).
           05  GF-BH-BATCH-DATE    PIC 9(8).
           05  FILLER              PIC X(6).
           05  GF-BH-COMPANY       PIC X(2).
       01  GL-FEED-TRAILER-VIEW REDEFINES GL-FEED-RECORD.
           05  GF-BT-RECORD-TYPE   PIC X(2).
           05  GF-BT-BATCH-ID      PIC X(6).
           05  GF-BT-RECORD-COUNT  PIC 9(5).
           05  GF-BT-DEBIT-TOTAL   PIC 9(7)V9(2).
           05  GF-BT-CREDIT-TOTAL  PIC 9(7)V9(2).

       FD  GL-POSTING-RULE-FILE.
       01  GL-POSTING-RULE-RECORD.
           05  PR-SOURCE           PIC X(8).
           05  PR-RULE-CODE        PIC X(4).
           05  PR-ACCOUNT          PIC X(6).
           05  PR-DESCRIPTION      PIC X(25).

       FD  GL-FEED-COA-FILE.
       01  GL-FEED-COA-RECORD.
           05  GC-ACCOUNT-NUMBER   PIC X(6).
           05  GC-DESCRIPTION      PIC X(25).
           05  GC-ACCOUNT-TYPE     PIC X.
           05  GC-ACTIVE-FLAG      PIC X.
           05  GC-ROLLUP-CODE      PIC X(4).
