      ******************************************************************
      * GLFSEL.cpy
      *
      * FILE-CONTROL entries for the shared subledger-to-GL feed -
      * see copybooks/GLFFD.cpy/GLFWS.cpy/GLFEED.cpy. COPY this into
      * FILE-CONTROL in any program that posts its activity to
      * GLTRANS.DAT through 986-WRITE-GL-FEED-BATCH, and declare, in
      * WORKING-STORAGE:
      *   01  WS-GL-FEED-STATUS   PIC XX.
      *   01  WS-GL-RULE-STATUS   PIC XX.
      *   01  WS-GL-COA-STATUS    PIC XX.
      ******************************************************************
           SELECT GL-FEED-FILE ASSIGN TO "GLTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FEED-STATUS.

           SELECT GL-POSTING-RULE-FILE ASSIGN TO "GLPRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-RULE-STATUS.

           SELECT GL-FEED-COA-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-COA-STATUS.
