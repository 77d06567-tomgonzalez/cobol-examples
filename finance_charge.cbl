      *           lists every charge made. Rates, grace days, and
      *           the minimum live on FINCHG.DAT; charge numbers
      *           come off FINCHGNO.DAT the way CHECK-PRINT numbers
      *           checks. The run's charges post to GLTRANS.DAT as
      *           one balanced batch - AR control debited, finance
      *           charge income credited - to the accounts
      *           GLPRULE.DAT names.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

      * Subledger-to-GL feed - see copybooks/GLFEED.cpy.
           COPY GLFSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-ITEM-FILE.
           COPY EXCPFD.
           COPY SEALFD.
           COPY RUNHFD.
           COPY GLFFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.
       01  WS-GL-FEED-STATUS       PIC XX.
       01  WS-GL-RULE-STATUS       PIC XX.
       01  WS-GL-COA-STATUS        PIC XX.
           COPY GLFWS.
           COPY RUNSTWS.
       01  WS-AR-FILE-STATUS       PIC XX.
       01  WS-AR-OUT-STATUS        PIC XX.
               STOP RUN
            END-IF

      * A charge that never reaches finance charge income is
      * worse than no charge - no usable posting rules, no run.
            PERFORM 040-LOAD-GL-POSTING-RULES
            IF GL-FEED-REFUSED
               DISPLAY "ERROR: GL POSTING RULES NOT USABLE - "
                  "NO CHARGES ASSESSED"
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 060-LOAD-REFERENCE-TABLES
            PERFORM 930-RESET-SEAL
            PERFORM 100-READ-AR-ITEM

            STOP RUN.

      * AR control and finance charge income come off GLPRULE.DAT
      * under source FINCHG, proven against GLCOA.DAT.
       040-LOAD-GL-POSTING-RULES.

            MOVE "FINANCE-CHARGE-ASSESSMENT" TO WS-GLF-PROGRAM-ID
            MOVE "FINCHG" TO WS-GLF-SOURCE
            MOVE "ARFCHG" TO WS-GLF-BATCH-ID
            MOVE WS-TODAY-DATE TO WS-GLF-BATCH-DATE
            PERFORM 980-LOAD-GL-POSTING-RULES
            MOVE "AR" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "FCIN" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE.

       050-OPEN-FILES.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               END-IF
            END-PERFORM
            CLOSE AR-CHARGE-OUT-FILE
            PERFORM 720-WRITE-GL-FEED
      * The verified seal figures plus this run's charges become
      * the new standing seal; a file that arrived unsealed stays
      * unsealed.
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

      * The run's charges as one batch: AR control debited, finance
      * charge income credited.
       720-WRITE-GL-FEED.

            MOVE "AR" TO WS-GLF-RULE-CODE
            MOVE "D" TO WS-GLF-SIDE
            MOVE WS-TOTAL-ASSESSED TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "FCIN" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            MOVE WS-TOTAL-ASSESSED TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            PERFORM 986-WRITE-GL-FEED-BATCH.

       800-REWRITE-CHARGE-NUMBER.

            IF WS-NUMBER-FILE-STATUS = "00"
           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY SEALTBL.
           COPY GLFEED.
       END PROGRAM FINANCE-CHARGE-ASSESSMENT.
