      *           released invoice into AROPEN.DAT as the open item
      *           it would have been, and rewrites the remaining
      *           holds as INVHELD.NEW for the operator to promote.
      *           Each release also goes to the GL as INVOICE-
      *           PROCESSING would have posted it - Dr AR control,
      *           Cr revenue and sales tax under source INVOICE -
      *           as one balanced batch on GLTRANS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

      * GL feed, posting rules and chart of accounts - see
      * copybooks/GLFWS.cpy.
           COPY GLFSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-ORDER-FILE.
           05  HO-INVOICE-TOTAL    PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  HO-HOLD-REASON      PIC X.
      * Revenue/tax split of the total. A hold parked before the
      * split was carried has spaces here.
           05  HO-INVOICE-SUBTOTAL PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  HO-SALES-TAX-AMOUNT PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

       FD  HELD-NEW-FILE.
       01  HELD-NEW-RECORD         PIC X(57).

       FD  RELEASE-TRANS-FILE.
       01  RELEASE-TRANS-RECORD.
           COPY EXCPFD.
           COPY SEALFD.
           COPY RUNHFD.
           COPY GLFFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.
           COPY RUNSTWS.
       01  WS-GL-FEED-STATUS       PIC XX.
       01  WS-GL-RULE-STATUS       PIC XX.
       01  WS-GL-COA-STATUS        PIC XX.
           COPY GLFWS.
       01  WS-HELD-FILE-STATUS     PIC XX.
       01  WS-HELD-NEW-STATUS      PIC XX.
       01  WS-RELEASE-FILE-STATUS  PIC XX.

            MOVE "HELD-ORDER-RELEASE" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START
            PERFORM 040-LOAD-GL-POSTING-RULES
            IF GL-FEED-REFUSED
               DISPLAY "ERROR: GL POSTING RULES NOT USABLE - "
                  "NO HOLDS RELEASED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM 050-OPEN-FILES
            PERFORM 060-LOAD-RELEASE-TABLE
            PERFORM 100-READ-HELD-ORDER
               PERFORM 100-READ-HELD-ORDER
            END-PERFORM

            PERFORM 986-WRITE-GL-FEED-BATCH
            PERFORM 900-CLOSE-FILES
            DISPLAY "RELEASED ", WS-RELEASED-COUNT, " INVOICE(S) TO "
               "AR; ", WS-RETAINED-COUNT, " STILL HELD ON "

            STOP RUN.

      * The same AR control, revenue and sales tax rules INVOICE-
      * PROCESSING posts under, so a released invoice lands in the
      * GL exactly where it would have without the hold.
       040-LOAD-GL-POSTING-RULES.

            MOVE "HELD-ORDER-RELEASE" TO WS-GLF-PROGRAM-ID
            MOVE "INVOICE" TO WS-GLF-SOURCE
            MOVE "ARHREL" TO WS-GLF-BATCH-ID
            ACCEPT WS-GLF-BATCH-DATE FROM DATE YYYYMMDD
            PERFORM 980-LOAD-GL-POSTING-RULES
            MOVE "AR" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "REV" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE
            MOVE "STAX" TO WS-GLF-RULE-CODE
            PERFORM 982-REQUIRE-GL-POSTING-RULE.

       050-OPEN-FILES.

            OPEN INPUT HELD-ORDER-FILE
               MOVE "O" TO AR-ITEM-STATUS
               WRITE AR-OPEN-ITEM-RECORD
               PERFORM 210-SEAL-COUNT-POSTED-ITEM
               PERFORM 220-ADD-RELEASE-TO-GL-FEED
               ADD 1 TO WS-RELEASED-COUNT
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               DISPLAY "RELEASED: INVOICE ", HO-INVOICE-ID,
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

      * A hold parked before the revenue/tax split was carried on
      * INVHELD.DAT posts its whole total to revenue; the warning
      * leaves the sales tax, if any, for a journal.
       220-ADD-RELEASE-TO-GL-FEED.

            MOVE "AR" TO WS-GLF-RULE-CODE
            MOVE "D" TO WS-GLF-SIDE
            MOVE HO-INVOICE-TOTAL TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT

            IF HO-INVOICE-SUBTOTAL IS NOT NUMERIC
                  OR HO-SALES-TAX-AMOUNT IS NOT NUMERIC
               DISPLAY "WARNING: INVOICE ", HO-INVOICE-ID,
                  " HAS NO TAX SPLIT - WHOLE TOTAL POSTED TO REVENUE"
               MOVE "RELEASED HOLD HAS NO TAX SPLIT - ALL TO REVENUE"
                  TO EL-MESSAGE
               MOVE "HELD-ORDER-RELEASE" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE "REV" TO WS-GLF-RULE-CODE
               MOVE "C" TO WS-GLF-SIDE
               MOVE HO-INVOICE-TOTAL TO WS-GLF-AMOUNT
               PERFORM 984-ADD-GL-FEED-AMOUNT
               EXIT PARAGRAPH
            END-IF

            MOVE "REV" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            MOVE HO-INVOICE-SUBTOTAL TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT
            MOVE "STAX" TO WS-GLF-RULE-CODE
            MOVE "C" TO WS-GLF-SIDE
            MOVE HO-SALES-TAX-AMOUNT TO WS-GLF-AMOUNT
            PERFORM 984-ADD-GL-FEED-AMOUNT.

       900-CLOSE-FILES.

            IF WS-HELD-FILE-STATUS = "00"
           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY SEALTBL.
           COPY GLFEED.
       END PROGRAM HELD-ORDER-RELEASE.
