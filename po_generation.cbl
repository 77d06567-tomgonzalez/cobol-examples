      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Purchase order generation from the reorder
      *           suggestions. Works each item exactly as
      *           REORDER-REPORT does - on hand across locations plus
      *           open POMAST.DAT quantity against the reorder point,
      *           the larger of the shortfall and the reorder quantity
      *           rounded up to whole cases - so an item already
      *           covered by open purchase orders is skipped. ADD
      *           transactions still waiting on POTRAN.DAT count as on
      *           order too, so a second run never orders twice.
      *           Suggestions group into one proposed PO per supplier
      *           (a new PO every 99 lines), each line due the
      *           supplier's SU-LEAD-TIME-DAYS from today and costed
      *           at the item master unit cost. The proposed-PO report
      *           POPROP.RPT always prints; only the items the buyer
      *           has approved on POAPPR.DAT are written as ADD
      *           transactions to POTRAN.DAT for PO-MAINTENANCE, the
      *           ROPAPPR.DAT convention from DEMAND-ANALYSIS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-GENERATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

           SELECT INVENTORY-BALANCE-FILE ASSIGN TO "INVBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT PO-MASTER-FILE ASSIGN TO "POMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-FILE-STATUS.

      * Read for the ADDs still waiting on PO-MAINTENANCE, then
      * extended with this run's approved lines.
           SELECT PO-TRANS-FILE ASSIGN TO "POTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

      * One item ID per line - the suggestions the buyer approved
      * from the last proposed-PO report.
           SELECT APPROVAL-FILE ASSIGN TO "POAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

           SELECT PROPOSAL-REPORT-FILE ASSIGN TO "POPROP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log.
           COPY EXCPSEL.

      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05  IM-ITEM-ID          PIC X(6).
           05  IM-DESCRIPTION      PIC X(25).
           05  IM-EACHES-PER-CASE  PIC 9(3).
           05  IM-REORDER-POINT    PIC 9(6).
           05  IM-REORDER-QTY      PIC 9(6).
           05  IM-SUPPLIER         PIC X(10).
           05  IM-UNIT-COST        PIC 9(5)V9(2).
           05  IM-ABC-CLASS        PIC X.

       FD  INVENTORY-BALANCE-FILE.
       01  INVENTORY-BALANCE-RECORD.
           05  IB-ITEM-ID          PIC X(6).
           05  IB-ON-HAND-EACHES   PIC S9(7) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  IB-LOCATION         PIC X(3).

       FD  PO-MASTER-FILE.
       01  PO-MASTER-RECORD.
           05  PO-NUMBER           PIC X(6).
           05  PO-SUPPLIER         PIC X(10).
           05  PO-LINE-NO          PIC 9(2).
           05  PO-ITEM-ID          PIC X(6).
           05  PO-QTY-ORDERED      PIC 9(6).
           05  PO-QTY-RECEIVED     PIC 9(6).
           05  PO-UNIT-COST        PIC 9(5)V9(2).
           05  PO-DUE-DATE         PIC 9(8).
           05  PO-STATUS           PIC X.
               88  PO-IS-OPEN          VALUE "O".
           05  PO-ORDER-DATE       PIC 9(8).

       FD  PO-TRANS-FILE.
       01  PO-TRANS-RECORD.
           05  PT-ACTION           PIC X(3).
               88  PT-IS-ADD           VALUE "ADD".
           05  PT-PO-NUMBER        PIC X(6).
           05  PT-LINE-NO          PIC 9(2).
           05  PT-SUPPLIER         PIC X(10).
           05  PT-ITEM-ID          PIC X(6).
           05  PT-QTY-ORDERED      PIC 9(6).
           05  PT-UNIT-COST        PIC 9(5)V9(2).
           05  PT-DUE-DATE         PIC 9(8).

       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           05  SU-SUPPLIER         PIC X(10).
           05  SU-LEAD-TIME-DAYS   PIC 9(3).
           05  SU-NAME             PIC X(30).
      * Remit-to, terms, tax and 1099 details - see
      * SUPPLIER-MAINTENANCE.
           05  FILLER              PIC X(115).
           05  SU-STATUS           PIC X.
               88  SU-IS-ACTIVE        VALUE "A".
           05  SU-STATUS-DATE      PIC 9(8).

       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           05  AP-ITEM-ID          PIC X(6).

       FD  PROPOSAL-REPORT-FILE.
       01  REPORT-LINE             PIC X(120).

           COPY EXCPFD.
           COPY SEALFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-ITEM-MASTER-STATUS   PIC XX.
       01  WS-BALANCE-FILE-STATUS  PIC XX.
       01  WS-PO-FILE-STATUS       PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-SUPPLIER-FILE-STATUS PIC XX.
       01  WS-APPROVAL-FILE-STATUS PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-TRANS-OPEN-SWITCH    PIC X VALUE 'N'.
           88  TRANS-FILE-IS-OPEN      VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-DEFAULT-LEAD-DAYS    PIC 9(3) VALUE 14.
       01  WS-MAX-PO-LINES         PIC 9(2) VALUE 99.

      * PO numbers run "PO" and four digits; the next one is one
      * past the highest on POMAST.DAT or pending on POTRAN.DAT, so
      * hand-keyed and generated orders never collide.
       01  WS-HIGH-PO-SEQ          PIC 9(4) VALUE 0.
       01  WS-PO-NUMBER-WORK       PIC X(6).
       01  WS-PO-NUMBER-R REDEFINES WS-PO-NUMBER-WORK.
           05  WS-PO-PREFIX        PIC X(2).
           05  WS-PO-SEQ           PIC 9(4).
       01  WS-PO-SEQ-X REDEFINES WS-PO-NUMBER-WORK.
           05  FILLER              PIC X(2).
           05  WS-PO-SEQ-TEXT      PIC X(4).

       01  WS-BALANCE-COUNT-MAX    PIC 9(4) VALUE 1000.
       01  WS-BALANCE-COUNT        PIC 9(4) VALUE 0.
       01  ITEM-BALANCE-TABLE.
           05  ITEM-BALANCE-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY IB-IDX.
               10  IBE-ITEM-ID         PIC X(6).
               10  IBE-ON-HAND         PIC S9(7).

       01  WS-ONORDER-COUNT-MAX    PIC 9(3) VALUE 500.
       01  WS-ONORDER-COUNT        PIC 9(3) VALUE 0.
       01  ON-ORDER-TABLE.
           05  ON-ORDER-ENTRY OCCURS 500 TIMES
                                   INDEXED BY OO-IDX.
               10  OOE-ITEM-ID         PIC X(6).
               10  OOE-QUANTITY        PIC S9(7).

      * Every PO line already on POMAST.DAT. An ADD still on
      * POTRAN.DAT for one of these has been applied - POTRAN.DAT
      * is only cleared by the operator - and its quantity is
      * already in the on-order figure.
       01  WS-PO-LINE-COUNT-MAX    PIC 9(4) VALUE 2000.
       01  WS-PO-LINE-COUNT        PIC 9(4) VALUE 0.
       01  WS-PO-LINE-FOUND        PIC X VALUE 'N'.
           88  PO-LINE-IS-ON-FILE      VALUE 'Y'.
       01  PO-LINE-TABLE.
           05  PO-LINE-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY PL-IDX.
               10  PLE-PO-NUMBER       PIC X(6).
               10  PLE-LINE-NO         PIC 9(2).

       01  WS-SUPPLIER-COUNT-MAX   PIC 9(3) VALUE 100.
       01  WS-SUPPLIER-COUNT       PIC 9(3) VALUE 0.
       01  SUPPLIER-TABLE.
           05  SUPPLIER-ENTRY OCCURS 100 TIMES
                                   INDEXED BY SU-IDX.
               10  SUE-SUPPLIER        PIC X(10).
               10  SUE-NAME            PIC X(30).
               10  SUE-LEAD-DAYS       PIC 9(3).
               10  SUE-STATUS          PIC X.

       01  WS-APPROVAL-COUNT-MAX   PIC 9(3) VALUE 500.
       01  WS-APPROVAL-COUNT       PIC 9(3) VALUE 0.
       01  APPROVAL-TABLE.
           05  APPROVAL-ENTRY OCCURS 500 TIMES
                                   INDEXED BY AP-IDX.
               10  APE-ITEM-ID         PIC X(6).

      * One entry per item to buy, sorted into supplier order before
      * the POs are cut.
       01  WS-SUGGEST-COUNT-MAX    PIC 9(3) VALUE 500.
       01  WS-SUGGEST-COUNT        PIC 9(3) VALUE 0.
       01  SUGGESTION-TABLE.
           05  SUGGESTION-ENTRY OCCURS 500 TIMES
                                   INDEXED BY SG-IDX.
               10  SGE-SUPPLIER        PIC X(10).
               10  SGE-ITEM-ID         PIC X(6).
               10  SGE-DESCRIPTION     PIC X(25).
               10  SGE-ON-HAND         PIC S9(7).
               10  SGE-ON-ORDER        PIC S9(7).
               10  SGE-REORDER-POINT   PIC 9(6).
               10  SGE-CASES           PIC 9(5).
               10  SGE-EACHES          PIC 9(6).
               10  SGE-UNIT-COST       PIC 9(5)V9(2).
               10  SGE-APPROVED        PIC X.

       01  WS-ON-HAND              PIC S9(7).
       01  WS-ON-ORDER             PIC S9(7).
       01  WS-ON-ORDER-ITEM        PIC X(6).
       01  WS-ORDER-EACHES         PIC 9(7).
       01  WS-ORDER-CASES          PIC 9(5).
       01  WS-ORDER-REMAINDER      PIC 9(3).
       01  WS-CASE-SIZE            PIC 9(3).

      * Ranking scratch.
       01  WS-OUTER-SUB            PIC 9(3).
       01  WS-INNER-SUB            PIC 9(3).
       01  WS-SWAP-AREA            PIC X(80).

       01  WS-CURRENT-SUPPLIER     PIC X(10).
       01  WS-CURRENT-PO           PIC X(6).
       01  WS-LINE-NO              PIC 9(2).
       01  WS-LEAD-DAYS            PIC 9(3).
       01  WS-DUE-DATE             PIC 9(8).
       01  WS-SUPPLIER-NAME        PIC X(30).
       01  WS-SUPPLIER-NOTE        PIC X(30).
       01  WS-SUPPLIER-ACTIVE-SWITCH PIC X.
           88  SUPPLIER-IS-ACTIVE      VALUE 'Y'.
       01  WS-LINE-VALUE           PIC 9(9)V9(2).
       01  WS-PO-VALUE             PIC 9(9)V9(2).

       01  WS-ITEMS-READ           PIC 9(5) VALUE 0.
       01  WS-ITEMS-COVERED        PIC 9(5) VALUE 0.
       01  WS-PO-COUNT             PIC 9(5) VALUE 0.
       01  WS-LINES-PROPOSED       PIC 9(5) VALUE 0.
       01  WS-LINES-WRITTEN        PIC 9(5) VALUE 0.
       01  WS-LINES-HELD           PIC 9(5) VALUE 0.
       01  WS-PROPOSED-VALUE       PIC 9(11)V9(2) VALUE 0.
       01  WS-APPROVED-VALUE       PIC 9(11)V9(2) VALUE 0.

       01  REPORT-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               "PROPOSED PURCHASE ORDERS".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  RH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(53) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH1-PAGE-NUMBER PIC ZZ9.
       01  PO-HEADING-LINE.
           05  FILLER          PIC X(4)  VALUE "PO ".
           05  PH-PO-NUMBER    PIC X(6).
           05  FILLER          PIC X(12) VALUE "  SUPPLIER ".
           05  PH-SUPPLIER     PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PH-SUPPLIER-NAME PIC X(30).
           05  FILLER          PIC X(6)  VALUE "  DUE ".
           05  PH-DUE-DATE     PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PH-NOTE         PIC X(30).
       01  PO-COLUMN-HEADING.
           05  FILLER          PIC X(6)  VALUE "  LINE".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "ITEM".
           05  FILLER          PIC X(27) VALUE "DESCRIPTION".
           05  FILLER          PIC X(9)  VALUE "  ON HAND".
           05  FILLER          PIC X(9)  VALUE " ON ORDER".
           05  FILLER          PIC X(8)  VALUE "   POINT".
           05  FILLER          PIC X(7)  VALUE "  CASES".
           05  FILLER          PIC X(9)  VALUE "   EACHES".
           05  FILLER          PIC X(10) VALUE " UNIT COST".
           05  FILLER          PIC X(14) VALUE "      EXTENDED".
           05  FILLER          PIC X(10) VALUE "  APPROVED".
       01  PO-DETAIL-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  PD-LINE-NO      PIC Z9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PD-ITEM-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PD-DESCRIPTION  PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PD-ON-HAND      PIC ZZZZZZ9-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  PD-ON-ORDER     PIC ZZZZZZ9-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PD-POINT        PIC ZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PD-CASES        PIC ZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PD-EACHES       PIC ZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PD-UNIT-COST    PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  PD-EXTENDED     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  PD-APPROVED     PIC X(6).
       01  PO-TOTAL-LINE.
           05  FILLER          PIC X(34) VALUE SPACES.
           05  FILLER          PIC X(16) VALUE "PO TOTAL".
           05  FILLER          PIC X(33) VALUE SPACES.
           05  PTL-VALUE       PIC $$$,$$$,$$9.99.
       01  REPORT-TOTAL-LINE.
           05  RT-CAPTION      PIC X(36).
           05  RT-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RT-AMOUNT       PIC $$$,$$$,$$9.99 BLANK WHEN ZERO.
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            MOVE "PO-GENERATION" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

            OPEN INPUT ITEM-MASTER-FILE
            IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: ITEMMAST.DAT OPEN FAILED, STATUS = ",
                  WS-ITEM-MASTER-STATUS, " - NO POS PROPOSED"
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            OPEN OUTPUT PROPOSAL-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: POPROP.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS, " - NO POS PROPOSED"
               MOVE 1 TO RETURN-CODE
               CLOSE ITEM-MASTER-FILE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 060-LOAD-BALANCES
            PERFORM 065-LOAD-OPEN-PO-QUANTITIES
            PERFORM 067-LOAD-PENDING-ADDS
            PERFORM 070-LOAD-SUPPLIERS
            PERFORM 075-LOAD-APPROVALS

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ ITEM-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     ADD 1 TO WS-ITEMS-READ
                     PERFORM 100-CHECK-ONE-ITEM
               END-READ
            END-PERFORM
            CLOSE ITEM-MASTER-FILE

            PERFORM 200-SORT-BY-SUPPLIER
            PERFORM 080-OPEN-TRANSACTION-OUTPUT
            PERFORM 810-WRITE-REPORT-HEADER
            PERFORM 300-PROPOSE-ORDERS
            PERFORM 800-WRITE-REPORT-TOTALS
            PERFORM 900-CLOSE-FILES

            DISPLAY "PO GENERATION COMPLETE.  ", WS-PO-COUNT,
               " PO(S) PROPOSED, ", WS-LINES-PROPOSED, " LINE(S), ",
               WS-LINES-WRITTEN, " APPROVED LINE(S) WRITTEN TO "
               "POTRAN.DAT."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * Same load and seal check as REORDER-REPORT - buying against
      * balances the perpetual update never wrote is refused.
       060-LOAD-BALANCES.

            PERFORM 930-RESET-SEAL
            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT INVENTORY-BALANCE-FILE
            IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: INVENTORY-BALANCE-FILE NOT FOUND, "
                  "STATUS = ", WS-BALANCE-FILE-STATUS,
                  ", ON-HAND TREATED AS ZERO"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ INVENTORY-BALANCE-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 062-SEAL-COUNT-BALANCE
                     IF WS-BALANCE-COUNT < WS-BALANCE-COUNT-MAX
                        ADD 1 TO WS-BALANCE-COUNT
                        SET IB-IDX TO WS-BALANCE-COUNT
                        MOVE IB-ITEM-ID TO IBE-ITEM-ID (IB-IDX)
                        MOVE IB-ON-HAND-EACHES TO IBE-ON-HAND (IB-IDX)
                     ELSE
                        DISPLAY "WARNING: BALANCE TABLE FULL, "
                           "DROPPING BALANCE FOR ", IB-ITEM-ID
                     END-IF
               END-READ
            END-PERFORM
            IF WS-BALANCE-FILE-STATUS = "10"
               CLOSE INVENTORY-BALANCE-FILE
            END-IF

            MOVE "INVBAL.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL
            IF SEAL-VERIFY-FAILED
               DISPLAY "ERROR: INVBAL.DAT FAILS ITS SEAL - "
                  "NO POS PROPOSED"
               MOVE "INVBAL.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "PO-GENERATION" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               MOVE 1 TO RETURN-CODE
               CLOSE ITEM-MASTER-FILE
               CLOSE PROPOSAL-REPORT-FILE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF.

       062-SEAL-COUNT-BALANCE.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE IB-ITEM-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE IB-LOCATION TO WS-SEAL-KEY-STRING (7:3)
            MOVE IB-ON-HAND-EACHES TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

      * A pending ADD's PO line is looked up among those 065 noted.
       064-FIND-PO-LINE.

            MOVE 'N' TO WS-PO-LINE-FOUND
            PERFORM VARYING PL-IDX FROM 1 BY 1
                  UNTIL PL-IDX > WS-PO-LINE-COUNT
               IF PLE-PO-NUMBER (PL-IDX) = PT-PO-NUMBER
                     AND PLE-LINE-NO (PL-IDX) = PT-LINE-NO
                  MOVE 'Y' TO WS-PO-LINE-FOUND
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * Open PO lines sum into expected receipts per item, and every
      * PO number seen moves the high-water mark.
       065-LOAD-OPEN-PO-QUANTITIES.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT PO-MASTER-FILE
            IF WS-PO-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ PO-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     MOVE PO-NUMBER TO WS-PO-NUMBER-WORK
                     PERFORM 069-NOTE-PO-NUMBER
                     PERFORM 066-NOTE-PO-LINE
                     IF PO-IS-OPEN
                        MOVE PO-ITEM-ID TO WS-ON-ORDER-ITEM
                        COMPUTE WS-ON-ORDER =
                           PO-QTY-ORDERED - PO-QTY-RECEIVED
                        IF WS-ON-ORDER > 0
                           PERFORM 068-ADD-ON-ORDER
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            IF WS-PO-FILE-STATUS = "10"
               CLOSE PO-MASTER-FILE
            END-IF.

       066-NOTE-PO-LINE.

            IF WS-PO-LINE-COUNT < WS-PO-LINE-COUNT-MAX
               ADD 1 TO WS-PO-LINE-COUNT
               SET PL-IDX TO WS-PO-LINE-COUNT
               MOVE PO-NUMBER TO PLE-PO-NUMBER (PL-IDX)
               MOVE PO-LINE-NO TO PLE-LINE-NO (PL-IDX)
            ELSE
               DISPLAY "WARNING: PO LINE TABLE FULL - AN APPLIED ADD "
                  "FOR ", PO-NUMBER, " MAY COUNT TWICE ON ORDER"
            END-IF.

      * ADDs keyed or generated since PO-MAINTENANCE last ran are
      * already ordered as far as the buyer is concerned. An ADD
      * whose PO line is on POMAST.DAT was counted by 065.
       067-LOAD-PENDING-ADDS.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT PO-TRANS-FILE
            IF WS-TRANS-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ PO-TRANS-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF PT-IS-ADD
                        MOVE PT-PO-NUMBER TO WS-PO-NUMBER-WORK
                        PERFORM 069-NOTE-PO-NUMBER
                        PERFORM 064-FIND-PO-LINE
                        IF PT-QTY-ORDERED IS NUMERIC
                              AND NOT PO-LINE-IS-ON-FILE
                           MOVE PT-QTY-ORDERED TO WS-ON-ORDER
                           MOVE PT-ITEM-ID TO WS-ON-ORDER-ITEM
                           PERFORM 068-ADD-ON-ORDER
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            IF WS-TRANS-FILE-STATUS = "10"
               CLOSE PO-TRANS-FILE
            END-IF.

       068-ADD-ON-ORDER.

            PERFORM VARYING OO-IDX FROM 1 BY 1
                  UNTIL OO-IDX > WS-ONORDER-COUNT
               IF OOE-ITEM-ID (OO-IDX) = WS-ON-ORDER-ITEM
                  ADD WS-ON-ORDER TO OOE-QUANTITY (OO-IDX)
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-ONORDER-COUNT < WS-ONORDER-COUNT-MAX
               ADD 1 TO WS-ONORDER-COUNT
               SET OO-IDX TO WS-ONORDER-COUNT
               MOVE WS-ON-ORDER-ITEM TO OOE-ITEM-ID (OO-IDX)
               MOVE WS-ON-ORDER TO OOE-QUANTITY (OO-IDX)
            ELSE
               DISPLAY "WARNING: ON-ORDER TABLE FULL, DROPPING "
                  "OPEN QUANTITY FOR ", WS-ON-ORDER-ITEM
            END-IF.

       069-NOTE-PO-NUMBER.

            IF WS-PO-PREFIX = "PO" AND WS-PO-SEQ-TEXT IS NUMERIC
               IF WS-PO-SEQ > WS-HIGH-PO-SEQ
                  MOVE WS-PO-SEQ TO WS-HIGH-PO-SEQ
               END-IF
            END-IF.

       070-LOAD-SUPPLIERS.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT SUPPLIER-FILE
            IF WS-SUPPLIER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: SUPPLIER.DAT NOT FOUND - LEAD "
                  "TIME DEFAULTS TO ", WS-DEFAULT-LEAD-DAYS,
                  " DAYS"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ SUPPLIER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-SUPPLIER-COUNT < WS-SUPPLIER-COUNT-MAX
                        ADD 1 TO WS-SUPPLIER-COUNT
                        SET SU-IDX TO WS-SUPPLIER-COUNT
                        MOVE SU-SUPPLIER TO SUE-SUPPLIER (SU-IDX)
                        MOVE SU-NAME TO SUE-NAME (SU-IDX)
                        IF SU-LEAD-TIME-DAYS IS NUMERIC
                           MOVE SU-LEAD-TIME-DAYS TO
                              SUE-LEAD-DAYS (SU-IDX)
                        ELSE
                           MOVE WS-DEFAULT-LEAD-DAYS TO
                              SUE-LEAD-DAYS (SU-IDX)
                        END-IF
                        MOVE SU-STATUS TO SUE-STATUS (SU-IDX)
                     ELSE
                        DISPLAY "WARNING: SUPPLIER TABLE FULL, "
                           "IGNORING SUPPLIER ", SU-SUPPLIER
                     END-IF
               END-READ
            END-PERFORM
            IF WS-SUPPLIER-FILE-STATUS = "10"
               CLOSE SUPPLIER-FILE
            END-IF.

       075-LOAD-APPROVALS.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT APPROVAL-FILE
            IF WS-APPROVAL-FILE-STATUS NOT = "00"
               DISPLAY "NOTICE: NO POAPPR.DAT - PROPOSAL ONLY, "
                  "NOTHING WRITTEN TO POTRAN.DAT"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ APPROVAL-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-APPROVAL-COUNT < WS-APPROVAL-COUNT-MAX
                        ADD 1 TO WS-APPROVAL-COUNT
                        SET AP-IDX TO WS-APPROVAL-COUNT
                        MOVE AP-ITEM-ID TO APE-ITEM-ID (AP-IDX)
                     ELSE
                        DISPLAY "WARNING: APPROVAL TABLE FULL, "
                           "IGNORING APPROVAL FOR ", AP-ITEM-ID
                     END-IF
               END-READ
            END-PERFORM
            IF WS-APPROVAL-FILE-STATUS = "10"
               CLOSE APPROVAL-FILE
            END-IF.

      * Opened only when there is something approved to write.
       080-OPEN-TRANSACTION-OUTPUT.

            IF WS-APPROVAL-COUNT = 0
               EXIT PARAGRAPH
            END-IF
            OPEN EXTEND PO-TRANS-FILE
            IF WS-TRANS-FILE-STATUS NOT = "00"
               OPEN OUTPUT PO-TRANS-FILE
            END-IF
            IF WS-TRANS-FILE-STATUS = "00"
               MOVE 'Y' TO WS-TRANS-OPEN-SWITCH
            ELSE
               DISPLAY "ERROR: POTRAN.DAT OPEN FAILED, STATUS = ",
                  WS-TRANS-FILE-STATUS, " - APPROVED LINES NOT "
                  "WRITTEN"
               MOVE "POTRAN.DAT WOULD NOT OPEN - NO PO ADDS WRITTEN"
                  TO EL-MESSAGE
               MOVE "PO-GENERATION" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
            END-IF.

      * REORDER-REPORT's rule: cover the shortfall to the reorder
      * point or the standing reorder quantity, whichever is
      * larger, rounded UP to whole cases.
       100-CHECK-ONE-ITEM.

            MOVE 0 TO WS-ON-HAND
            PERFORM VARYING IB-IDX FROM 1 BY 1
                  UNTIL IB-IDX > WS-BALANCE-COUNT
               IF IBE-ITEM-ID (IB-IDX) = IM-ITEM-ID
                  ADD IBE-ON-HAND (IB-IDX) TO WS-ON-HAND
               END-IF
            END-PERFORM

            MOVE 0 TO WS-ON-ORDER
            PERFORM VARYING OO-IDX FROM 1 BY 1
                  UNTIL OO-IDX > WS-ONORDER-COUNT
               IF OOE-ITEM-ID (OO-IDX) = IM-ITEM-ID
                  MOVE OOE-QUANTITY (OO-IDX) TO WS-ON-ORDER
                  EXIT PERFORM
               END-IF
            END-PERFORM

            IF WS-ON-HAND + WS-ON-ORDER > IM-REORDER-POINT
               IF WS-ON-ORDER > 0
                     AND WS-ON-HAND NOT > IM-REORDER-POINT
                  ADD 1 TO WS-ITEMS-COVERED
               END-IF
               EXIT PARAGRAPH
            END-IF

            IF IM-SUPPLIER = SPACES
               DISPLAY "WARNING: ITEM ", IM-ITEM-ID, " IS AT REORDER "
                  "BUT NAMES NO SUPPLIER - NOT PROPOSED"
               MOVE SPACES TO EL-MESSAGE
               STRING "ITEM " DELIMITED BY SIZE
                      IM-ITEM-ID DELIMITED BY SIZE
                      " AT REORDER WITH NO SUPPLIER - NOT PROPOSED"
                         DELIMITED BY SIZE
                  INTO EL-MESSAGE
               END-STRING
               MOVE "PO-GENERATION" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               EXIT PARAGRAPH
            END-IF
            IF WS-SUGGEST-COUNT NOT < WS-SUGGEST-COUNT-MAX
               DISPLAY "WARNING: SUGGESTION TABLE FULL - ITEM ",
                  IM-ITEM-ID, " NOT PROPOSED"
               EXIT PARAGRAPH
            END-IF

            COMPUTE WS-ORDER-EACHES =
               IM-REORDER-POINT - WS-ON-HAND - WS-ON-ORDER
            IF IM-REORDER-QTY > WS-ORDER-EACHES
               MOVE IM-REORDER-QTY TO WS-ORDER-EACHES
            END-IF
            MOVE IM-EACHES-PER-CASE TO WS-CASE-SIZE
            IF WS-CASE-SIZE = 0
               MOVE 1 TO WS-CASE-SIZE
            END-IF
            DIVIDE WS-ORDER-EACHES BY WS-CASE-SIZE
               GIVING WS-ORDER-CASES
               REMAINDER WS-ORDER-REMAINDER
            IF WS-ORDER-REMAINDER NOT = 0
               ADD 1 TO WS-ORDER-CASES
            END-IF
            IF WS-ORDER-CASES = 0
               EXIT PARAGRAPH
            END-IF

            ADD 1 TO WS-SUGGEST-COUNT
            SET SG-IDX TO WS-SUGGEST-COUNT
            MOVE IM-SUPPLIER TO SGE-SUPPLIER (SG-IDX)
            MOVE IM-ITEM-ID TO SGE-ITEM-ID (SG-IDX)
            MOVE IM-DESCRIPTION TO SGE-DESCRIPTION (SG-IDX)
            MOVE WS-ON-HAND TO SGE-ON-HAND (SG-IDX)
            MOVE WS-ON-ORDER TO SGE-ON-ORDER (SG-IDX)
            MOVE IM-REORDER-POINT TO SGE-REORDER-POINT (SG-IDX)
            MOVE WS-ORDER-CASES TO SGE-CASES (SG-IDX)
            COMPUTE SGE-EACHES (SG-IDX) =
               WS-ORDER-CASES * WS-CASE-SIZE
            MOVE IM-UNIT-COST TO SGE-UNIT-COST (SG-IDX)
            MOVE 'N' TO SGE-APPROVED (SG-IDX)
            PERFORM VARYING AP-IDX FROM 1 BY 1
                  UNTIL AP-IDX > WS-APPROVAL-COUNT
               IF APE-ITEM-ID (AP-IDX) = IM-ITEM-ID
                  MOVE 'Y' TO SGE-APPROVED (SG-IDX)
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * Supplier order, item order within supplier - a stable
      * exchange sort, the same one DEMAND-ANALYSIS ranks with.
       200-SORT-BY-SUPPLIER.

            IF WS-SUGGEST-COUNT > 1
               PERFORM VARYING WS-OUTER-SUB FROM 1 BY 1
                     UNTIL WS-OUTER-SUB > WS-SUGGEST-COUNT - 1
                  PERFORM VARYING WS-INNER-SUB FROM 1 BY 1
                        UNTIL WS-INNER-SUB >
                           WS-SUGGEST-COUNT - WS-OUTER-SUB
                     IF SGE-SUPPLIER (WS-INNER-SUB) >
                           SGE-SUPPLIER (WS-INNER-SUB + 1)
                        OR (SGE-SUPPLIER (WS-INNER-SUB) =
                           SGE-SUPPLIER (WS-INNER-SUB + 1)
                        AND SGE-ITEM-ID (WS-INNER-SUB) >
                           SGE-ITEM-ID (WS-INNER-SUB + 1))
                        MOVE SUGGESTION-ENTRY (WS-INNER-SUB) TO
                           WS-SWAP-AREA
                        MOVE SUGGESTION-ENTRY (WS-INNER-SUB + 1) TO
                           SUGGESTION-ENTRY (WS-INNER-SUB)
                        MOVE WS-SWAP-AREA TO
                           SUGGESTION-ENTRY (WS-INNER-SUB + 1)
                     END-IF
                  END-PERFORM
               END-PERFORM
            END-IF.

      * A supplier break (or a full PO) opens the next PO number.
      * A supplier on hold or inactive still shows its proposal,
      * flagged, but nothing for it is written even if approved.
       300-PROPOSE-ORDERS.

            MOVE SPACES TO WS-CURRENT-SUPPLIER
            MOVE 0 TO WS-LINE-NO
            PERFORM VARYING SG-IDX FROM 1 BY 1
                  UNTIL SG-IDX > WS-SUGGEST-COUNT
               IF SGE-SUPPLIER (SG-IDX) NOT = WS-CURRENT-SUPPLIER
                     OR WS-LINE-NO NOT < WS-MAX-PO-LINES
                  IF WS-CURRENT-SUPPLIER NOT = SPACES
                     PERFORM 330-WRITE-PO-TOTAL
                  END-IF
                  PERFORM 310-START-PURCHASE-ORDER
               END-IF
               PERFORM 320-PROPOSE-ONE-LINE
            END-PERFORM
            IF WS-CURRENT-SUPPLIER NOT = SPACES
               PERFORM 330-WRITE-PO-TOTAL
            END-IF.

       310-START-PURCHASE-ORDER.

            MOVE SGE-SUPPLIER (SG-IDX) TO WS-CURRENT-SUPPLIER
            ADD 1 TO WS-HIGH-PO-SEQ
            MOVE "PO" TO WS-PO-PREFIX
            MOVE WS-HIGH-PO-SEQ TO WS-PO-SEQ
            MOVE WS-PO-NUMBER-WORK TO WS-CURRENT-PO
            ADD 1 TO WS-PO-COUNT
            MOVE 0 TO WS-LINE-NO
            MOVE 0 TO WS-PO-VALUE

            MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS
            MOVE SPACES TO WS-SUPPLIER-NAME
            MOVE 'Y' TO WS-SUPPLIER-ACTIVE-SWITCH
            MOVE "SUPPLIER NOT ON FILE" TO WS-SUPPLIER-NOTE
            PERFORM VARYING SU-IDX FROM 1 BY 1
                  UNTIL SU-IDX > WS-SUPPLIER-COUNT
               IF SUE-SUPPLIER (SU-IDX) = WS-CURRENT-SUPPLIER
                  MOVE SUE-LEAD-DAYS (SU-IDX) TO WS-LEAD-DAYS
                  MOVE SUE-NAME (SU-IDX) TO WS-SUPPLIER-NAME
                  MOVE SPACES TO WS-SUPPLIER-NOTE
                  IF SUE-STATUS (SU-IDX) NOT = "A"
                        AND SUE-STATUS (SU-IDX) NOT = SPACE
                     MOVE 'N' TO WS-SUPPLIER-ACTIVE-SWITCH
                     MOVE "SUPPLIER NOT ACTIVE - NOT SENT"
                        TO WS-SUPPLIER-NOTE
                  END-IF
                  EXIT PERFORM
               END-IF
            END-PERFORM
            COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                + WS-LEAD-DAYS)

            MOVE WS-CURRENT-PO TO PH-PO-NUMBER
            MOVE WS-CURRENT-SUPPLIER TO PH-SUPPLIER
            MOVE WS-SUPPLIER-NAME TO PH-SUPPLIER-NAME
            MOVE WS-DUE-DATE TO PH-DUE-DATE
            MOVE WS-SUPPLIER-NOTE TO PH-NOTE
            IF WS-PAGE-LINE-COUNT + 4 > WS-PAGE-LINES-PER-PAGE
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            WRITE REPORT-LINE FROM PO-HEADING-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            WRITE REPORT-LINE FROM PO-COLUMN-HEADING
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       320-PROPOSE-ONE-LINE.

            ADD 1 TO WS-LINE-NO
            ADD 1 TO WS-LINES-PROPOSED
            COMPUTE WS-LINE-VALUE ROUNDED =
               SGE-EACHES (SG-IDX) * SGE-UNIT-COST (SG-IDX)
            ADD WS-LINE-VALUE TO WS-PO-VALUE
            ADD WS-LINE-VALUE TO WS-PROPOSED-VALUE

            MOVE WS-LINE-NO TO PD-LINE-NO
            MOVE SGE-ITEM-ID (SG-IDX) TO PD-ITEM-ID
            MOVE SGE-DESCRIPTION (SG-IDX) TO PD-DESCRIPTION
            MOVE SGE-ON-HAND (SG-IDX) TO PD-ON-HAND
            MOVE SGE-ON-ORDER (SG-IDX) TO PD-ON-ORDER
            MOVE SGE-REORDER-POINT (SG-IDX) TO PD-POINT
            MOVE SGE-CASES (SG-IDX) TO PD-CASES
            MOVE SGE-EACHES (SG-IDX) TO PD-EACHES
            MOVE SGE-UNIT-COST (SG-IDX) TO PD-UNIT-COST
            MOVE WS-LINE-VALUE TO PD-EXTENDED

            IF SGE-APPROVED (SG-IDX) = 'Y' AND SUPPLIER-IS-ACTIVE
                  AND TRANS-FILE-IS-OPEN
               MOVE "ADDED" TO PD-APPROVED
               MOVE "ADD" TO PT-ACTION
               MOVE WS-CURRENT-PO TO PT-PO-NUMBER
               MOVE WS-LINE-NO TO PT-LINE-NO
               MOVE WS-CURRENT-SUPPLIER TO PT-SUPPLIER
               MOVE SGE-ITEM-ID (SG-IDX) TO PT-ITEM-ID
               MOVE SGE-EACHES (SG-IDX) TO PT-QTY-ORDERED
               MOVE SGE-UNIT-COST (SG-IDX) TO PT-UNIT-COST
               MOVE WS-DUE-DATE TO PT-DUE-DATE
               WRITE PO-TRANS-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               ADD 1 TO WS-LINES-WRITTEN
               ADD WS-LINE-VALUE TO WS-APPROVED-VALUE
            ELSE
               IF SGE-APPROVED (SG-IDX) = 'Y'
                  MOVE "HELD" TO PD-APPROVED
               ELSE
                  MOVE "NO" TO PD-APPROVED
               END-IF
               ADD 1 TO WS-LINES-HELD
            END-IF

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
               WRITE REPORT-LINE FROM PO-COLUMN-HEADING
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-IF
            WRITE REPORT-LINE FROM PO-DETAIL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       330-WRITE-PO-TOTAL.

            MOVE WS-PO-VALUE TO PTL-VALUE
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM PO-TOTAL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       800-WRITE-REPORT-TOTALS.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            MOVE 0 TO RT-AMOUNT
            MOVE "ITEMS READ" TO RT-CAPTION
            MOVE WS-ITEMS-READ TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "ITEMS COVERED BY OPEN PO QUANTITY" TO RT-CAPTION
            MOVE WS-ITEMS-COVERED TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "PURCHASE ORDERS PROPOSED" TO RT-CAPTION
            MOVE WS-PO-COUNT TO RT-COUNT
            MOVE WS-PROPOSED-VALUE TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "LINES PROPOSED" TO RT-CAPTION
            MOVE WS-LINES-PROPOSED TO RT-COUNT
            MOVE 0 TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "APPROVED LINES WRITTEN TO POTRAN" TO RT-CAPTION
            MOVE WS-LINES-WRITTEN TO RT-COUNT
            MOVE WS-APPROVED-VALUE TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "LINES AWAITING APPROVAL OR HELD" TO RT-CAPTION
            MOVE WS-LINES-HELD TO RT-COUNT
            MOVE 0 TO RT-AMOUNT
            PERFORM 870-WRITE-TOTAL-LINE.

       810-WRITE-REPORT-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER
            MOVE WS-TODAY-DATE TO RH1-RUN-DATE
            IF WS-PAGE-NUMBER = 1
               WRITE REPORT-LINE FROM REPORT-HEADING-1
            ELSE
               WRITE REPORT-LINE FROM REPORT-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            MOVE 0 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       870-WRITE-TOTAL-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

       900-CLOSE-FILES.

            IF TRANS-FILE-IS-OPEN
               CLOSE PO-TRANS-FILE
            END-IF
            CLOSE PROPOSAL-REPORT-FILE.

           COPY EXCPLOG.
           COPY SEALTBL.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM PO-GENERATION.
