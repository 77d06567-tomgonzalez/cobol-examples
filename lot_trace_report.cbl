      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Lot trace report. For the lot named in LOT_TRACE_LOT
      *           (optionally narrowed to one item by LOT_TRACE_ITEM)
      *           lists every movement INVENTORY-BALANCE-UPDATE has
      *           logged for it on LOTHIST.DAT, then every customer
      *           invoice the lot shipped on - invoice, date, customer
      *           and eaches, from INVHDR.DAT and CUSTMAST.DAT - and
      *           finally where any of the lot is still on hand per
      *           INVLOT.DAT. This is the list a recall is worked
      *           from. Report to LOTTRACE.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-TRACE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-HISTORY-FILE ASSIGN TO "LOTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT LOT-BALANCE-FILE ASSIGN TO "INVLOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT INVOICE-HEADER-FILE ASSIGN TO "INVHDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEADER-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT TRACE-REPORT-FILE ASSIGN TO "LOTTRACE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
      * Quantity is signed: + into the lot, - out of it.
       FD  LOT-HISTORY-FILE.
       01  LOT-HISTORY-RECORD.
           05  LH-ACTIVITY-DATE    PIC 9(8).
           05  LH-TRANS-TYPE       PIC X.
           05  LH-ITEM-ID          PIC X(6).
           05  LH-LOCATION         PIC X(3).
           05  LH-LOT-NUMBER       PIC X(10).
           05  LH-QUANTITY         PIC S9(7) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  LH-REFERENCE        PIC X(6).

       FD  LOT-BALANCE-FILE.
       01  LOT-BALANCE-RECORD.
           05  LT-ITEM-ID          PIC X(6).
           05  LT-LOCATION         PIC X(3).
           05  LT-LOT-NUMBER       PIC X(10).
           05  LT-EXPIRATION-DATE  PIC 9(8).
           05  LT-ON-HAND-EACHES   PIC S9(7) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

       FD  INVOICE-HEADER-FILE.
       01  INVOICE-HEADER-RECORD.
           05  IH-INVOICE-ID       PIC X(6).
           05  IH-CUSTOMER-ID      PIC X(6).
           05  IH-INVOICE-DATE     PIC 9(8).
           05  IH-TERMS-CODE       PIC X(9).
           05  IH-DOCUMENT-TYPE    PIC X.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CU-CUSTOMER-ID      PIC X(6).
           05  CU-CUSTOMER-NAME    PIC X(25).
           05  CU-TERMS-CODE       PIC X(9).
           05  CU-CREDIT-LIMIT     PIC 9(9)V9(2).
           05  CU-CREDIT-STATUS    PIC X.
           05  CU-FC-EXEMPT        PIC X.

       FD  TRACE-REPORT-FILE.
       01  REPORT-LINE             PIC X(96).

           COPY RUNHFD.

       WORKING-STORAGE SECTION.
           COPY RUNSTWS.

      * Report pagination - see copybooks/PAGCTL.cpy/PAGWS.cpy.
           COPY PAGWS.
       01  WS-HISTORY-FILE-STATUS  PIC XX.
       01  WS-LOT-FILE-STATUS      PIC XX.
       01  WS-HEADER-FILE-STATUS   PIC XX.
       01  WS-CUSTOMER-FILE-STATUS PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TRACE-LOT            PIC X(10).
       01  WS-TRACE-ITEM           PIC X(6).

       01  WS-HEADER-COUNT-MAX     PIC 9(4) VALUE 2000.
       01  WS-HEADER-COUNT         PIC 9(4) VALUE 0.
       01  INVOICE-HEADER-TABLE.
           05  INVOICE-HEADER-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY IH-IDX.
               10  IHE-INVOICE-ID      PIC X(6).
               10  IHE-CUSTOMER-ID     PIC X(6).
               10  IHE-INVOICE-DATE    PIC 9(8).

       01  WS-CUSTOMER-COUNT-MAX   PIC 9(4) VALUE 1000.
       01  WS-CUSTOMER-COUNT       PIC 9(4) VALUE 0.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY CU-IDX.
               10  CUE-CUSTOMER-ID     PIC X(6).
               10  CUE-CUSTOMER-NAME   PIC X(25).

      * One entry per invoice the lot shipped on, in first-shipped
      * order; eaches are netted if the same invoice drew it twice.
       01  WS-SHIPMENT-COUNT-MAX   PIC 9(4) VALUE 1000.
       01  WS-SHIPMENT-COUNT       PIC 9(4) VALUE 0.
       01  SHIPMENT-TABLE.
           05  SHIPMENT-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY SH-IDX.
               10  SHE-INVOICE-ID      PIC X(6).
               10  SHE-ITEM-ID         PIC X(6).
               10  SHE-SHIP-DATE       PIC 9(8).
               10  SHE-EACHES          PIC 9(7).

       01  WS-CUSTOMER-ID          PIC X(6).
       01  WS-CUSTOMER-NAME        PIC X(25).
       01  WS-INVOICE-DATE         PIC 9(8).
       01  WS-TYPE-NAME            PIC X(12).

       01  WS-MOVEMENT-COUNT       PIC 9(5) VALUE 0.
       01  WS-RECEIVED-EACHES      PIC S9(9) VALUE 0.
       01  WS-SHIPPED-EACHES       PIC 9(9) VALUE 0.
       01  WS-ON-HAND-EACHES       PIC 9(9) VALUE 0.
       01  WS-ON-HAND-COUNT        PIC 9(5) VALUE 0.

       01  REPORT-HEADING-1.
           05  FILLER          PIC X(16) VALUE "LOT TRACE - LOT ".
           05  RH1-LOT-NUMBER  PIC X(10).
           05  FILLER          PIC X(7)  VALUE "  ITEM ".
           05  RH1-ITEM-ID     PIC X(6).
           05  FILLER          PIC X(16) VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "AS OF ".
           05  RH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH1-PAGE-NUMBER PIC ZZ9.
       01  REPORT-SECTION-LINE.
           05  RS-CAPTION      PIC X(40).
       01  REPORT-MOVEMENT-HEADING.
           05  FILLER          PIC X(10) VALUE "DATE".
           05  FILLER          PIC X(14) VALUE "MOVEMENT".
           05  FILLER          PIC X(8)  VALUE "ITEM".
           05  FILLER          PIC X(5)  VALUE "LOC".
           05  FILLER          PIC X(12) VALUE "    QUANTITY".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "REFERENCE".
       01  REPORT-MOVEMENT-LINE.
           05  RM-DATE         PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RM-TYPE-NAME    PIC X(12).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RM-ITEM-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RM-LOCATION     PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RM-QUANTITY     PIC Z,ZZZ,ZZ9-.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RM-REFERENCE    PIC X(6).
       01  REPORT-SHIPMENT-HEADING.
           05  FILLER          PIC X(9)  VALUE "INVOICE".
           05  FILLER          PIC X(10) VALUE "INV DATE".
           05  FILLER          PIC X(8)  VALUE "CUSTOMER".
           05  FILLER          PIC X(29) VALUE "  NAME".
           05  FILLER          PIC X(8)  VALUE "ITEM".
           05  FILLER          PIC X(10) VALUE "SHIPPED".
           05  FILLER          PIC X(9)  VALUE "   EACHES".
       01  REPORT-SHIPMENT-LINE.
           05  RP-INVOICE-ID   PIC X(6).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RP-INVOICE-DATE PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RP-CUSTOMER-ID  PIC X(6).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RP-CUSTOMER-NAME
                               PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RP-ITEM-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RP-SHIP-DATE    PIC 9(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RP-EACHES       PIC Z,ZZZ,ZZ9.
       01  REPORT-ON-HAND-HEADING.
           05  FILLER          PIC X(8)  VALUE "ITEM".
           05  FILLER          PIC X(5)  VALUE "LOC".
           05  FILLER          PIC X(10) VALUE "EXPIRES".
           05  FILLER          PIC X(12) VALUE "     ON HAND".
       01  REPORT-ON-HAND-LINE.
           05  RO-ITEM-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RO-LOCATION     PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RO-EXPIRATION   PIC 9(8).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RO-ON-HAND      PIC Z,ZZZ,ZZ9.
       01  REPORT-TOTAL-LINE.
           05  RT-CAPTION      PIC X(30).
           05  RT-VALUE        PIC ZZZ,ZZZ,ZZ9-.
       01  REPORT-NONE-LINE.
           05  RN-CAPTION      PIC X(40).
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            MOVE "LOT-TRACE-REPORT" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START
            PERFORM 020-GET-TRACE-LOT

            OPEN OUTPUT TRACE-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: LOTTRACE.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 060-LOAD-INVOICE-HEADERS
            PERFORM 065-LOAD-CUSTOMERS
            PERFORM 810-WRITE-REPORT-HEADER
            PERFORM 100-LIST-MOVEMENTS
            PERFORM 200-LIST-SHIPMENTS
            PERFORM 300-LIST-ON-HAND
            CLOSE TRACE-REPORT-FILE

            DISPLAY "LOT TRACE: LOT ", WS-TRACE-LOT, " - ",
               WS-MOVEMENT-COUNT, " MOVEMENT(S), SHIPPED ON ",
               WS-SHIPMENT-COUNT, " INVOICE(S)."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * The lot is required - there is no sensible "all lots" trace.
       020-GET-TRACE-LOT.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
            MOVE SPACES TO WS-TRACE-LOT WS-TRACE-ITEM
            DISPLAY "LOT_TRACE_LOT" UPON ENVIRONMENT-NAME
            ACCEPT WS-TRACE-LOT FROM ENVIRONMENT-VALUE
            DISPLAY "LOT_TRACE_ITEM" UPON ENVIRONMENT-NAME
            ACCEPT WS-TRACE-ITEM FROM ENVIRONMENT-VALUE
            IF WS-TRACE-LOT = SPACES
               DISPLAY "ERROR: LOT_TRACE_LOT NOT SET - NOTHING TO TRACE"
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF.

      * Not fatal if missing - shipments print without customer.
       060-LOAD-INVOICE-HEADERS.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT INVOICE-HEADER-FILE
            IF WS-HEADER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO INVHDR.DAT - SHIPMENTS LISTED "
                  "WITHOUT CUSTOMER"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ INVOICE-HEADER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-HEADER-COUNT < WS-HEADER-COUNT-MAX
                        ADD 1 TO WS-HEADER-COUNT
                        MOVE IH-INVOICE-ID TO
                           IHE-INVOICE-ID (WS-HEADER-COUNT)
                        MOVE IH-CUSTOMER-ID TO
                           IHE-CUSTOMER-ID (WS-HEADER-COUNT)
                        MOVE IH-INVOICE-DATE TO
                           IHE-INVOICE-DATE (WS-HEADER-COUNT)
                     END-IF
               END-READ
            END-PERFORM
            IF WS-HEADER-FILE-STATUS = "10"
               CLOSE INVOICE-HEADER-FILE
            END-IF.

       065-LOAD-CUSTOMERS.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT CUSTOMER-MASTER-FILE
            IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ CUSTOMER-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-CUSTOMER-COUNT < WS-CUSTOMER-COUNT-MAX
                        ADD 1 TO WS-CUSTOMER-COUNT
                        MOVE CU-CUSTOMER-ID TO
                           CUE-CUSTOMER-ID (WS-CUSTOMER-COUNT)
                        MOVE CU-CUSTOMER-NAME TO
                           CUE-CUSTOMER-NAME (WS-CUSTOMER-COUNT)
                     END-IF
               END-READ
            END-PERFORM
            IF WS-CUSTOMER-FILE-STATUS = "10"
               CLOSE CUSTOMER-MASTER-FILE
            END-IF.

       100-LIST-MOVEMENTS.

            MOVE "MOVEMENT HISTORY" TO RS-CAPTION
            WRITE REPORT-LINE FROM REPORT-SECTION-LINE
            WRITE REPORT-LINE FROM REPORT-MOVEMENT-HEADING
            ADD 2 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT LOT-HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "NOTICE: LOTHIST.DAT NOT FOUND, STATUS = ",
                  WS-HISTORY-FILE-STATUS, " - NO LOT MOVEMENTS"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ LOT-HISTORY-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF LH-LOT-NUMBER = WS-TRACE-LOT
                           AND (WS-TRACE-ITEM = SPACES
                              OR LH-ITEM-ID = WS-TRACE-ITEM)
                        PERFORM 110-WRITE-MOVEMENT
                     END-IF
               END-READ
            END-PERFORM
            IF WS-HISTORY-FILE-STATUS = "10"
               CLOSE LOT-HISTORY-FILE
            END-IF
            IF WS-MOVEMENT-COUNT = 0
               MOVE "NO MOVEMENTS LOGGED FOR THIS LOT" TO RN-CAPTION
               WRITE REPORT-LINE FROM REPORT-NONE-LINE
               ADD 1 TO WS-PAGE-LINE-COUNT
            ELSE
               MOVE "TOTAL RECEIVED INTO LOT" TO RT-CAPTION
               MOVE WS-RECEIVED-EACHES TO RT-VALUE
               WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               ADD 1 TO WS-PAGE-LINE-COUNT
            END-IF.

       110-WRITE-MOVEMENT.

            ADD 1 TO WS-MOVEMENT-COUNT
            EVALUATE LH-TRANS-TYPE
               WHEN "R"
                  MOVE "RECEIPT" TO WS-TYPE-NAME
                  ADD LH-QUANTITY TO WS-RECEIVED-EACHES
               WHEN "I"
                  MOVE "SHIPMENT" TO WS-TYPE-NAME
                  IF LH-REFERENCE NOT = SPACES
                     PERFORM 120-RECORD-SHIPMENT
                  END-IF
               WHEN "T"
                  MOVE "TRANSFER" TO WS-TYPE-NAME
               WHEN "A"
                  MOVE "ADJUSTMENT" TO WS-TYPE-NAME
               WHEN "K"
                  MOVE "KIT ASSEMBLY" TO WS-TYPE-NAME
               WHEN "D"
                  MOVE "DISASSEMBLY" TO WS-TYPE-NAME
               WHEN OTHER
                  MOVE LH-TRANS-TYPE TO WS-TYPE-NAME
            END-EVALUATE
            MOVE LH-ACTIVITY-DATE TO RM-DATE
            MOVE WS-TYPE-NAME TO RM-TYPE-NAME
            MOVE LH-ITEM-ID TO RM-ITEM-ID
            MOVE LH-LOCATION TO RM-LOCATION
            MOVE LH-QUANTITY TO RM-QUANTITY
            MOVE LH-REFERENCE TO RM-REFERENCE
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
               WRITE REPORT-LINE FROM REPORT-MOVEMENT-HEADING
               ADD 1 TO WS-PAGE-LINE-COUNT
            END-IF
            WRITE REPORT-LINE FROM REPORT-MOVEMENT-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

      * An issue's reference is the invoice it shipped on.
       120-RECORD-SHIPMENT.

            PERFORM VARYING SH-IDX FROM 1 BY 1
                  UNTIL SH-IDX > WS-SHIPMENT-COUNT
               IF SHE-INVOICE-ID (SH-IDX) = LH-REFERENCE
                     AND SHE-ITEM-ID (SH-IDX) = LH-ITEM-ID
                  SUBTRACT LH-QUANTITY FROM SHE-EACHES (SH-IDX)
                  SUBTRACT LH-QUANTITY FROM WS-SHIPPED-EACHES
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-SHIPMENT-COUNT >= WS-SHIPMENT-COUNT-MAX
               DISPLAY "WARNING: SHIPMENT TABLE FULL, INVOICE ",
                  LH-REFERENCE, " NOT LISTED"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-SHIPMENT-COUNT
            SET SH-IDX TO WS-SHIPMENT-COUNT
            MOVE LH-REFERENCE TO SHE-INVOICE-ID (SH-IDX)
            MOVE LH-ITEM-ID TO SHE-ITEM-ID (SH-IDX)
            MOVE LH-ACTIVITY-DATE TO SHE-SHIP-DATE (SH-IDX)
            COMPUTE SHE-EACHES (SH-IDX) = 0 - LH-QUANTITY
            SUBTRACT LH-QUANTITY FROM WS-SHIPPED-EACHES.

       200-LIST-SHIPMENTS.

            IF WS-PAGE-LINE-COUNT + 4 > WS-PAGE-LINES-PER-PAGE
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            MOVE "CUSTOMER INVOICES SHIPPED FROM THIS LOT" TO RS-CAPTION
            WRITE REPORT-LINE FROM REPORT-SECTION-LINE
            WRITE REPORT-LINE FROM REPORT-SHIPMENT-HEADING
            ADD 3 TO WS-PAGE-LINE-COUNT
            IF WS-SHIPMENT-COUNT = 0
               MOVE "LOT HAS NOT SHIPPED ON ANY INVOICE" TO RN-CAPTION
               WRITE REPORT-LINE FROM REPORT-NONE-LINE
               ADD 1 TO WS-PAGE-LINE-COUNT
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING SH-IDX FROM 1 BY 1
                  UNTIL SH-IDX > WS-SHIPMENT-COUNT
               PERFORM 210-WRITE-SHIPMENT
            END-PERFORM
            MOVE "TOTAL SHIPPED TO CUSTOMERS" TO RT-CAPTION
            MOVE WS-SHIPPED-EACHES TO RT-VALUE
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
            ADD 1 TO WS-PAGE-LINE-COUNT.

       210-WRITE-SHIPMENT.

            MOVE SPACES TO WS-CUSTOMER-ID
            MOVE "** INVOICE NOT ON FILE **" TO WS-CUSTOMER-NAME
            MOVE 0 TO WS-INVOICE-DATE
            PERFORM VARYING IH-IDX FROM 1 BY 1
                  UNTIL IH-IDX > WS-HEADER-COUNT
               IF IHE-INVOICE-ID (IH-IDX) = SHE-INVOICE-ID (SH-IDX)
                  MOVE IHE-CUSTOMER-ID (IH-IDX) TO WS-CUSTOMER-ID
                  MOVE IHE-INVOICE-DATE (IH-IDX) TO WS-INVOICE-DATE
                  MOVE SPACES TO WS-CUSTOMER-NAME
                  EXIT PERFORM
               END-IF
            END-PERFORM
            IF WS-CUSTOMER-ID NOT = SPACES
               PERFORM VARYING CU-IDX FROM 1 BY 1
                     UNTIL CU-IDX > WS-CUSTOMER-COUNT
                  IF CUE-CUSTOMER-ID (CU-IDX) = WS-CUSTOMER-ID
                     MOVE CUE-CUSTOMER-NAME (CU-IDX) TO
                        WS-CUSTOMER-NAME
                     EXIT PERFORM
                  END-IF
               END-PERFORM
            END-IF
            MOVE SHE-INVOICE-ID (SH-IDX) TO RP-INVOICE-ID
            MOVE WS-INVOICE-DATE TO RP-INVOICE-DATE
            MOVE WS-CUSTOMER-ID TO RP-CUSTOMER-ID
            MOVE WS-CUSTOMER-NAME TO RP-CUSTOMER-NAME
            MOVE SHE-ITEM-ID (SH-IDX) TO RP-ITEM-ID
            MOVE SHE-SHIP-DATE (SH-IDX) TO RP-SHIP-DATE
            MOVE SHE-EACHES (SH-IDX) TO RP-EACHES
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
               WRITE REPORT-LINE FROM REPORT-SHIPMENT-HEADING
               ADD 1 TO WS-PAGE-LINE-COUNT
            END-IF
            WRITE REPORT-LINE FROM REPORT-SHIPMENT-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

       300-LIST-ON-HAND.

            IF WS-PAGE-LINE-COUNT + 4 > WS-PAGE-LINES-PER-PAGE
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            MOVE "STILL ON HAND" TO RS-CAPTION
            WRITE REPORT-LINE FROM REPORT-SECTION-LINE
            WRITE REPORT-LINE FROM REPORT-ON-HAND-HEADING
            ADD 3 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT LOT-BALANCE-FILE
            IF WS-LOT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ LOT-BALANCE-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF LT-LOT-NUMBER = WS-TRACE-LOT
                           AND LT-ON-HAND-EACHES > 0
                           AND (WS-TRACE-ITEM = SPACES
                              OR LT-ITEM-ID = WS-TRACE-ITEM)
                        PERFORM 310-WRITE-ON-HAND
                     END-IF
               END-READ
            END-PERFORM
            IF WS-LOT-FILE-STATUS = "10"
               CLOSE LOT-BALANCE-FILE
            END-IF
            IF WS-ON-HAND-COUNT = 0
               MOVE "NONE OF THIS LOT REMAINS ON HAND" TO RN-CAPTION
               WRITE REPORT-LINE FROM REPORT-NONE-LINE
            ELSE
               MOVE "TOTAL STILL ON HAND" TO RT-CAPTION
               MOVE WS-ON-HAND-EACHES TO RT-VALUE
               WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
            END-IF.

       310-WRITE-ON-HAND.

            ADD 1 TO WS-ON-HAND-COUNT
            ADD LT-ON-HAND-EACHES TO WS-ON-HAND-EACHES
            MOVE LT-ITEM-ID TO RO-ITEM-ID
            MOVE LT-LOCATION TO RO-LOCATION
            MOVE LT-EXPIRATION-DATE TO RO-EXPIRATION
            MOVE LT-ON-HAND-EACHES TO RO-ON-HAND
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
               WRITE REPORT-LINE FROM REPORT-ON-HAND-HEADING
               ADD 1 TO WS-PAGE-LINE-COUNT
            END-IF
            WRITE REPORT-LINE FROM REPORT-ON-HAND-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

       810-WRITE-REPORT-HEADER.

            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO RH1-PAGE-NUMBER
            MOVE WS-TRACE-LOT TO RH1-LOT-NUMBER
            IF WS-TRACE-ITEM = SPACES
               MOVE "ALL" TO RH1-ITEM-ID
            ELSE
               MOVE WS-TRACE-ITEM TO RH1-ITEM-ID
            END-IF
            MOVE WS-TODAY-DATE TO RH1-RUN-DATE
            IF WS-PAGE-NUMBER = 1
               WRITE REPORT-LINE FROM REPORT-HEADING-1
            ELSE
               WRITE REPORT-LINE FROM REPORT-HEADING-1
                  AFTER ADVANCING PAGE
            END-IF
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            MOVE 2 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM LOT-TRACE-REPORT.
