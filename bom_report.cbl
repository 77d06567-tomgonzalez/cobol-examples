      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Bill of materials reports for the kit line. The
      *           where-used section lists every component on
      *           BOMMAST.DAT with each kit it goes into and the
      *           quantity per kit - what a buyer checks before
      *           dropping or substituting a part. The buildable
      *           section works each kit at each stock location on
      *           the perpetual balances (INVBAL.DAT, seal-checked
      *           the way REORDER-REPORT checks it): the kits the
      *           components on hand there would make, which is the
      *           smallest whole number of any component's on-hand
      *           over its quantity per, with the component that
      *           limits it named - the same test
      *           INVENTORY-BALANCE-UPDATE applies before it accepts
      *           a K assembly transaction. Printed to BOMRPT.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOM-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-OF-MATERIALS-FILE ASSIGN TO "BOMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-FILE-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

           SELECT INVENTORY-BALANCE-FILE ASSIGN TO "INVBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT BOM-REPORT-FILE ASSIGN TO "BOMRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  BILL-OF-MATERIALS-FILE.
       01  BILL-OF-MATERIALS-RECORD.
           05  BM-PARENT-ITEM      PIC X(6).
           05  BM-COMPONENT-ITEM   PIC X(6).
      * Eaches of the component in one each of the parent.
           05  BM-QTY-PER          PIC 9(5).

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

       FD  BOM-REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

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
       01  WS-BOM-FILE-STATUS      PIC XX.
       01  WS-ITEM-MASTER-STATUS   PIC XX.
       01  WS-BALANCE-FILE-STATUS  PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
      * Blank locations on old balance records are the main
      * warehouse, as in INVENTORY-BALANCE-UPDATE.
       01  WS-DEFAULT-LOCATION     PIC X(3) VALUE "WH1".

       01  WS-BOM-COUNT-MAX        PIC 9(4) VALUE 1000.
       01  WS-BOM-COUNT            PIC 9(4) VALUE 0.
       01  BOM-TABLE.
           05  BOM-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY BM-IDX.
               10  BME-PARENT-ITEM     PIC X(6).
               10  BME-COMPONENT-ITEM  PIC X(6).
               10  BME-QTY-PER         PIC 9(5).

       01  WS-ITEM-COUNT-MAX       PIC 9(3) VALUE 500.
       01  WS-ITEM-COUNT           PIC 9(3) VALUE 0.
       01  ITEM-MASTER-TABLE.
           05  ITEM-MASTER-ENTRY OCCURS 500 TIMES
                                   INDEXED BY IM-IDX.
               10  IME-ITEM-ID         PIC X(6).
               10  IME-DESCRIPTION     PIC X(25).

       01  WS-BALANCE-COUNT-MAX    PIC 9(4) VALUE 1000.
       01  WS-BALANCE-COUNT        PIC 9(4) VALUE 0.
       01  ITEM-BALANCE-TABLE.
           05  ITEM-BALANCE-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY IB-IDX.
               10  IBE-ITEM-ID         PIC X(6).
               10  IBE-LOCATION        PIC X(3).
               10  IBE-ON-HAND         PIC S9(7).

      * Every location on the balance file, in first-seen order.
       01  WS-LOCATION-COUNT-MAX   PIC 9(3) VALUE 50.
       01  WS-LOCATION-COUNT       PIC 9(3) VALUE 0.
       01  LOCATION-TABLE.
           05  LOCATION-ENTRY OCCURS 50 TIMES
                                   INDEXED BY LC-IDX.
               10  LCE-LOCATION        PIC X(3).

      * Sort scratch - a BOM-ENTRY is 17 bytes.
       01  WS-OUTER-SUB            PIC 9(4).
       01  WS-INNER-SUB            PIC 9(4).
       01  WS-SWAP-AREA            PIC X(17).

       01  WS-CURRENT-ITEM         PIC X(6).
       01  WS-LOOKUP-ITEM          PIC X(6).
       01  WS-LOOKUP-LOCATION      PIC X(3).
       01  WS-LOOKUP-ON-HAND       PIC S9(7).
       01  WS-DESCRIPTION          PIC X(25).
       01  WS-PARENT-START         PIC 9(4).
       01  WS-PARENT-END           PIC 9(4).
       01  WS-COMPONENT-BUILDS     PIC 9(7).
       01  WS-BUILDABLE            PIC 9(7).
       01  WS-LIMITING-ITEM        PIC X(6).

       01  WS-COMPONENT-COUNT      PIC 9(5) VALUE 0.
       01  WS-KIT-COUNT            PIC 9(5) VALUE 0.
       01  WS-BUILDABLE-LINES      PIC 9(5) VALUE 0.

       01  REPORT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "BILL OF MATERIALS".
           05  FILLER          PIC X(9)  VALUE "RUN DATE ".
           05  RH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(35) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "PAGE ".
           05  RH1-PAGE-NUMBER PIC ZZ9.
       01  REPORT-HEADING-2.
           05  RH2-SECTION     PIC X(60).

       01  WHERE-USED-COLUMNS.
           05  FILLER          PIC X(8)  VALUE "ITEM".
           05  FILLER          PIC X(27) VALUE "DESCRIPTION".
           05  FILLER          PIC X(8)  VALUE "KIT".
           05  FILLER          PIC X(27) VALUE "DESCRIPTION".
           05  FILLER          PIC X(7)  VALUE "QTY PER".
       01  WHERE-USED-LINE.
           05  WU-COMPONENT    PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WU-COMPONENT-DESC PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WU-PARENT       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WU-PARENT-DESC  PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  WU-QTY-PER      PIC ZZ,ZZ9.

       01  BUILDABLE-COLUMNS.
           05  FILLER          PIC X(8)  VALUE "KIT".
           05  FILLER          PIC X(27) VALUE "DESCRIPTION".
           05  FILLER          PIC X(5)  VALUE "LOC".
           05  FILLER          PIC X(10) VALUE "   ON HAND".
           05  FILLER          PIC X(11) VALUE "  BUILDABLE".
           05  FILLER          PIC X(12) VALUE "  LIMITED BY".
       01  BUILDABLE-LINE.
           05  BL-PARENT       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BL-PARENT-DESC  PIC X(25).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BL-LOCATION     PIC X(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BL-ON-HAND      PIC ZZZZZZ9-.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  BL-BUILDABLE    PIC ZZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  BL-LIMITING     PIC X(6).

       01  REPORT-TOTAL-LINE.
           05  RT-CAPTION      PIC X(36).
           05  RT-COUNT        PIC Z,ZZZ,ZZ9.
       01  REPORT-BLANK-LINE   PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            MOVE "BOM-REPORT" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 010-RECORD-RUN-START
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

            OPEN OUTPUT BOM-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: BOMRPT.RPT OPEN FAILED, STATUS = ",
                  WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            PERFORM 050-LOAD-BILL-OF-MATERIALS
            IF WS-BOM-COUNT = 0
               DISPLAY "ERROR: NO BILL OF MATERIALS ON BOMMAST.DAT - "
                  "NOTHING TO REPORT"
               MOVE 1 TO RETURN-CODE
               CLOSE BOM-REPORT-FILE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            PERFORM 060-LOAD-ITEM-MASTER
            PERFORM 070-LOAD-BALANCES

            PERFORM 200-WRITE-WHERE-USED
            PERFORM 300-WRITE-BUILDABLE
            PERFORM 800-WRITE-REPORT-TOTALS
            CLOSE BOM-REPORT-FILE

            DISPLAY "BOM REPORT COMPLETE.  ", WS-COMPONENT-COUNT,
               " COMPONENT(S), ", WS-KIT-COUNT, " KIT(S), ",
               WS-BUILDABLE-LINES, " KIT/LOCATION LINE(S)."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * Lines with no quantity or naming their own parent are the
      * ones INVENTORY-BALANCE-UPDATE ignores - ignored here too.
       050-LOAD-BILL-OF-MATERIALS.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT BILL-OF-MATERIALS-FILE
            IF WS-BOM-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: BOMMAST.DAT OPEN FAILED, STATUS = ",
                  WS-BOM-FILE-STATUS
               EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ BILL-OF-MATERIALS-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     EVALUATE TRUE
                        WHEN BM-QTY-PER NOT NUMERIC
                              OR BM-QTY-PER = 0
                              OR BM-COMPONENT-ITEM = BM-PARENT-ITEM
                           DISPLAY "WARNING: BILL OF MATERIALS LINE "
                              BM-PARENT-ITEM, "/", BM-COMPONENT-ITEM,
                              " IGNORED - BAD QUANTITY OR COMPONENT"
                        WHEN WS-BOM-COUNT >= WS-BOM-COUNT-MAX
                           DISPLAY "WARNING: BILL OF MATERIALS TABLE "
                              "FULL, IGNORING ", BM-PARENT-ITEM, "/",
                              BM-COMPONENT-ITEM
                        WHEN OTHER
                           ADD 1 TO WS-BOM-COUNT
                           SET BM-IDX TO WS-BOM-COUNT
                           MOVE BM-PARENT-ITEM TO
                              BME-PARENT-ITEM (BM-IDX)
                           MOVE BM-COMPONENT-ITEM TO
                              BME-COMPONENT-ITEM (BM-IDX)
                           MOVE BM-QTY-PER TO BME-QTY-PER (BM-IDX)
                     END-EVALUATE
               END-READ
            END-PERFORM
            CLOSE BILL-OF-MATERIALS-FILE.

      * Descriptions only - a missing master leaves them blank.
       060-LOAD-ITEM-MASTER.

            MOVE 'N' TO WS-EOF-SWITCH
            OPEN INPUT ITEM-MASTER-FILE
            IF WS-ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "WARNING: ITEMMAST.DAT OPEN FAILED, STATUS = ",
                  WS-ITEM-MASTER-STATUS, " - NO DESCRIPTIONS"
               EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL END-OF-INPUT-FILE
               READ ITEM-MASTER-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     IF WS-ITEM-COUNT < WS-ITEM-COUNT-MAX
                        ADD 1 TO WS-ITEM-COUNT
                        SET IM-IDX TO WS-ITEM-COUNT
                        MOVE IM-ITEM-ID TO IME-ITEM-ID (IM-IDX)
                        MOVE IM-DESCRIPTION TO IME-DESCRIPTION (IM-IDX)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE ITEM-MASTER-FILE.

      * Same load and seal check as REORDER-REPORT - buildable
      * counts from balances the perpetual update never wrote would
      * send the kit line to build what is not there.
       070-LOAD-BALANCES.

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
                     PERFORM 075-SEAL-COUNT-BALANCE
                     IF WS-BALANCE-COUNT < WS-BALANCE-COUNT-MAX
                        ADD 1 TO WS-BALANCE-COUNT
                        SET IB-IDX TO WS-BALANCE-COUNT
                        MOVE IB-ITEM-ID TO IBE-ITEM-ID (IB-IDX)
                        MOVE IB-ON-HAND-EACHES TO IBE-ON-HAND (IB-IDX)
                        IF IB-LOCATION = SPACES
                           MOVE WS-DEFAULT-LOCATION TO
                              IBE-LOCATION (IB-IDX)
                        ELSE
                           MOVE IB-LOCATION TO IBE-LOCATION (IB-IDX)
                        END-IF
                        PERFORM 078-NOTE-LOCATION
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
                  "NO BOM REPORT"
               MOVE "INVBAL.DAT FAILS ITS SEAL - RUN REFUSED"
                  TO EL-MESSAGE
               MOVE "BOM-REPORT" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               CLOSE BOM-REPORT-FILE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

      * No balances at all still reports the main warehouse, all
      * zeros, rather than an empty section.
            IF WS-LOCATION-COUNT = 0
               MOVE 1 TO WS-LOCATION-COUNT
               MOVE WS-DEFAULT-LOCATION TO LCE-LOCATION (1)
            END-IF.

       075-SEAL-COUNT-BALANCE.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE IB-ITEM-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE IB-LOCATION TO WS-SEAL-KEY-STRING (7:3)
            MOVE IB-ON-HAND-EACHES TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

       078-NOTE-LOCATION.

            PERFORM VARYING LC-IDX FROM 1 BY 1
                  UNTIL LC-IDX > WS-LOCATION-COUNT
               IF LCE-LOCATION (LC-IDX) = IBE-LOCATION (IB-IDX)
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-LOCATION-COUNT < WS-LOCATION-COUNT-MAX
               ADD 1 TO WS-LOCATION-COUNT
               MOVE IBE-LOCATION (IB-IDX) TO
                  LCE-LOCATION (WS-LOCATION-COUNT)
            END-IF.

      * WS-LOOKUP-ITEM's description into WS-DESCRIPTION.
       090-FIND-DESCRIPTION.

            MOVE SPACES TO WS-DESCRIPTION
            PERFORM VARYING IM-IDX FROM 1 BY 1
                  UNTIL IM-IDX > WS-ITEM-COUNT
               IF IME-ITEM-ID (IM-IDX) = WS-LOOKUP-ITEM
                  MOVE IME-DESCRIPTION (IM-IDX) TO WS-DESCRIPTION
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * WS-LOOKUP-ITEM's on-hand at WS-LOOKUP-LOCATION, zero when
      * it has never been stocked there.
       092-FIND-ON-HAND.

            MOVE 0 TO WS-LOOKUP-ON-HAND
            PERFORM VARYING IB-IDX FROM 1 BY 1
                  UNTIL IB-IDX > WS-BALANCE-COUNT
               IF IBE-ITEM-ID (IB-IDX) = WS-LOOKUP-ITEM
                     AND IBE-LOCATION (IB-IDX) = WS-LOOKUP-LOCATION
                  MOVE IBE-ON-HAND (IB-IDX) TO WS-LOOKUP-ON-HAND
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * Component order, kits within each component.
       200-WRITE-WHERE-USED.

            PERFORM 210-SORT-BY-COMPONENT
            MOVE SPACES TO RH2-SECTION
            STRING "WHERE USED - EACH COMPONENT AND THE KITS IT GOES "
                   "INTO" DELIMITED BY SIZE
                   INTO RH2-SECTION
            PERFORM 810-WRITE-REPORT-HEADER
            WRITE REPORT-LINE FROM WHERE-USED-COLUMNS
            PERFORM 095-BUMP-PAGE-LINE-COUNT

            MOVE SPACES TO WS-CURRENT-ITEM
            PERFORM VARYING BM-IDX FROM 1 BY 1
                  UNTIL BM-IDX > WS-BOM-COUNT
               MOVE SPACES TO WU-COMPONENT
               MOVE SPACES TO WU-COMPONENT-DESC
               IF BME-COMPONENT-ITEM (BM-IDX) NOT = WS-CURRENT-ITEM
                  MOVE BME-COMPONENT-ITEM (BM-IDX) TO WS-CURRENT-ITEM
                  ADD 1 TO WS-COMPONENT-COUNT
                  MOVE WS-CURRENT-ITEM TO WU-COMPONENT
                  MOVE WS-CURRENT-ITEM TO WS-LOOKUP-ITEM
                  PERFORM 090-FIND-DESCRIPTION
                  MOVE WS-DESCRIPTION TO WU-COMPONENT-DESC
               END-IF
               MOVE BME-PARENT-ITEM (BM-IDX) TO WU-PARENT
               MOVE BME-PARENT-ITEM (BM-IDX) TO WS-LOOKUP-ITEM
               PERFORM 090-FIND-DESCRIPTION
               MOVE WS-DESCRIPTION TO WU-PARENT-DESC
               MOVE BME-QTY-PER (BM-IDX) TO WU-QTY-PER
               IF PAGE-BREAK-NEEDED
                  PERFORM 810-WRITE-REPORT-HEADER
                  WRITE REPORT-LINE FROM WHERE-USED-COLUMNS
                  PERFORM 095-BUMP-PAGE-LINE-COUNT
               END-IF
               WRITE REPORT-LINE FROM WHERE-USED-LINE
               PERFORM 095-BUMP-PAGE-LINE-COUNT
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            END-PERFORM.

       210-SORT-BY-COMPONENT.

            PERFORM VARYING WS-OUTER-SUB FROM 1 BY 1
                  UNTIL WS-OUTER-SUB >= WS-BOM-COUNT
               PERFORM VARYING WS-INNER-SUB FROM 1 BY 1
                     UNTIL WS-INNER-SUB > WS-BOM-COUNT - WS-OUTER-SUB
                  IF BME-COMPONENT-ITEM (WS-INNER-SUB) >
                        BME-COMPONENT-ITEM (WS-INNER-SUB + 1)
                     OR (BME-COMPONENT-ITEM (WS-INNER-SUB) =
                        BME-COMPONENT-ITEM (WS-INNER-SUB + 1)
                     AND BME-PARENT-ITEM (WS-INNER-SUB) >
                        BME-PARENT-ITEM (WS-INNER-SUB + 1))
                     PERFORM 290-SWAP-BOM-ENTRIES
                  END-IF
               END-PERFORM
            END-PERFORM.

       290-SWAP-BOM-ENTRIES.

            MOVE BOM-ENTRY (WS-INNER-SUB) TO WS-SWAP-AREA
            MOVE BOM-ENTRY (WS-INNER-SUB + 1) TO
               BOM-ENTRY (WS-INNER-SUB)
            MOVE WS-SWAP-AREA TO BOM-ENTRY (WS-INNER-SUB + 1).

      * Kit order; each kit's components sit together, so one
      * pass per kit per location finds its limiting component.
       300-WRITE-BUILDABLE.

            PERFORM 310-SORT-BY-PARENT
            MOVE SPACES TO RH2-SECTION
            STRING "BUILDABLE QUANTITY - KITS THE COMPONENTS ON HAND "
                   "WOULD MAKE" DELIMITED BY SIZE
                   INTO RH2-SECTION
            PERFORM 810-WRITE-REPORT-HEADER
            WRITE REPORT-LINE FROM BUILDABLE-COLUMNS
            PERFORM 095-BUMP-PAGE-LINE-COUNT

            MOVE 1 TO WS-PARENT-START
            PERFORM UNTIL WS-PARENT-START > WS-BOM-COUNT
               MOVE WS-PARENT-START TO WS-PARENT-END
               PERFORM UNTIL WS-PARENT-END >= WS-BOM-COUNT
                     OR BME-PARENT-ITEM (WS-PARENT-END + 1) NOT =
                        BME-PARENT-ITEM (WS-PARENT-START)
                  ADD 1 TO WS-PARENT-END
               END-PERFORM
               ADD 1 TO WS-KIT-COUNT
               PERFORM VARYING LC-IDX FROM 1 BY 1
                     UNTIL LC-IDX > WS-LOCATION-COUNT
                  PERFORM 320-WRITE-ONE-BUILDABLE
               END-PERFORM
               COMPUTE WS-PARENT-START = WS-PARENT-END + 1
            END-PERFORM.

       310-SORT-BY-PARENT.

            PERFORM VARYING WS-OUTER-SUB FROM 1 BY 1
                  UNTIL WS-OUTER-SUB >= WS-BOM-COUNT
               PERFORM VARYING WS-INNER-SUB FROM 1 BY 1
                     UNTIL WS-INNER-SUB > WS-BOM-COUNT - WS-OUTER-SUB
                  IF BME-PARENT-ITEM (WS-INNER-SUB) >
                        BME-PARENT-ITEM (WS-INNER-SUB + 1)
                     OR (BME-PARENT-ITEM (WS-INNER-SUB) =
                        BME-PARENT-ITEM (WS-INNER-SUB + 1)
                     AND BME-COMPONENT-ITEM (WS-INNER-SUB) >
                        BME-COMPONENT-ITEM (WS-INNER-SUB + 1))
                     PERFORM 290-SWAP-BOM-ENTRIES
                  END-IF
               END-PERFORM
            END-PERFORM.

      * The first component found short sets the limit; a later one
      * replaces it only when it makes strictly fewer kits.
       320-WRITE-ONE-BUILDABLE.

            MOVE LCE-LOCATION (LC-IDX) TO WS-LOOKUP-LOCATION
            MOVE SPACES TO WS-LIMITING-ITEM
            MOVE 9999999 TO WS-BUILDABLE
            PERFORM VARYING BM-IDX FROM WS-PARENT-START BY 1
                  UNTIL BM-IDX > WS-PARENT-END
               MOVE BME-COMPONENT-ITEM (BM-IDX) TO WS-LOOKUP-ITEM
               PERFORM 092-FIND-ON-HAND
               IF WS-LOOKUP-ON-HAND > 0
                  DIVIDE WS-LOOKUP-ON-HAND BY BME-QTY-PER (BM-IDX)
                     GIVING WS-COMPONENT-BUILDS
               ELSE
                  MOVE 0 TO WS-COMPONENT-BUILDS
               END-IF
               IF WS-COMPONENT-BUILDS < WS-BUILDABLE
                  MOVE WS-COMPONENT-BUILDS TO WS-BUILDABLE
                  MOVE WS-LOOKUP-ITEM TO WS-LIMITING-ITEM
               END-IF
            END-PERFORM

            MOVE BME-PARENT-ITEM (WS-PARENT-START) TO WS-LOOKUP-ITEM
            PERFORM 090-FIND-DESCRIPTION
            PERFORM 092-FIND-ON-HAND
            MOVE WS-LOOKUP-ITEM TO BL-PARENT
            MOVE WS-DESCRIPTION TO BL-PARENT-DESC
            MOVE WS-LOOKUP-LOCATION TO BL-LOCATION
            MOVE WS-LOOKUP-ON-HAND TO BL-ON-HAND
            MOVE WS-BUILDABLE TO BL-BUILDABLE
            MOVE WS-LIMITING-ITEM TO BL-LIMITING
            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
               WRITE REPORT-LINE FROM BUILDABLE-COLUMNS
               PERFORM 095-BUMP-PAGE-LINE-COUNT
            END-IF
            WRITE REPORT-LINE FROM BUILDABLE-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
            ADD 1 TO WS-BUILDABLE-LINES.

       800-WRITE-REPORT-TOTALS.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-BLANK-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT
            MOVE "BILL OF MATERIALS LINES" TO RT-CAPTION
            MOVE WS-BOM-COUNT TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "COMPONENTS" TO RT-CAPTION
            MOVE WS-COMPONENT-COUNT TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "KITS" TO RT-CAPTION
            MOVE WS-KIT-COUNT TO RT-COUNT
            PERFORM 870-WRITE-TOTAL-LINE
            MOVE "STOCK LOCATIONS" TO RT-CAPTION
            MOVE WS-LOCATION-COUNT TO RT-COUNT
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
            WRITE REPORT-LINE FROM REPORT-HEADING-2
            MOVE 2 TO WS-PAGE-LINE-COUNT
            MOVE 'N' TO WS-PAGE-BREAK-SWITCH.

       870-WRITE-TOTAL-LINE.

            IF PAGE-BREAK-NEEDED
               PERFORM 810-WRITE-REPORT-HEADER
            END-IF
            WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
            PERFORM 095-BUMP-PAGE-LINE-COUNT.

           COPY EXCPLOG.
           COPY SEALTBL.
           COPY RUNSTAT.
           COPY PAGCTL.
       END PROGRAM BOM-REPORT.
