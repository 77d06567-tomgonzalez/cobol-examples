      *           and appends the approved ones onto INVTRAN.DAT so
      *           the balance master is only ever corrected through
      *           the normal transaction path, never edited by hand.
      *           Lot-tracked stock counts by lot: a sheet naming a
      *           lot is reconciled against that lot's balance on
      *           INVLOT.DAT, a sheet with no lot against the item's
      *           untracked stock (on-hand less every lot at the
      *           location), and the adjustment carries the lot so
      *           INVENTORY-BALANCE-UPDATE corrects the lot itself.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

      * Per-lot balances under INVBAL.DAT.
           SELECT LOT-BALANCE-FILE ASSIGN TO "INVLOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT ADJUSTMENT-OUT-FILE ASSIGN TO "INVADJGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-OUT-STATUS.
      * Which warehouse this count sheet covers; spaces (every
      * pre-second-warehouse sheet) is the main warehouse, WH1.
           05  IC-LOCATION         PIC X(3).
      * The lot counted; spaces counts the stock held in no lot.
           05  IC-LOT-NUMBER       PIC X(10).

       FD  INVENTORY-BALANCE-FILE.
       01  INVENTORY-BALANCE-RECORD.
                                    SEPARATE CHARACTER.
           05  IB-LOCATION         PIC X(3).

       FD  LOT-BALANCE-FILE.
       01  LOT-BALANCE-RECORD.
           05  LT-ITEM-ID          PIC X(6).
           05  LT-LOCATION         PIC X(3).
           05  LT-LOT-NUMBER       PIC X(10).
           05  LT-EXPIRATION-DATE  PIC 9(8).
           05  LT-ON-HAND-EACHES   PIC S9(7) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05  IM-ITEM-ID          PIC X(6).
           05  AJ-TRANS-TYPE       PIC X.
           05  AJ-LOCATION         PIC X(3).
           05  AJ-TO-LOCATION      PIC X(3).
           05  AJ-REFERENCE        PIC X(6).
           05  AJ-LOT-NUMBER       PIC X(10).

       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-LINE           PIC X(96).
       01  WS-COUNT-FILE-STATUS    PIC XX.
       01  WS-BALANCE-FILE-STATUS  PIC XX.
       01  WS-ITEM-MASTER-STATUS   PIC XX.
       01  WS-LOT-FILE-STATUS      PIC XX.
       01  WS-ADJUSTMENT-OUT-STATUS PIC XX.
       01  WS-VAR-HISTORY-STATUS   PIC XX.
       01  WS-VAR-HISTORY-OPEN     PIC X VALUE 'N'.
           88  END-OF-BALANCES         VALUE 'Y'.
       01  WS-ITEM-MASTER-EOF      PIC X VALUE 'N'.
           88  END-OF-ITEM-MASTER      VALUE 'Y'.
       01  WS-LOT-EOF-SWITCH       PIC X VALUE 'N'.
           88  END-OF-LOTS             VALUE 'Y'.

       01  WS-BALANCE-COUNT-MAX    PIC 9(4) VALUE 1000.
       01  WS-BALANCE-COUNT        PIC 9(4) VALUE 0.
               10  IBE-LOCATION        PIC X(3).
               10  IBE-ON-HAND         PIC S9(7).

      * Lots at the location being counted.
       01  WS-LOT-COUNT-MAX        PIC 9(4) VALUE 2000.
       01  WS-LOT-COUNT            PIC 9(4) VALUE 0.
       01  LOT-BALANCE-TABLE.
           05  LOT-BALANCE-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY LB-IDX.
               10  LBE-ITEM-ID         PIC X(6).
               10  LBE-LOT-NUMBER      PIC X(10).
               10  LBE-ON-HAND         PIC S9(7).

       01  WS-ITEM-COUNT-MAX       PIC 9(3) VALUE 500.
       01  WS-ITEM-COUNT           PIC 9(3) VALUE 0.
       01  ITEM-MASTER-TABLE.
           05  VARIANCE-ENTRY OCCURS 500 TIMES
                                   INDEXED BY VA-IDX.
               10  VAE-ITEM-ID         PIC X(6).
               10  VAE-LOT-NUMBER      PIC X(10).
               10  VAE-COUNTED         PIC 9(7).
               10  VAE-ON-HAND         PIC S9(7).
               10  VAE-VARIANCE        PIC S9(7).

       01  WS-SWAP-ENTRY.
           05  WS-SWAP-ITEM-ID     PIC X(6).
           05  WS-SWAP-LOT-NUMBER  PIC X(10).
           05  WS-SWAP-COUNTED     PIC 9(7).
           05  WS-SWAP-ON-HAND     PIC S9(7).
           05  WS-SWAP-VARIANCE    PIC S9(7).
               "PHYSICAL COUNT VARIANCES - LARGEST DOLLARS FIRST".
       01  VARIANCE-HEADING-2.
           05  FILLER          PIC X(8)  VALUE "ITEM".
           05  FILLER          PIC X(12) VALUE "LOT".
           05  FILLER          PIC X(10) VALUE "COUNTED".
           05  FILLER          PIC X(10) VALUE "ON HAND".
           05  FILLER          PIC X(10) VALUE "VAR EA".
       01  VARIANCE-DETAIL-LINE.
           05  VD-ITEM-ID      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  VD-LOT-NUMBER   PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  VD-COUNTED      PIC ZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  VD-ON-HAND      PIC ZZZZZZ9-.
            END-IF
            PERFORM 060-LOAD-BALANCES
            PERFORM 065-LOAD-ITEM-MASTER
            PERFORM 068-LOAD-LOT-BALANCES

            PERFORM UNTIL END-OF-COUNTS
               READ COUNT-ENTRY-FILE
               CLOSE ITEM-MASTER-FILE
            END-IF.

      * Not fatal if missing - nothing is lot-tracked yet, and
      * every sheet counts untracked stock.
       068-LOAD-LOT-BALANCES.

            OPEN INPUT LOT-BALANCE-FILE
            IF WS-LOT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-LOT-EOF-SWITCH
            END-IF
            PERFORM UNTIL END-OF-LOTS
               READ LOT-BALANCE-FILE
                  AT END
                     MOVE 'Y' TO WS-LOT-EOF-SWITCH
                  NOT AT END
                     IF LT-LOCATION = SPACES
                        MOVE "WH1" TO LT-LOCATION
                     END-IF
                     IF LT-LOCATION = WS-COUNT-LOCATION
                        IF WS-LOT-COUNT < WS-LOT-COUNT-MAX
                           ADD 1 TO WS-LOT-COUNT
                           SET LB-IDX TO WS-LOT-COUNT
                           MOVE LT-ITEM-ID TO LBE-ITEM-ID (LB-IDX)
                           MOVE LT-LOT-NUMBER TO
                              LBE-LOT-NUMBER (LB-IDX)
                           MOVE LT-ON-HAND-EACHES TO
                              LBE-ON-HAND (LB-IDX)
                        ELSE
                           DISPLAY "WARNING: LOT TABLE FULL, "
                              "DROPPING LOT ", LT-LOT-NUMBER,
                              " OF ", LT-ITEM-ID
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            IF WS-LOT-FILE-STATUS = "10"
               CLOSE LOT-BALANCE-FILE
            END-IF.

      * Variance is counted minus perpetual; a non-zero variance
      * generates the signed adjustment that would bring the
      * perpetual to the count.
               END-IF
            END-PERFORM

      * The perpetual for a lot sheet is the lot; for an unlotted
      * sheet, what is left once every lot is taken out.
            IF IC-LOT-NUMBER NOT = SPACES
               MOVE 0 TO WS-ON-HAND
            END-IF
            PERFORM VARYING LB-IDX FROM 1 BY 1
                  UNTIL LB-IDX > WS-LOT-COUNT
               IF LBE-ITEM-ID (LB-IDX) = IC-ITEM-ID
                  IF IC-LOT-NUMBER = SPACES
                     SUBTRACT LBE-ON-HAND (LB-IDX) FROM WS-ON-HAND
                  ELSE
                     IF LBE-LOT-NUMBER (LB-IDX) = IC-LOT-NUMBER
                        MOVE LBE-ON-HAND (LB-IDX) TO WS-ON-HAND
                     END-IF
                  END-IF
               END-IF
            END-PERFORM

            MOVE 0 TO WS-EACHES-PER-CASE
            MOVE 0 TO WS-UNIT-COST
            PERFORM VARYING IM-IDX FROM 1 BY 1
            ADD 1 TO WS-VARIANCE-COUNT
            MOVE WS-VARIANCE-COUNT TO VA-IDX
            MOVE IC-ITEM-ID TO VAE-ITEM-ID (VA-IDX)
            MOVE IC-LOT-NUMBER TO VAE-LOT-NUMBER (VA-IDX)
            MOVE IC-COUNTED-EACHES TO VAE-COUNTED (VA-IDX)
            MOVE WS-ON-HAND TO VAE-ON-HAND (VA-IDX)
            COMPUTE VAE-VARIANCE (VA-IDX) =
               MOVE "A" TO AJ-TRANS-TYPE
               MOVE WS-COUNT-LOCATION TO AJ-LOCATION
               MOVE SPACES TO AJ-TO-LOCATION
               MOVE SPACES TO AJ-REFERENCE
               MOVE IC-LOT-NUMBER TO AJ-LOT-NUMBER
               WRITE ADJUSTMENT-OUT-RECORD
               ADD 1 TO WS-ADJUSTMENTS-WRITTEN
            END-IF.
            PERFORM VARYING VA-IDX FROM 1 BY 1
                  UNTIL VA-IDX > WS-VARIANCE-COUNT
               MOVE VAE-ITEM-ID (VA-IDX) TO VD-ITEM-ID
               MOVE VAE-LOT-NUMBER (VA-IDX) TO VD-LOT-NUMBER
               MOVE VAE-COUNTED (VA-IDX) TO VD-COUNTED
               MOVE VAE-ON-HAND (VA-IDX) TO VD-ON-HAND
               MOVE VAE-VARIANCE (VA-IDX) TO VD-VARIANCE
