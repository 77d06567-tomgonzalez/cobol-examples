      *           which items are overdue and the count-accuracy
      *           record by class from the VARHIST.DAT history
      *           PHYSICAL-COUNT-RECON keeps.
      *           A due item with stock in lots (INVLOT.DAT) gets a
      *           skeleton per lot on hand as well as the one for
      *           its untracked stock, so the counters count lot by
      *           lot.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

      * Per-lot balances - the lots a due item is counted in.
           SELECT LOT-BALANCE-FILE ASSIGN TO "INVLOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT VARIANCE-HISTORY-FILE ASSIGN TO "VARHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAR-HISTORY-STATUS.
           05  CW-COUNTER-INITIALS PIC X(3).
           05  CW-COUNT-DATE       PIC 9(8).
           05  CW-LOCATION         PIC X(3).
           05  CW-LOT-NUMBER       PIC X(10).

       FD  LOT-BALANCE-FILE.
       01  LOT-BALANCE-RECORD.
           05  LT-ITEM-ID          PIC X(6).
           05  LT-LOCATION         PIC X(3).
           05  LT-LOT-NUMBER       PIC X(10).
           05  LT-EXPIRATION-DATE  PIC 9(8).
           05  LT-ON-HAND-EACHES   PIC S9(7) SIGN IS TRAILING
                                    SEPARATE CHARACTER.

       FD  VARIANCE-HISTORY-FILE.
       01  VARIANCE-HISTORY-RECORD.
       01  WS-LOG-NEW-STATUS       PIC XX.
       01  WS-WORK-FILE-STATUS     PIC XX.
       01  WS-VAR-HISTORY-STATUS   PIC XX.
       01  WS-LOT-FILE-STATUS      PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
               10  CLE-ITEM-ID         PIC X(6).
               10  CLE-LAST-COUNT      PIC 9(8).

      * Main-warehouse lots on hand, keyed by item.
       01  WS-LOT-COUNT-MAX        PIC 9(4) VALUE 2000.
       01  WS-LOT-COUNT            PIC 9(4) VALUE 0.
       01  LOT-TABLE.
           05  LOT-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY LT-IDX.
               10  LTE-ITEM-ID         PIC X(6).
               10  LTE-LOT-NUMBER      PIC X(10).

      * Per-class accuracy tallies off the variance history.
       01  WS-CLASS-SUB            PIC 9.
       01  CLASS-ACCURACY-TABLE VALUE ZEROS.
            END-IF

            PERFORM 060-LOAD-CYCLE-LOG
            PERFORM 070-LOAD-LOTS
            PERFORM 100-SCHEDULE-ALL-ITEMS
            PERFORM 700-REPORT-CLASS-ACCURACY

               CLOSE CYCLE-LOG-FILE
            END-IF.

      * Not fatal if missing - no stock is in lots yet.
       070-LOAD-LOTS.

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
                     IF (LT-LOCATION = "WH1" OR LT-LOCATION = SPACES)
                           AND LT-ON-HAND-EACHES > 0
                           AND WS-LOT-COUNT < WS-LOT-COUNT-MAX
                        ADD 1 TO WS-LOT-COUNT
                        MOVE LT-ITEM-ID TO LTE-ITEM-ID (WS-LOT-COUNT)
                        MOVE LT-LOT-NUMBER TO
                           LTE-LOT-NUMBER (WS-LOT-COUNT)
                     END-IF
               END-READ
            END-PERFORM
            IF WS-LOT-FILE-STATUS = "10"
               CLOSE LOT-BALANCE-FILE
            END-IF.

      * One pass over the item master: class decides the interval
      * (A 30 days, B 90, C 365; unclassified counts as C), the
      * log decides who is due. Due items emit a skeleton and log
               MOVE SPACES TO CW-COUNTER-INITIALS
               MOVE WS-TODAY-DATE TO CW-COUNT-DATE
               MOVE "WH1" TO CW-LOCATION
               MOVE SPACES TO CW-LOT-NUMBER
               WRITE COUNT-WORK-RECORD
               ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               PERFORM VARYING LT-IDX FROM 1 BY 1
                     UNTIL LT-IDX > WS-LOT-COUNT
                  IF LTE-ITEM-ID (LT-IDX) = IM-ITEM-ID
                     MOVE IM-ITEM-ID TO CW-ITEM-ID
                     MOVE 0 TO CW-COUNTED-EACHES
                     MOVE SPACES TO CW-COUNTER-INITIALS
                     MOVE WS-TODAY-DATE TO CW-COUNT-DATE
                     MOVE "WH1" TO CW-LOCATION
                     MOVE LTE-LOT-NUMBER (LT-IDX) TO CW-LOT-NUMBER
                     WRITE COUNT-WORK-RECORD
                     ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
                  END-IF
               END-PERFORM
               MOVE IM-ITEM-ID TO CN-ITEM-ID
               MOVE WS-TODAY-DATE TO CN-LAST-COUNT-DATE
               IF WS-DAYS-SINCE NOT = 99999
