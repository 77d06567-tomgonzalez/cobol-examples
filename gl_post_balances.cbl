      *           landing in the wrong month.  Close mode
      *           (GL_CLOSE_PERIOD=Y) marks the period closed on the
      *           control record and prints the period's closing
      *           balances.  Every detail posted is also kept on the
      *           posted-detail history (GLDETAIL.DAT, rolled to
      *           GLDETAIL.NEW alongside GLBAL.NEW) with its period,
      *           batch date, source, batch ID and reference, so the
      *           GL detail ledger can drill back from any balance to
      *           the lines that made it.  Balances are kept per
      *           company: each detail posts to the company code it
      *           carries (or its batch header's), and a line with no
      *           company belongs to the parent company, 01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-NEW-STATUS.

           SELECT GL-DETAIL-OLD-FILE ASSIGN TO "GLDETAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-OLD-STATUS.

           SELECT GL-DETAIL-NEW-FILE ASSIGN TO "GLDETAIL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-NEW-STATUS.

           SELECT CLOSING-REPORT-FILE ASSIGN TO "GLCLOSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSING-REPORT-STATUS.
               88  TX-IS-DEBIT         VALUE "D".
               88  TX-IS-CREDIT        VALUE "C".
           05  TX-AMOUNT           PIC 9(7)V9(2).
      * Source and batch stamped on the detail by the program that
      * wrote it; older files leave these blank and the batch
      * header's values are used instead.
           05  TX-SOURCE           PIC X(8).
           05  TX-BATCH-REF        PIC X(6).
           05  TX-COMPANY          PIC X(2).
      * The feed's batch header/trailer records share the layout -
      * only details post to balances, the header names the batch.
       01  GL-BATCH-HEADER-VIEW REDEFINES GL-TRANSACTION-RECORD.
           05  BH-RECORD-TYPE      PIC X(2).
           05  BH-BATCH-ID         PIC X(6).
           05  BH-SOURCE           PIC X(8).
           05  BH-BATCH-DATE       PIC 9(8).
           05  FILLER              PIC X(6).
           05  BH-COMPANY          PIC X(2).

       FD  GL-PERIOD-CONTROL-FILE.
       01  GL-PERIOD-CONTROL-RECORD.
           05  BO-PERIOD           PIC 9(6).
           05  BO-DEBIT-BALANCE    PIC 9(9)V9(2).
           05  BO-CREDIT-BALANCE   PIC 9(9)V9(2).
           05  BO-COMPANY          PIC X(2).

       FD  GL-BALANCE-NEW-FILE.
       01  GL-BALANCE-NEW-RECORD.
           05  BN-PERIOD           PIC 9(6).
           05  BN-DEBIT-BALANCE    PIC 9(9)V9(2).
           05  BN-CREDIT-BALANCE   PIC 9(9)V9(2).
           05  BN-COMPANY          PIC X(2).

      * Posted-detail history: one record per detail line posted,
      * old generation in, new generation out.
       FD  GL-DETAIL-OLD-FILE.
       01  GL-DETAIL-OLD-RECORD    PIC X(59).

       FD  GL-DETAIL-NEW-FILE.
       01  GL-DETAIL-NEW-RECORD.
           05  GD-ACCOUNT          PIC X(6).
           05  GD-PERIOD           PIC 9(6).
           05  GD-TYPE             PIC X.
           05  GD-AMOUNT           PIC 9(9)V9(2).
           05  GD-POSTED-DATE      PIC 9(8).
           05  GD-SOURCE           PIC X(8).
           05  GD-BATCH-ID         PIC X(6).
           05  GD-REFERENCE        PIC X(6).
           05  GD-LINE-NUMBER      PIC 9(5).
           05  GD-COMPANY          PIC X(2).

       FD  CLOSING-REPORT-FILE.
       01  CLOSING-LINE            PIC X(80).
       01  WS-BALANCE-OLD-STATUS   PIC XX.
       01  WS-BALANCE-NEW-STATUS   PIC XX.
       01  WS-CLOSING-REPORT-STATUS PIC XX.
       01  WS-DETAIL-OLD-STATUS    PIC XX.
       01  WS-DETAIL-NEW-STATUS    PIC XX.

       01  WS-TRANSACTION-EOF      PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS     VALUE 'Y'.
       01  WS-BALANCE-OLD-EOF      PIC X VALUE 'N'.
           88  END-OF-OLD-BALANCES     VALUE 'Y'.
       01  WS-DETAIL-OLD-EOF       PIC X VALUE 'N'.
           88  END-OF-OLD-DETAIL       VALUE 'Y'.
       01  WS-DETAIL-OPEN-SWITCH   PIC X VALUE 'N'.
           88  DETAIL-HISTORY-IS-OPEN  VALUE 'Y'.

       01  WS-ENV-CLOSE-FLAG       PIC X.
       01  WS-RUN-MODE-SWITCH      PIC X VALUE 'P'.
               10  BAL-PERIOD          PIC 9(6).
               10  BAL-DEBIT-BALANCE   PIC 9(9)V9(2).
               10  BAL-CREDIT-BALANCE  PIC 9(9)V9(2).
               10  BAL-COMPANY         PIC X(2).

      * The batch the current detail belongs to, from its BH.
       01  WS-BATCH-ID             PIC X(6) VALUE SPACES.
       01  WS-BATCH-SOURCE         PIC X(8) VALUE SPACES.
       01  WS-BATCH-DATE           PIC 9(8) VALUE 0.
       01  WS-BATCH-LINE-NUMBER    PIC 9(5) VALUE 0.
       01  WS-BATCH-COMPANY        PIC X(2) VALUE SPACES.

      * Company segment: a blank code on a feed or balance cut
      * before companies were carried is the parent company.
       01  WS-PARENT-COMPANY       PIC X(2) VALUE "01".
       01  WS-POSTING-COMPANY      PIC X(2).
       01  WS-TODAY-DATE           PIC 9(8).

       01  WS-POSTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
           05  CH-PERIOD       PIC 9(6).
       01  CLOSING-DETAIL-LINE.
           05  CD-ACCOUNT      PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CD-COMPANY      PIC X(2).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CD-DEBITS       PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(3)  VALUE SPACES.
            END-IF

            PERFORM 300-LOAD-OLD-BALANCES
            PERFORM 350-COPY-OLD-DETAIL

            OPEN INPUT GL-TRANSACTION-FILE
            IF WS-TRANSACTION-FILE-STATUS NOT = "00"
            IF WS-TRANSACTION-FILE-STATUS = "10"
               CLOSE GL-TRANSACTION-FILE
            END-IF
            IF DETAIL-HISTORY-IS-OPEN
               CLOSE GL-DETAIL-NEW-FILE
            END-IF

            PERFORM 500-WRITE-NEW-BALANCES
            DISPLAY "GL POSTING COMPLETE: ", WS-POSTED-COUNT,
               " TRANSACTION(S) INTO PERIOD ", WS-CURRENT-PERIOD,
               ".  PROMOTE GLBAL.NEW TO GLBAL.DAT AND GLDETAIL.NEW "
               "TO GLDETAIL.DAT.".

      * A missing old generation is simply the first posting ever.
       300-LOAD-OLD-BALANCES.
                           BAL-DEBIT-BALANCE (WS-BALANCE-COUNT)
                        MOVE BO-CREDIT-BALANCE TO
                           BAL-CREDIT-BALANCE (WS-BALANCE-COUNT)
                        IF BO-COMPANY = SPACES
                           MOVE WS-PARENT-COMPANY TO
                              BAL-COMPANY (WS-BALANCE-COUNT)
                        ELSE
                           MOVE BO-COMPANY TO
                              BAL-COMPANY (WS-BALANCE-COUNT)
                        END-IF
                     ELSE
                        DISPLAY "WARNING: BALANCE TABLE FULL, "
                           "DROPPING BALANCE FOR ", BO-ACCOUNT
               CLOSE GL-BALANCE-OLD-FILE
            END-IF.

      * The detail history rolls like the balances: everything
      * already posted is carried to GLDETAIL.NEW first, this run's
      * details are added behind it. A missing old generation is the
      * first posting since the history started.
       350-COPY-OLD-DETAIL.

            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
            OPEN OUTPUT GL-DETAIL-NEW-FILE
            IF WS-DETAIL-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: GL-DETAIL-NEW-FILE OPEN FAILED, "
                  "STATUS = ", WS-DETAIL-NEW-STATUS,
                  " - POSTED DETAIL NOT KEPT"
               MOVE "GLDETAIL.NEW OPEN FAILED - DETAIL NOT KEPT"
                  TO EL-MESSAGE
               MOVE "GL-BALANCE-POSTING" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            MOVE 'Y' TO WS-DETAIL-OPEN-SWITCH

            OPEN INPUT GL-DETAIL-OLD-FILE
            IF WS-DETAIL-OLD-STATUS NOT = "00"
               MOVE 'Y' TO WS-DETAIL-OLD-EOF
            END-IF
            PERFORM UNTIL END-OF-OLD-DETAIL
               READ GL-DETAIL-OLD-FILE
                  AT END
                     MOVE 'Y' TO WS-DETAIL-OLD-EOF
                  NOT AT END
                     MOVE GL-DETAIL-OLD-RECORD TO GL-DETAIL-NEW-RECORD
                     WRITE GL-DETAIL-NEW-RECORD
               END-READ
            END-PERFORM
            IF WS-DETAIL-OLD-STATUS = "10"
               CLOSE GL-DETAIL-OLD-FILE
            END-IF.

       400-POST-ONE-TRANSACTION.

            IF TX-ACCOUNT (1:2) = "BH"
               MOVE BH-BATCH-ID TO WS-BATCH-ID
               MOVE BH-SOURCE TO WS-BATCH-SOURCE
               MOVE BH-BATCH-DATE TO WS-BATCH-DATE
               MOVE BH-COMPANY TO WS-BATCH-COMPANY
               MOVE 0 TO WS-BATCH-LINE-NUMBER
               EXIT PARAGRAPH
            END-IF
            IF TX-ACCOUNT (1:2) = "BT"
               MOVE SPACES TO WS-BATCH-ID
               MOVE SPACES TO WS-BATCH-SOURCE
               MOVE 0 TO WS-BATCH-DATE
               MOVE SPACES TO WS-BATCH-COMPANY
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-BATCH-LINE-NUMBER

            IF NOT TX-IS-DEBIT AND NOT TX-IS-CREDIT
               DISPLAY "WARNING: TRANSACTION FOR ACCOUNT ",
               EXIT PARAGRAPH
            END-IF

            EVALUATE TRUE
               WHEN TX-COMPANY NOT = SPACES
                     AND TX-COMPANY NOT = LOW-VALUES
                  MOVE TX-COMPANY TO WS-POSTING-COMPANY
               WHEN WS-BATCH-COMPANY NOT = SPACES
                     AND WS-BATCH-COMPANY NOT = LOW-VALUES
                  MOVE WS-BATCH-COMPANY TO WS-POSTING-COMPANY
               WHEN OTHER
                  MOVE WS-PARENT-COMPANY TO WS-POSTING-COMPANY
            END-EVALUATE

            PERFORM VARYING BAL-IDX FROM 1 BY 1
                  UNTIL BAL-IDX > WS-BALANCE-COUNT
               IF BAL-ACCOUNT (BAL-IDX) = TX-ACCOUNT
                     AND BAL-PERIOD (BAL-IDX) = WS-CURRENT-PERIOD
                     AND BAL-COMPANY (BAL-IDX) = WS-POSTING-COMPANY
                  EXIT PERFORM
               END-IF
            END-PERFORM
               MOVE WS-BALANCE-COUNT TO BAL-IDX
               MOVE TX-ACCOUNT TO BAL-ACCOUNT (BAL-IDX)
               MOVE WS-CURRENT-PERIOD TO BAL-PERIOD (BAL-IDX)
               MOVE WS-POSTING-COMPANY TO BAL-COMPANY (BAL-IDX)
               MOVE 0 TO BAL-DEBIT-BALANCE (BAL-IDX)
               MOVE 0 TO BAL-CREDIT-BALANCE (BAL-IDX)
            END-IF
            ELSE
               ADD TX-AMOUNT TO BAL-CREDIT-BALANCE (BAL-IDX)
            END-IF
            ADD 1 TO WS-POSTED-COUNT
            PERFORM 450-WRITE-POSTED-DETAIL.

      * Drill-back record for the line just posted. The detail's own
      * source/batch stamp wins; unstamped lines take the batch
      * header's, and a line outside any batch is dated today.
       450-WRITE-POSTED-DETAIL.

            IF NOT DETAIL-HISTORY-IS-OPEN
               EXIT PARAGRAPH
            END-IF
            MOVE TX-ACCOUNT TO GD-ACCOUNT
            MOVE WS-CURRENT-PERIOD TO GD-PERIOD
            MOVE TX-TYPE TO GD-TYPE
            MOVE TX-AMOUNT TO GD-AMOUNT
            IF WS-BATCH-DATE = 0
               MOVE WS-TODAY-DATE TO GD-POSTED-DATE
            ELSE
               MOVE WS-BATCH-DATE TO GD-POSTED-DATE
            END-IF
            IF TX-SOURCE = SPACES OR TX-SOURCE = LOW-VALUES
               MOVE WS-BATCH-SOURCE TO GD-SOURCE
            ELSE
               MOVE TX-SOURCE TO GD-SOURCE
            END-IF
            MOVE WS-BATCH-ID TO GD-BATCH-ID
            IF TX-BATCH-REF = SPACES OR TX-BATCH-REF = LOW-VALUES
               MOVE WS-BATCH-ID TO GD-REFERENCE
            ELSE
               MOVE TX-BATCH-REF TO GD-REFERENCE
            END-IF
            MOVE WS-BATCH-LINE-NUMBER TO GD-LINE-NUMBER
            MOVE WS-POSTING-COMPANY TO GD-COMPANY
            WRITE GL-DETAIL-NEW-RECORD
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

       500-WRITE-NEW-BALANCES.

                  UNTIL BAL-IDX > WS-BALANCE-COUNT
               MOVE BAL-ACCOUNT (BAL-IDX) TO BN-ACCOUNT
               MOVE BAL-PERIOD (BAL-IDX) TO BN-PERIOD
               MOVE BAL-COMPANY (BAL-IDX) TO BN-COMPANY
               MOVE BAL-DEBIT-BALANCE (BAL-IDX) TO BN-DEBIT-BALANCE
               MOVE BAL-CREDIT-BALANCE (BAL-IDX) TO BN-CREDIT-BALANCE
               WRITE GL-BALANCE-NEW-RECORD
                     UNTIL BAL-IDX > WS-BALANCE-COUNT
                  IF BAL-PERIOD (BAL-IDX) = WS-CURRENT-PERIOD
                     MOVE BAL-ACCOUNT (BAL-IDX) TO CD-ACCOUNT
                     MOVE BAL-COMPANY (BAL-IDX) TO CD-COMPANY
                     MOVE BAL-DEBIT-BALANCE (BAL-IDX) TO CD-DEBITS
                     MOVE BAL-CREDIT-BALANCE (BAL-IDX) TO CD-CREDITS
                     WRITE CLOSING-LINE FROM CLOSING-DETAIL-LINE
