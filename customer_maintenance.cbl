      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Apply ADD/CHG/INA maintenance transactions from
      *           CUSTTRAN.DAT to the customer master, the way
      *           SUPPLIER-MAINTENANCE maintains the supplier master,
      *           so names, terms, credit limits, credit status and
      *           finance-charge exemption stop being hand edits to
      *           CUSTMAST.DAT. Terms codes must be on TERMSTAB.DAT.
      *           INA marks a customer inactive (credit status "I")
      *           and is refused while AROPEN.DAT carries any open
      *           balance for it. The credit limit and credit status
      *           are the credit manager's to set: the operator signs
      *           on as a credit manager (CRMG) or supervisor to
      *           change them, and an AR clerk (ARCL) running the
      *           batch has every transaction that touches them
      *           refused while the rest still post. A customer added
      *           without a keyed status starts on credit hold ("H")
      *           until the credit manager opens it. Every applied
      *           transaction writes a before/after image to
      *           CUSTCHG.LOG with the operator who made it; the
      *           updated master is written as CUSTMAST.NEW for
      *           promotion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT CUSTOMER-NEW-FILE ASSIGN TO "CUSTMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-NEW-STATUS.

      * One maintenance transaction per record: ADD a new customer,
      * CHG fields on an existing one, INA (inactivate) one no
      * longer sold to.
           SELECT CUSTOMER-TRANSACTION-FILE ASSIGN TO "CUSTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.

      * Terms codes are checked against the table INVOICE-PROCESSING
      * dates invoices from.
           SELECT TERMS-TABLE-FILE ASSIGN TO "TERMSTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-FILE-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT CUSTOMER-CHANGE-LOG-FILE ASSIGN TO "CUSTCHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Role-based operator authorization - see copybooks/
      * AUTHCHK.cpy.
           COPY AUTHSEL.

      * Generation integrity seal - see copybooks/SEALTBL.cpy.
           COPY SEALSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CU-CUSTOMER-ID      PIC X(6).
           05  CU-CUSTOMER-NAME    PIC X(25).
           05  CU-TERMS-CODE       PIC X(9).
      * Zero limit means no limit - INVOICE-PROCESSING only checks
      * a limit greater than zero.
           05  CU-CREDIT-LIMIT     PIC 9(9)V9(2).
           05  CU-CREDIT-STATUS    PIC X.
               88  CU-IS-OPEN          VALUE "O".
               88  CU-IS-ON-HOLD       VALUE "H".
               88  CU-IS-IN-DISPUTE    VALUE "D".
               88  CU-IS-INACTIVE      VALUE "I".
           05  CU-FC-EXEMPT        PIC X.

       FD  CUSTOMER-NEW-FILE.
       01  CUSTOMER-NEW-RECORD     PIC X(53).

       FD  CUSTOMER-TRANSACTION-FILE.
       01  CUSTOMER-TRANSACTION-RECORD.
           05  CT-ACTION           PIC X(3).
               88  CT-IS-ADD           VALUE "ADD".
               88  CT-IS-CHANGE        VALUE "CHG".
               88  CT-IS-INACTIVATE    VALUE "INA".
           05  CT-CUSTOMER-ID      PIC X(6).
      * On a CHG, spaces in any field below leave the master's
      * value alone.
           05  CT-CUSTOMER-NAME    PIC X(25).
           05  CT-TERMS-CODE       PIC X(9).
      * Keyed zeros set "no limit"; spaces leave the limit alone.
           05  CT-CREDIT-LIMIT     PIC 9(9)V9(2).
           05  CT-CREDIT-LIMIT-X REDEFINES CT-CREDIT-LIMIT
                                   PIC X(11).
      * "O" opens the account (or reactivates it), "H" holds it,
      * "D" marks it in dispute.
           05  CT-CREDIT-STATUS    PIC X.
               88  CT-CREDIT-STATUS-VALID VALUES "O" "H" "D".
      * "E" exempts from finance charges, "N" removes the exemption.
           05  CT-FC-EXEMPT        PIC X.
               88  CT-FC-EXEMPT-VALID  VALUES "E" "N".

       FD  TERMS-TABLE-FILE.
       01  TERMS-TABLE-RECORD.
           05  TT-TERMS-CODE       PIC X(9).
           05  FILLER              PIC X(11).

       FD  AR-OPEN-ITEM-FILE.
       01  AR-OPEN-ITEM-RECORD.
           05  AR-CUSTOMER-ID      PIC X(6).
           05  AR-INVOICE-ID       PIC X(6).
           05  AR-INVOICE-DATE     PIC 9(8).
           05  AR-ORIGINAL-AMOUNT  PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AR-OPEN-BALANCE     PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  AR-ITEM-STATUS      PIC X.

       FD  CUSTOMER-CHANGE-LOG-FILE.
       01  CUSTOMER-CHANGE-LOG-LINE PIC X(80).

           COPY EXCPFD.
           COPY AUTHFD.
           COPY SEALFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-OPERATOR-ROLE-STATUS PIC XX.
       01  WS-ACCESS-LOG-STATUS    PIC XX.
           COPY AUTHWS.
       01  WS-SEAL-FILE-STATUS     PIC XX.
           COPY SEALWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.
       01  WS-CUSTOMER-FILE-STATUS PIC XX.
       01  WS-CUSTOMER-NEW-STATUS  PIC XX.
       01  WS-TRANSACTION-FILE-STATUS PIC XX.
       01  WS-TERMS-FILE-STATUS    PIC XX.
       01  WS-AR-FILE-STATUS       PIC XX.
       01  WS-CHANGE-LOG-STATUS    PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.
           88  ENTRY-WAS-FOUND         VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH     PIC X VALUE 'N'.
           88  RUN-MUST-ABORT          VALUE 'Y'.

      * 'Y' when the operator signed on as a credit manager or
      * supervisor and so may change limits and status.
       01  WS-CREDIT-AUTHORITY-SWITCH PIC X VALUE 'N'.
           88  CREDIT-AUTHORITY-HELD   VALUE 'Y'.
      * 'Y' when AROPEN.DAT was read and passed its seal, so an
      * INA can be checked for open AR; otherwise INA is refused.
       01  WS-AR-CHECKED-SWITCH    PIC X VALUE 'N'.
           88  OPEN-AR-WAS-CHECKED     VALUE 'Y'.

       01  WS-CURRENT-DATE         PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(6).
       01  WS-CHANGED-BY-ID        PIC X(10).
       01  WS-CHANGED-BY-ROLE      PIC X(4).

      * Transaction table, loaded and edited up front and matched
      * against the master by customer ID, the SUPPLIER-MAINTENANCE
      * way.
       01  WS-TRANSACTION-COUNT-MAX PIC 9(3) VALUE 200.
       01  WS-TRANSACTION-COUNT     PIC 9(3) VALUE 0.
       01  CUSTOMER-TRANSACTION-TABLE.
           05  CUSTOMER-TRANSACTION-ENTRY OCCURS 200 TIMES
                                   INDEXED BY TX-IDX.
               10  CTT-TRANSACTION     PIC X(56).
               10  CTT-APPLIED-SWITCH  PIC X.
                   88  CTT-IS-APPLIED      VALUE 'Y'.

      * Working copy of the transaction being edited.
       01  WS-TRANSACTION          PIC X(56).

       01  WS-TERMS-COUNT-MAX      PIC 9(3) VALUE 50.
       01  WS-TERMS-COUNT          PIC 9(3) VALUE 0.
       01  TERMS-CODE-TABLE.
           05  TERMS-CODE-ENTRY OCCURS 50 TIMES
                                   INDEXED BY TM-IDX.
               10  TME-TERMS-CODE      PIC X(9).

      * Customers with any nonzero open item on AROPEN.DAT.
       01  WS-OPEN-AR-COUNT-MAX    PIC 9(4) VALUE 1000.
       01  WS-OPEN-AR-COUNT        PIC 9(4) VALUE 0.
       01  OPEN-AR-TABLE.
           05  OPEN-AR-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY OA-IDX.
               10  OAE-CUSTOMER-ID     PIC X(6).
               10  OAE-OPEN-BALANCE    PIC S9(9)V9(2).

       01  WS-RECORDS-WRITTEN      PIC 9(5) VALUE 0.
       01  WS-TRANS-APPLIED        PIC 9(5) VALUE 0.
       01  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.

      * Rejected-transaction message for the shared exception log,
      * built with MOVE rather than STRING.
       01  WS-REJECT-MSG-BUILD.
           05  WS-REJ-MSG-LITERAL-1    PIC X(9) VALUE "CUSTOMER ".
           05  WS-REJ-MSG-CUSTOMER     PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-REJ-MSG-LITERAL-2    PIC X(44).

       01  CHANGE-LOG-HEADING.
           05  FILLER          PIC X(46) VALUE
               "CUSTOMER MASTER MAINTENANCE - CHANGE AUDIT LOG".
       01  CHANGE-LOG-ACTION-LINE.
           05  CA-ACTION       PIC X(3).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CA-CUSTOMER-ID  PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CA-CHANGED-BY   PIC X(10).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CA-ROLE         PIC X(4).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CA-CHANGE-DATE  PIC 9(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CA-CHANGE-TIME  PIC 9(6).
       01  CHANGE-LOG-BEFORE-LINE.
           05  FILLER          PIC X(10) VALUE "  BEFORE: ".
           05  CB-IMAGE        PIC X(53).
       01  CHANGE-LOG-AFTER-LINE.
           05  FILLER          PIC X(10) VALUE "  AFTER:  ".
           05  CF-IMAGE        PIC X(53).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "CUSTOMER-MAINTENANCE" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 020-SIGN-ON-OPERATOR

            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
            ACCEPT WS-CURRENT-TIME FROM TIME

            PERFORM 050-OPEN-FILES
            IF RUN-MUST-ABORT
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            PERFORM 055-LOAD-TERMS-CODES
            PERFORM 060-LOAD-OPEN-AR
            PERFORM 065-LOAD-TRANSACTION-TABLE

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM 100-READ-CUSTOMER-RECORD
            PERFORM UNTIL END-OF-INPUT-FILE
               ADD 1 TO WS-RUNSTAT-RECORDS-READ
               PERFORM 200-APPLY-TRANSACTIONS-TO-RECORD
               PERFORM 300-WRITE-NEW-CUSTOMER-RECORD
               PERFORM 100-READ-CUSTOMER-RECORD
            END-PERFORM

            PERFORM 400-APPEND-UNAPPLIED-ADDS
            PERFORM 450-REJECT-UNAPPLIED-CHANGES
            PERFORM 900-CLOSE-FILES

            DISPLAY "CUSTOMER MASTER MAINTENANCE COMPLETE.  WROTE ",
               WS-RECORDS-WRITTEN, ", APPLIED ", WS-TRANS-APPLIED,
               ", REJECTED ", WS-TRANS-REJECTED, "."
            DISPLAY "PROMOTE CUSTMAST.NEW OVER CUSTMAST.DAT."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

      * A credit manager (or supervisor) signs on with credit
      * authority. Failing that an AR clerk may still run the
      * batch without it - the access log then shows the CRMG
      * refusal followed by the ARCL sign-on. Anyone else is
      * refused outright.
       020-SIGN-ON-OPERATOR.

            MOVE "CUSTOMER-MAINTENANCE" TO WS-AUTH-PROGRAM-ID
            MOVE "CRMG" TO WS-AUTH-REQUIRED-ROLE
            PERFORM 920-CHECK-OPERATOR-ROLE
            IF AUTH-ROLE-GRANTED
               MOVE 'Y' TO WS-CREDIT-AUTHORITY-SWITCH
            ELSE
               IF AUTH-OPERATOR-ON-FILE
                     AND WS-AUTH-LOOKUP-ROLE = "ARCL"
                  MOVE "ARCL" TO WS-AUTH-REQUIRED-ROLE
                  MOVE "SIGNON" TO WS-AUTH-ACTION
                  PERFORM 922-WRITE-ACCESS-LOG-ENTRY
                  DISPLAY "OPERATOR ", WS-AUTH-OPERATOR-ID,
                     " SIGNED ON (ROLE ARCL) - CREDIT LIMIT AND "
                     "STATUS CHANGES WILL BE REFUSED"
               ELSE
                  MOVE "OPERATOR REFUSED - ROLE ARCL OR CRMG REQUIRED"
                     TO EL-MESSAGE
                  MOVE "CUSTOMER-MAINTENANCE" TO EL-PROGRAM-ID
                  MOVE "E" TO EL-SEVERITY
                  PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                  ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
                  MOVE 1 TO RETURN-CODE
                  PERFORM 970-DISPLAY-RUN-STATISTICS
                  STOP RUN
               END-IF
            END-IF
            MOVE WS-AUTH-OPERATOR-ID TO WS-CHANGED-BY-ID
            MOVE WS-AUTH-LOOKUP-ROLE TO WS-CHANGED-BY-ROLE.

       050-OPEN-FILES.

            OPEN INPUT CUSTOMER-MASTER-FILE
            IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CUSTMAST.DAT OPEN FAILED, STATUS = ",
                  WS-CUSTOMER-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN INPUT CUSTOMER-TRANSACTION-FILE
            IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CUSTTRAN.DAT OPEN FAILED, STATUS = ",
                  WS-TRANSACTION-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN OUTPUT CUSTOMER-NEW-FILE
            IF WS-CUSTOMER-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: CUSTMAST.NEW OPEN FAILED, STATUS = ",
                  WS-CUSTOMER-NEW-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            IF RUN-MUST-ABORT
               MOVE "CUSTOMER FILES FAILED TO OPEN - NOTHING APPLIED"
                  TO EL-MESSAGE
               MOVE "CUSTOMER-MAINTENANCE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               EXIT PARAGRAPH
            END-IF

      * The audit trail accumulates run after run, created only on
      * the very first.
            OPEN EXTEND CUSTOMER-CHANGE-LOG-FILE
            IF WS-CHANGE-LOG-STATUS NOT = "00"
               OPEN OUTPUT CUSTOMER-CHANGE-LOG-FILE
            END-IF
            IF WS-CHANGE-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: CUSTCHG.LOG OPEN FAILED, STATUS = ",
                  WS-CHANGE-LOG-STATUS
            ELSE
               WRITE CUSTOMER-CHANGE-LOG-LINE FROM CHANGE-LOG-HEADING
            END-IF.

      * No terms table means terms cannot be checked - a customer
      * transaction naming terms is then refused rather than
      * trusted.
       055-LOAD-TERMS-CODES.

            OPEN INPUT TERMS-TABLE-FILE
            IF WS-TERMS-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: TERMSTAB.DAT NOT FOUND, STATUS = ",
                  WS-TERMS-FILE-STATUS, " - TERMS CHANGES REFUSED"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ TERMS-TABLE-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-TERMS-COUNT < WS-TERMS-COUNT-MAX
                        ADD 1 TO WS-TERMS-COUNT
                        MOVE TT-TERMS-CODE TO
                           TME-TERMS-CODE (WS-TERMS-COUNT)
                     END-IF
               END-READ
            END-PERFORM
            CLOSE TERMS-TABLE-FILE.

      * Open AR is whatever AROPEN.DAT says is still owed. No file
      * yet means nobody owes anything; a file failing its seal
      * cannot be believed, and every INA in the batch is refused.
       060-LOAD-OPEN-AR.

            OPEN INPUT AR-OPEN-ITEM-FILE
            IF WS-AR-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-AR-CHECKED-SWITCH
               EXIT PARAGRAPH
            END-IF
            PERFORM 930-RESET-SEAL
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ AR-OPEN-ITEM-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 062-SEAL-COUNT-AR-ITEM
                     IF AR-OPEN-BALANCE NOT = 0
                        PERFORM 064-TABLE-OPEN-AR
                     END-IF
               END-READ
            END-PERFORM
            CLOSE AR-OPEN-ITEM-FILE

            MOVE "AROPEN.SEAL" TO WS-SEAL-FILE-NAME
            PERFORM 936-VERIFY-FILE-SEAL
            IF SEAL-VERIFY-FAILED
               DISPLAY "WARNING: AROPEN.DAT FAILS ITS SEAL - "
                  "INACTIVATIONS REFUSED"
               MOVE "AROPEN.DAT FAILS ITS SEAL - INA REFUSED"
                  TO EL-MESSAGE
               MOVE "CUSTOMER-MAINTENANCE" TO EL-PROGRAM-ID
               MOVE "W" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            ELSE
               MOVE 'Y' TO WS-AR-CHECKED-SWITCH
            END-IF.

       062-SEAL-COUNT-AR-ITEM.

            MOVE SPACES TO WS-SEAL-KEY-STRING
            MOVE AR-CUSTOMER-ID TO WS-SEAL-KEY-STRING (1:6)
            MOVE AR-INVOICE-ID TO WS-SEAL-KEY-STRING (7:6)
            MOVE AR-OPEN-BALANCE TO WS-SEAL-AMOUNT-VALUE
            PERFORM 933-HASH-KEY-STRING
            PERFORM 932-ACCUMULATE-SEAL.

       064-TABLE-OPEN-AR.

            PERFORM VARYING OA-IDX FROM 1 BY 1
                  UNTIL OA-IDX > WS-OPEN-AR-COUNT
               IF OAE-CUSTOMER-ID (OA-IDX) = AR-CUSTOMER-ID
                  ADD AR-OPEN-BALANCE TO OAE-OPEN-BALANCE (OA-IDX)
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-OPEN-AR-COUNT NOT < WS-OPEN-AR-COUNT-MAX
               DISPLAY "WARNING: OPEN AR TABLE FULL - INACTIVATIONS "
                  "REFUSED"
               MOVE 'N' TO WS-AR-CHECKED-SWITCH
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-OPEN-AR-COUNT
            MOVE AR-CUSTOMER-ID TO OAE-CUSTOMER-ID (WS-OPEN-AR-COUNT)
            MOVE AR-OPEN-BALANCE TO
               OAE-OPEN-BALANCE (WS-OPEN-AR-COUNT).

       065-LOAD-TRANSACTION-TABLE.

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ CUSTOMER-TRANSACTION-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     PERFORM 070-EDIT-AND-TABLE-TRANSACTION
               END-READ
            END-PERFORM.

      * Transactions are edited as they load; one that fails never
      * reaches the table.
       070-EDIT-AND-TABLE-TRANSACTION.

            MOVE CT-CUSTOMER-ID TO WS-REJ-MSG-CUSTOMER
            IF NOT CT-IS-ADD AND NOT CT-IS-CHANGE
                  AND NOT CT-IS-INACTIVATE
               MOVE "HAS AN UNKNOWN MAINTENANCE ACTION CODE" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF CT-CUSTOMER-ID = SPACES
               MOVE "HAS NO CUSTOMER ID" TO WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF CT-IS-ADD
                  AND (CT-CUSTOMER-NAME = SPACES
                     OR CT-TERMS-CODE = SPACES)
               MOVE "ADD NEEDS BOTH A NAME AND A TERMS CODE" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF CT-IS-ADD
               PERFORM VARYING TX-IDX FROM 1 BY 1
                     UNTIL TX-IDX > WS-TRANSACTION-COUNT
                  MOVE CTT-TRANSACTION (TX-IDX) TO WS-TRANSACTION
                  IF WS-TRANSACTION (1:3) = "ADD"
                        AND WS-TRANSACTION (4:6) = CT-CUSTOMER-ID
                     MOVE "IS A DUPLICATE ADD IN THIS RUN" TO
                        WS-REJ-MSG-LITERAL-2
                     PERFORM 080-LOG-TRANSACTION-REJECT
                     EXIT PARAGRAPH
                  END-IF
               END-PERFORM
            END-IF

            IF CT-TERMS-CODE NOT = SPACES
               PERFORM 075-FIND-TERMS-CODE
               IF NOT ENTRY-WAS-FOUND
                  MOVE "HAS A TERMS CODE NOT ON TERMSTAB.DAT" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
                  EXIT PARAGRAPH
               END-IF
            END-IF

            IF CT-CREDIT-LIMIT-X NOT = SPACES
                  AND CT-CREDIT-LIMIT IS NOT NUMERIC
               MOVE "HAS A NON-NUMERIC CREDIT LIMIT" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF CT-CREDIT-STATUS NOT = SPACE
                  AND NOT CT-CREDIT-STATUS-VALID
               MOVE "HAS A CREDIT STATUS OTHER THAN O, H OR D" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF CT-FC-EXEMPT NOT = SPACE AND NOT CT-FC-EXEMPT-VALID
               MOVE "HAS A FINANCE CHARGE FLAG OTHER THAN E OR N" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

      * Limits and status are the credit manager's call.
            IF (CT-CREDIT-LIMIT-X NOT = SPACES
                  OR CT-CREDIT-STATUS NOT = SPACE)
                  AND NOT CREDIT-AUTHORITY-HELD
               MOVE "CREDIT LIMIT/STATUS NEEDS A CREDIT MANAGER" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF WS-TRANSACTION-COUNT NOT < WS-TRANSACTION-COUNT-MAX
               DISPLAY "WARNING: TRANSACTION TABLE FULL, IGNORING "
                  "TRANSACTION FOR ", CT-CUSTOMER-ID
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-TRANSACTION-COUNT
            SET TX-IDX TO WS-TRANSACTION-COUNT
            MOVE CUSTOMER-TRANSACTION-RECORD TO CTT-TRANSACTION (TX-IDX)
            MOVE 'N' TO CTT-APPLIED-SWITCH (TX-IDX).

       075-FIND-TERMS-CODE.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING TM-IDX FROM 1 BY 1
                  UNTIL TM-IDX > WS-TERMS-COUNT
               IF TME-TERMS-CODE (TM-IDX) = CT-TERMS-CODE
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * A rejected maintenance transaction is a data-quality
      * warning, the SUPPLIER-MAINTENANCE severity choice.
       080-LOG-TRANSACTION-REJECT.

            DISPLAY "REJECTED: ", CT-ACTION, " for customer ",
               CT-CUSTOMER-ID, " - ", WS-REJ-MSG-LITERAL-2
            MOVE WS-REJECT-MSG-BUILD TO EL-MESSAGE
            MOVE "CUSTOMER-MAINTENANCE" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            ADD 1 TO WS-TRANS-REJECTED.

       100-READ-CUSTOMER-RECORD.

            READ CUSTOMER-MASTER-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
            END-READ.

       200-APPLY-TRANSACTIONS-TO-RECORD.

            PERFORM VARYING TX-IDX FROM 1 BY 1
                  UNTIL TX-IDX > WS-TRANSACTION-COUNT
               MOVE CTT-TRANSACTION (TX-IDX) TO
                  CUSTOMER-TRANSACTION-RECORD
               IF CT-CUSTOMER-ID = CU-CUSTOMER-ID
                     AND NOT CTT-IS-APPLIED (TX-IDX)
                  MOVE 'Y' TO CTT-APPLIED-SWITCH (TX-IDX)
                  PERFORM 210-APPLY-ONE-TRANSACTION
               END-IF
            END-PERFORM.

      * CUSTOMER-TRANSACTION-RECORD holds the table entry being
      * applied; CUSTOMER-MASTER-RECORD is the master being
      * rewritten.
       210-APPLY-ONE-TRANSACTION.

            MOVE CT-CUSTOMER-ID TO WS-REJ-MSG-CUSTOMER
            EVALUATE TRUE
               WHEN CT-IS-ADD
                  MOVE "IS ALREADY ON THE MASTER, ADD REJECTED" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
               WHEN CT-IS-INACTIVATE AND CU-IS-INACTIVE
                  MOVE "IS ALREADY INACTIVE, INA REJECTED" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
               WHEN CT-IS-INACTIVATE
                  PERFORM 220-INACTIVATE-CUSTOMER
               WHEN OTHER
                  MOVE CUSTOMER-MASTER-RECORD TO CB-IMAGE
                  PERFORM 230-APPLY-CHANGED-FIELDS
                  MOVE CUSTOMER-MASTER-RECORD TO CF-IMAGE
                  PERFORM 500-WRITE-AUDIT-ENTRY
                  ADD 1 TO WS-TRANS-APPLIED
            END-EVALUATE.

      * A customer still owing us money stays active so statements,
      * dunning and finance charges keep running against it.
       220-INACTIVATE-CUSTOMER.

            IF NOT OPEN-AR-WAS-CHECKED
               MOVE "OPEN AR COULD NOT BE CHECKED, INA REJECTED" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING OA-IDX FROM 1 BY 1
                  UNTIL OA-IDX > WS-OPEN-AR-COUNT
               IF OAE-CUSTOMER-ID (OA-IDX) = CU-CUSTOMER-ID
                     AND OAE-OPEN-BALANCE (OA-IDX) NOT = 0
                  MOVE "HAS OPEN AR ON AROPEN.DAT, INA REJECTED" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            MOVE CUSTOMER-MASTER-RECORD TO CB-IMAGE
            MOVE "I" TO CU-CREDIT-STATUS
            MOVE CUSTOMER-MASTER-RECORD TO CF-IMAGE
            PERFORM 500-WRITE-AUDIT-ENTRY
            ADD 1 TO WS-TRANS-APPLIED.

      * The fields a CHG carries replace the master's; spaces leave
      * the master's value alone.
       230-APPLY-CHANGED-FIELDS.

            IF CT-CUSTOMER-NAME NOT = SPACES
               MOVE CT-CUSTOMER-NAME TO CU-CUSTOMER-NAME
            END-IF
            IF CT-TERMS-CODE NOT = SPACES
               MOVE CT-TERMS-CODE TO CU-TERMS-CODE
            END-IF
            IF CT-CREDIT-LIMIT-X NOT = SPACES
               MOVE CT-CREDIT-LIMIT TO CU-CREDIT-LIMIT
            END-IF
            IF CT-CREDIT-STATUS NOT = SPACE
               MOVE CT-CREDIT-STATUS TO CU-CREDIT-STATUS
            END-IF
            IF CT-FC-EXEMPT = "E"
               MOVE "E" TO CU-FC-EXEMPT
            END-IF
            IF CT-FC-EXEMPT = "N"
               MOVE SPACE TO CU-FC-EXEMPT
            END-IF.

       300-WRITE-NEW-CUSTOMER-RECORD.

            MOVE CUSTOMER-MASTER-RECORD TO CUSTOMER-NEW-RECORD
            WRITE CUSTOMER-NEW-RECORD
            ADD 1 TO WS-RECORDS-WRITTEN
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

      * ADDs whose customer never matched the master are new
      * customers, appended in transaction order.
       400-APPEND-UNAPPLIED-ADDS.

            PERFORM VARYING TX-IDX FROM 1 BY 1
                  UNTIL TX-IDX > WS-TRANSACTION-COUNT
               MOVE CTT-TRANSACTION (TX-IDX) TO
                  CUSTOMER-TRANSACTION-RECORD
               IF CT-IS-ADD AND NOT CTT-IS-APPLIED (TX-IDX)
                  MOVE 'Y' TO CTT-APPLIED-SWITCH (TX-IDX)
                  PERFORM 410-ADD-ONE-CUSTOMER
               END-IF
            END-PERFORM.

      * A new account starts with no limit and on credit hold unless
      * the credit manager keyed otherwise.
       410-ADD-ONE-CUSTOMER.

            MOVE SPACES TO CUSTOMER-MASTER-RECORD
            MOVE CT-CUSTOMER-ID TO CU-CUSTOMER-ID
            MOVE 0 TO CU-CREDIT-LIMIT
            MOVE "H" TO CU-CREDIT-STATUS
            MOVE SPACES TO CB-IMAGE
            PERFORM 230-APPLY-CHANGED-FIELDS
            MOVE CUSTOMER-MASTER-RECORD TO CF-IMAGE
            PERFORM 500-WRITE-AUDIT-ENTRY
            PERFORM 300-WRITE-NEW-CUSTOMER-RECORD
            ADD 1 TO WS-TRANS-APPLIED.

      * A CHG or INA left unapplied names a customer that is not on
      * the master - the mistyped-ID case.
       450-REJECT-UNAPPLIED-CHANGES.

            PERFORM VARYING TX-IDX FROM 1 BY 1
                  UNTIL TX-IDX > WS-TRANSACTION-COUNT
               IF NOT CTT-IS-APPLIED (TX-IDX)
                  MOVE CTT-TRANSACTION (TX-IDX) TO
                     CUSTOMER-TRANSACTION-RECORD
                  MOVE CT-CUSTOMER-ID TO WS-REJ-MSG-CUSTOMER
                  MOVE "IS NOT ON THE MASTER, CHANGE REJECTED" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
               END-IF
            END-PERFORM.

       500-WRITE-AUDIT-ENTRY.

            IF WS-CHANGE-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE CT-ACTION TO CA-ACTION
            MOVE CT-CUSTOMER-ID TO CA-CUSTOMER-ID
            MOVE WS-CHANGED-BY-ID TO CA-CHANGED-BY
            MOVE WS-CHANGED-BY-ROLE TO CA-ROLE
            MOVE WS-CURRENT-DATE TO CA-CHANGE-DATE
            MOVE WS-CURRENT-TIME TO CA-CHANGE-TIME
            WRITE CUSTOMER-CHANGE-LOG-LINE FROM CHANGE-LOG-ACTION-LINE
            WRITE CUSTOMER-CHANGE-LOG-LINE FROM CHANGE-LOG-BEFORE-LINE
            WRITE CUSTOMER-CHANGE-LOG-LINE FROM CHANGE-LOG-AFTER-LINE.

       900-CLOSE-FILES.

            IF WS-CUSTOMER-FILE-STATUS = "00"
                  OR WS-CUSTOMER-FILE-STATUS = "10"
               CLOSE CUSTOMER-MASTER-FILE
            END-IF
            IF WS-TRANSACTION-FILE-STATUS = "00"
                  OR WS-TRANSACTION-FILE-STATUS = "10"
               CLOSE CUSTOMER-TRANSACTION-FILE
            END-IF
            IF WS-CUSTOMER-NEW-STATUS = "00"
               CLOSE CUSTOMER-NEW-FILE
            END-IF
            IF WS-CHANGE-LOG-STATUS = "00"
               CLOSE CUSTOMER-CHANGE-LOG-FILE
            END-IF.

           COPY EXCPLOG.
           COPY SEALTBL.
           COPY RUNSTAT.
           COPY AUTHCHK.
       END PROGRAM CUSTOMER-MAINTENANCE.
