      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Apply ADD/CHG/INA maintenance transactions from
      *           SUPPTRAN.DAT to the supplier master, the way
      *           EMPMAST-MAINTENANCE maintains the employee master,
      *           so buyers, AP and every report share one supplier
      *           name, remit-to address, terms code, tax ID and 1099
      *           treatment instead of each inventing its own.
      *           SUPPLIER.DAT carries the supplier record (the lead
      *           time DEMAND-ANALYSIS reads is still its first
      *           field); supplier ACH banking stays on SUPPBANK.DAT
      *           in its EMPBANK.DAT shape, apart from the master for
      *           the same reason employee bank accounts are, and is
      *           maintained here alongside it. A supplier is active
      *           ("A"), on hold ("H" - AP-PAYMENT-RUN pays nothing
      *           while it is) or inactive ("I", set by INA).
      *           Bank account and tax ID changes are where vendor
      *           fraud happens, so any transaction carrying one posts
      *           only with a second operator's approval (the same
      *           dual control PAYROLL-REVERSAL uses); without it
      *           those transactions are refused and the rest of the
      *           batch still posts. New banking starts as a pre-note
      *           ("P"), paid by check until the clerk confirms it
      *           live. Every applied transaction writes a before/
      *           after image to SUPPCHG.LOG, the approver named on
      *           the sensitive ones; the updated files are written
      *           as SUPPLIER.NEW and SUPPBANK.NEW for promotion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

           SELECT SUPPLIER-NEW-FILE ASSIGN TO "SUPPLIER.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-NEW-STATUS.

           SELECT SUPPLIER-BANKING-FILE ASSIGN TO "SUPPBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-BANK-STATUS.

           SELECT SUPPLIER-BANKING-NEW-FILE ASSIGN TO "SUPPBANK.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-BANK-NEW-STATUS.

      * One maintenance transaction per record, keyed by the AP
      * clerk: ADD a new supplier, CHG fields on an existing one,
      * INA (inactivate) one no longer used.
           SELECT SUPPLIER-TRANSACTION-FILE ASSIGN TO "SUPPTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.

      * Terms codes are checked against the table AP-INVOICE-ENTRY
      * dates invoices from, so a supplier cannot carry terms the
      * invoice run would hold every invoice for.
           SELECT TERMS-TABLE-FILE ASSIGN TO "TERMSTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-FILE-STATUS.

           SELECT SUPPLIER-CHANGE-LOG-FILE ASSIGN TO "SUPPCHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Role-based operator authorization - see copybooks/
      * AUTHCHK.cpy.
           COPY AUTHSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           05  SU-SUPPLIER         PIC X(10).
           05  SU-LEAD-TIME-DAYS   PIC 9(3).
           05  SU-NAME             PIC X(30).
           05  SU-REMIT-LINE-1     PIC X(30).
           05  SU-REMIT-LINE-2     PIC X(30).
           05  SU-REMIT-CITY       PIC X(20).
           05  SU-REMIT-STATE      PIC X(2).
           05  SU-REMIT-ZIP        PIC X(10).
           05  SU-TERMS-CODE       PIC X(9).
      * EIN or SSN, nine digits, no dashes; the type says which.
           05  SU-TAX-ID           PIC X(9).
           05  SU-TAX-ID-TYPE      PIC X.
               88  SU-TAX-ID-IS-EIN        VALUE "E".
               88  SU-TAX-ID-IS-SSN        VALUE "S".
      * 1099 reporting: the form ("N" 1099-NEC, "M" 1099-MISC) and
      * the box its payments are reported in.
           05  SU-1099-FLAG        PIC X.
               88  SU-IS-1099-REPORTABLE   VALUE "Y".
           05  SU-1099-FORM        PIC X.
           05  SU-1099-BOX         PIC 9(2).
           05  SU-STATUS           PIC X.
               88  SU-IS-ACTIVE            VALUE "A".
               88  SU-IS-ON-HOLD           VALUE "H".
               88  SU-IS-INACTIVE          VALUE "I".
           05  SU-STATUS-DATE      PIC 9(8).

       FD  SUPPLIER-NEW-FILE.
       01  SUPPLIER-NEW-RECORD     PIC X(167).

       FD  SUPPLIER-BANKING-FILE.
       01  SUPPLIER-BANKING-RECORD.
           05  SB-SUPPLIER         PIC X(10).
           05  SB-ROUTING-NUMBER   PIC X(9).
           05  SB-ACCOUNT-NUMBER   PIC X(17).
           05  SB-PRENOTE-STATUS   PIC X.
               88  SB-IS-PRENOTE-PENDING   VALUE "P".
               88  SB-IS-ACTIVE            VALUE "A".
           05  SB-STATUS-DATE      PIC 9(8).

       FD  SUPPLIER-BANKING-NEW-FILE.
       01  SUPPLIER-BANKING-NEW-RECORD PIC X(45).

       FD  SUPPLIER-TRANSACTION-FILE.
       01  SUPPLIER-TRANSACTION-RECORD.
           05  ST-ACTION           PIC X(3).
               88  ST-IS-ADD           VALUE "ADD".
               88  ST-IS-CHANGE        VALUE "CHG".
               88  ST-IS-INACTIVATE    VALUE "INA".
           05  ST-SUPPLIER         PIC X(10).
      * On a CHG, spaces (or zero) in any field below leave the
      * master's value alone.
           05  ST-NAME             PIC X(30).
           05  ST-REMIT-LINE-1     PIC X(30).
           05  ST-REMIT-LINE-2     PIC X(30).
           05  ST-REMIT-CITY       PIC X(20).
           05  ST-REMIT-STATE      PIC X(2).
           05  ST-REMIT-ZIP        PIC X(10).
           05  ST-TERMS-CODE       PIC X(9).
           05  ST-LEAD-TIME-DAYS   PIC 9(3).
           05  ST-LEAD-TIME-X REDEFINES ST-LEAD-TIME-DAYS PIC X(3).
           05  ST-TAX-ID           PIC X(9).
           05  ST-TAX-ID-TYPE      PIC X.
               88  ST-TAX-ID-TYPE-VALID VALUES "E" "S".
      * "Y" or "N" sets the 1099 treatment; a "Y" posts the form and
      * box as keyed, a blank form meaning 1099-NEC box 1.
           05  ST-1099-FLAG        PIC X.
               88  ST-1099-FLAG-VALID  VALUES "Y" "N".
           05  ST-1099-FORM        PIC X.
           05  ST-1099-BOX         PIC 9(2).
           05  ST-1099-BOX-X REDEFINES ST-1099-BOX PIC X(2).
      * "A" releases a hold (or reactivates), "H" places one.
           05  ST-STATUS           PIC X.
               88  ST-STATUS-VALID     VALUES "A" "H".
      * New ACH banking: routing and account together.
           05  ST-ROUTING-NUMBER   PIC X(9).
           05  ST-ACCOUNT-NUMBER   PIC X(17).
      * "A" confirms a pre-noted account live; "D" drops the
      * banking so the supplier is paid by check.
           05  ST-BANK-ACTION      PIC X.
               88  ST-BANK-CONFIRM     VALUE "A".
               88  ST-BANK-DROP        VALUE "D".

       FD  TERMS-TABLE-FILE.
       01  TERMS-TABLE-RECORD.
           05  TT-TERMS-CODE       PIC X(9).
           05  FILLER              PIC X(11).

       FD  SUPPLIER-CHANGE-LOG-FILE.
       01  SUPPLIER-CHANGE-LOG-LINE PIC X(180).

           COPY EXCPFD.
           COPY AUTHFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.
       01  WS-OPERATOR-ROLE-STATUS PIC XX.
       01  WS-ACCESS-LOG-STATUS    PIC XX.
           COPY AUTHWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.
       01  WS-SUPPLIER-FILE-STATUS PIC XX.
       01  WS-SUPPLIER-NEW-STATUS  PIC XX.
       01  WS-SUPP-BANK-STATUS     PIC XX.
       01  WS-SUPP-BANK-NEW-STATUS PIC XX.
       01  WS-TRANSACTION-FILE-STATUS PIC XX.
       01  WS-TERMS-FILE-STATUS    PIC XX.
       01  WS-CHANGE-LOG-STATUS    PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-INPUT-FILE       VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.
           88  ENTRY-WAS-FOUND         VALUE 'Y'.
       01  WS-RUN-ABORT-SWITCH     PIC X VALUE 'N'.
           88  RUN-MUST-ABORT          VALUE 'Y'.

      * Set once for the run: 'Y' when a second operator has
      * countersigned the batch's bank and tax-ID changes.
       01  WS-SENSITIVE-COUNT      PIC 9(3) VALUE 0.
       01  WS-SECOND-APPROVAL-SWITCH PIC X VALUE 'N'.
           88  SECOND-APPROVAL-GIVEN   VALUE 'Y'.

       01  WS-CURRENT-DATE         PIC 9(8).
       01  WS-CURRENT-TIME         PIC 9(6).
       01  WS-CHANGED-BY-ID        PIC X(10).
      * Lead time for an ADD that does not key one - the same
      * default DEMAND-ANALYSIS plans with.
       01  WS-DEFAULT-LEAD-DAYS    PIC 9(3) VALUE 14.

      * Transaction table, loaded and edited up front and matched
      * against the master by supplier code, the EMPMAST-MAINTENANCE
      * way.
       01  WS-TRANSACTION-COUNT-MAX PIC 9(3) VALUE 200.
       01  WS-TRANSACTION-COUNT     PIC 9(3) VALUE 0.
       01  SUPPLIER-TRANSACTION-TABLE.
           05  SUPPLIER-TRANSACTION-ENTRY OCCURS 200 TIMES
                                   INDEXED BY TX-IDX.
               10  STT-TRANSACTION     PIC X(189).
               10  STT-SENSITIVE       PIC X.
                   88  STT-IS-SENSITIVE    VALUE 'Y'.
               10  STT-APPLIED-SWITCH  PIC X.
                   88  STT-IS-APPLIED      VALUE 'Y'.

      * Working copy of the transaction being applied.
       01  WS-TRANSACTION          PIC X(189).

       01  WS-TERMS-COUNT-MAX      PIC 9(3) VALUE 50.
       01  WS-TERMS-COUNT          PIC 9(3) VALUE 0.
       01  TERMS-CODE-TABLE.
           05  TERMS-CODE-ENTRY OCCURS 50 TIMES
                                   INDEXED BY TM-IDX.
               10  TME-TERMS-CODE      PIC X(9).

      * SUPPBANK.DAT, held whole so bank changes land in it as the
      * master is read and the new generation is written at the end.
       01  WS-BANK-COUNT-MAX       PIC 9(3) VALUE 500.
       01  WS-BANK-COUNT           PIC 9(3) VALUE 0.
       01  SUPPLIER-BANK-TABLE.
           05  SUPPLIER-BANK-ENTRY OCCURS 500 TIMES
                                   INDEXED BY SB-IDX.
               10  SBE-RECORD          PIC X(45).
               10  SBE-DROPPED         PIC X.

       01  WS-BANK-RECORD.
           05  WS-BANK-SUPPLIER    PIC X(10).
           05  WS-BANK-ROUTING     PIC X(9).
           05  WS-BANK-ACCOUNT     PIC X(17).
           05  WS-BANK-PRENOTE-STATUS PIC X.
           05  WS-BANK-STATUS-DATE PIC 9(8).

      * ABA routing check digit: 3-7-1 weights over the nine digits
      * must total a multiple of ten.
       01  WS-ROUTING-DIGITS       PIC X(9).
       01  WS-ROUTING-DIGIT-TABLE REDEFINES WS-ROUTING-DIGITS.
           05  WS-ROUTING-DIGIT    PIC 9 OCCURS 9 TIMES.
       01  WS-ROUTING-SUM          PIC 9(4).
       01  WS-ROUTING-QUOTIENT     PIC 9(4).
       01  WS-ROUTING-REMAINDER    PIC 9.
       01  WS-ROUTING-VALID-SWITCH PIC X.
           88  ROUTING-NUMBER-IS-VALID VALUE 'Y'.

       01  WS-RECORDS-WRITTEN      PIC 9(5) VALUE 0.
       01  WS-TRANS-APPLIED        PIC 9(5) VALUE 0.
       01  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.

      * Rejected-transaction message for the shared exception log,
      * built with MOVE rather than STRING.
       01  WS-REJECT-MSG-BUILD.
           05  WS-REJ-MSG-LITERAL-1    PIC X(9) VALUE "SUPPLIER ".
           05  WS-REJ-MSG-SUPPLIER     PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-REJ-MSG-LITERAL-2    PIC X(40).

       01  CHANGE-LOG-HEADING.
           05  FILLER          PIC X(46) VALUE
               "SUPPLIER MASTER MAINTENANCE - CHANGE AUDIT LOG".
       01  CHANGE-LOG-ACTION-LINE.
           05  CA-ACTION       PIC X(3).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CA-SUPPLIER     PIC X(10).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  CA-CHANGED-BY   PIC X(10).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CA-CHANGE-DATE  PIC 9(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CA-CHANGE-TIME  PIC 9(6).
      * The second operator who approved a bank or tax-ID change.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CA-APPROVAL-CAPTION PIC X(13).
           05  CA-APPROVED-BY  PIC X(10).
       01  CHANGE-LOG-BEFORE-LINE.
           05  FILLER          PIC X(10) VALUE "  BEFORE: ".
           05  CB-IMAGE        PIC X(167).
       01  CHANGE-LOG-AFTER-LINE.
           05  FILLER          PIC X(10) VALUE "  AFTER:  ".
           05  CF-IMAGE        PIC X(167).
      * Bank images show the account's last four digits only - the
      * log records that it changed without becoming a copy of it.
       01  CHANGE-LOG-BANK-BEFORE-LINE.
           05  FILLER          PIC X(10) VALUE "  BANK-B: ".
           05  CBB-IMAGE       PIC X(45).
       01  CHANGE-LOG-BANK-AFTER-LINE.
           05  FILLER          PIC X(10) VALUE "  BANK-A: ".
           05  CBA-IMAGE       PIC X(45).
       01  WS-MASKED-BANK-IMAGE.
           05  WS-MASK-SUPPLIER    PIC X(10).
           05  WS-MASK-ROUTING     PIC X(9).
           05  WS-MASK-ACCOUNT     PIC X(17).
           05  WS-MASK-REST        PIC X(9).
       01  WS-ACCOUNT-LENGTH       PIC 9(2).
       01  WS-MASK-SUB             PIC 9(2).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "SUPPLIER-MAINTENANCE" TO WS-RUNSTAT-PROGRAM-ID

      * Only an AP clerk (or a supervisor) maintains suppliers.
            MOVE "SUPPLIER-MAINTENANCE" TO WS-AUTH-PROGRAM-ID
            MOVE "APCL" TO WS-AUTH-REQUIRED-ROLE
            PERFORM 920-CHECK-OPERATOR-ROLE
            IF NOT AUTH-ROLE-GRANTED
               MOVE "OPERATOR REFUSED - ROLE APCL REQUIRED" TO
                  EL-MESSAGE
               MOVE "SUPPLIER-MAINTENANCE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF

            MOVE WS-AUTH-OPERATOR-ID TO WS-CHANGED-BY-ID
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
            ACCEPT WS-CURRENT-TIME FROM TIME

            PERFORM 050-OPEN-FILES
            IF RUN-MUST-ABORT
               PERFORM 900-CLOSE-FILES
               PERFORM 970-DISPLAY-RUN-STATISTICS
               STOP RUN
            END-IF
            PERFORM 055-LOAD-TERMS-CODES
            PERFORM 060-LOAD-BANK-TABLE
            PERFORM 065-LOAD-TRANSACTION-TABLE

      * One countersignature covers the batch: asked for only when
      * something in it touches banking or a tax ID.
            IF WS-SENSITIVE-COUNT > 0
               PERFORM 925-OBTAIN-DUAL-APPROVAL
               IF AUTH-APPROVAL-GRANTED
                  MOVE 'Y' TO WS-SECOND-APPROVAL-SWITCH
               ELSE
                  DISPLAY "NO SECOND APPROVAL - ", WS-SENSITIVE-COUNT,
                     " BANK/TAX ID TRANSACTION(S) WILL BE REFUSED"
               END-IF
            END-IF

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM 100-READ-SUPPLIER-RECORD
            PERFORM UNTIL END-OF-INPUT-FILE
               ADD 1 TO WS-RUNSTAT-RECORDS-READ
               PERFORM 200-APPLY-TRANSACTIONS-TO-RECORD
               PERFORM 300-WRITE-NEW-SUPPLIER-RECORD
               PERFORM 100-READ-SUPPLIER-RECORD
            END-PERFORM

            PERFORM 400-APPEND-UNAPPLIED-ADDS
            PERFORM 450-REJECT-UNAPPLIED-CHANGES
            PERFORM 480-WRITE-NEW-BANK-FILE
            PERFORM 900-CLOSE-FILES

            DISPLAY "SUPPLIER MASTER MAINTENANCE COMPLETE.  WROTE ",
               WS-RECORDS-WRITTEN, ", APPLIED ", WS-TRANS-APPLIED,
               ", REJECTED ", WS-TRANS-REJECTED, "."
            DISPLAY "PROMOTE SUPPLIER.NEW OVER SUPPLIER.DAT AND "
               "SUPPBANK.NEW OVER SUPPBANK.DAT."
            PERFORM 970-DISPLAY-RUN-STATISTICS
            STOP RUN.

       050-OPEN-FILES.

            OPEN INPUT SUPPLIER-FILE
            IF WS-SUPPLIER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: SUPPLIER.DAT OPEN FAILED, STATUS = ",
                  WS-SUPPLIER-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN INPUT SUPPLIER-TRANSACTION-FILE
            IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: SUPPTRAN.DAT OPEN FAILED, STATUS = ",
                  WS-TRANSACTION-FILE-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            OPEN OUTPUT SUPPLIER-NEW-FILE
            IF WS-SUPPLIER-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: SUPPLIER.NEW OPEN FAILED, STATUS = ",
                  WS-SUPPLIER-NEW-STATUS
               MOVE 'Y' TO WS-RUN-ABORT-SWITCH
               MOVE 1 TO RETURN-CODE
            END-IF

            IF RUN-MUST-ABORT
               MOVE "SUPPLIER FILES FAILED TO OPEN - NOTHING APPLIED"
                  TO EL-MESSAGE
               MOVE "SUPPLIER-MAINTENANCE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               EXIT PARAGRAPH
            END-IF

      * The audit trail accumulates run after run, created only on
      * the very first.
            OPEN EXTEND SUPPLIER-CHANGE-LOG-FILE
            IF WS-CHANGE-LOG-STATUS NOT = "00"
               OPEN OUTPUT SUPPLIER-CHANGE-LOG-FILE
            END-IF
            IF WS-CHANGE-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: SUPPCHG.LOG OPEN FAILED, STATUS = ",
                  WS-CHANGE-LOG-STATUS
            ELSE
               WRITE SUPPLIER-CHANGE-LOG-LINE FROM CHANGE-LOG-HEADING
            END-IF.

      * No terms table means terms cannot be checked - a supplier
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

      * No SUPPBANK.DAT yet is an empty banking file, not an error.
       060-LOAD-BANK-TABLE.

            OPEN INPUT SUPPLIER-BANKING-FILE
            IF WS-SUPP-BANK-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ SUPPLIER-BANKING-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF WS-BANK-COUNT NOT < WS-BANK-COUNT-MAX
                        DISPLAY "ERROR: SUPPLIER BANK TABLE FULL - "
                           "SUPPLIER MAINTENANCE STOPPED"
                        MOVE
                           "SUPPLIER BANK TABLE FULL - NOTHING APPLIED"
                           TO EL-MESSAGE
                        MOVE "SUPPLIER-MAINTENANCE" TO EL-PROGRAM-ID
                        MOVE "E" TO EL-SEVERITY
                        PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                        ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
                        MOVE 1 TO RETURN-CODE
                        CLOSE SUPPLIER-BANKING-FILE
                        PERFORM 900-CLOSE-FILES
                        PERFORM 970-DISPLAY-RUN-STATISTICS
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-BANK-COUNT
                     MOVE SUPPLIER-BANKING-RECORD TO
                        SBE-RECORD (WS-BANK-COUNT)
                     MOVE 'N' TO SBE-DROPPED (WS-BANK-COUNT)
               END-READ
            END-PERFORM
            CLOSE SUPPLIER-BANKING-FILE.

       065-LOAD-TRANSACTION-TABLE.

            MOVE 'N' TO WS-EOF-SWITCH
            PERFORM UNTIL END-OF-INPUT-FILE
               READ SUPPLIER-TRANSACTION-FILE
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

            MOVE ST-SUPPLIER TO WS-REJ-MSG-SUPPLIER
            IF NOT ST-IS-ADD AND NOT ST-IS-CHANGE
                  AND NOT ST-IS-INACTIVATE
               MOVE "HAS AN UNKNOWN MAINTENANCE ACTION CODE" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF ST-SUPPLIER = SPACES
               MOVE "HAS NO SUPPLIER CODE" TO WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF ST-IS-ADD AND ST-NAME = SPACES
               MOVE "ADD HAS NO SUPPLIER NAME" TO WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF ST-IS-ADD
               PERFORM VARYING TX-IDX FROM 1 BY 1
                     UNTIL TX-IDX > WS-TRANSACTION-COUNT
                  MOVE STT-TRANSACTION (TX-IDX) TO WS-TRANSACTION
                  IF WS-TRANSACTION (1:3) = "ADD"
                        AND WS-TRANSACTION (4:10) = ST-SUPPLIER
                     MOVE "IS A DUPLICATE ADD IN THIS RUN" TO
                        WS-REJ-MSG-LITERAL-2
                     PERFORM 080-LOG-TRANSACTION-REJECT
                     EXIT PARAGRAPH
                  END-IF
               END-PERFORM
            END-IF

            IF ST-TERMS-CODE NOT = SPACES
               PERFORM 075-FIND-TERMS-CODE
               IF NOT ENTRY-WAS-FOUND
                  MOVE "HAS A TERMS CODE NOT ON TERMSTAB.DAT" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
                  EXIT PARAGRAPH
               END-IF
            END-IF

      * Blank numeric fields are keyed as "leave alone".
            IF ST-LEAD-TIME-X = SPACES
               MOVE 0 TO ST-LEAD-TIME-DAYS
            END-IF
            IF ST-1099-BOX-X = SPACES
               MOVE 0 TO ST-1099-BOX
            END-IF
            IF ST-LEAD-TIME-DAYS IS NOT NUMERIC
               MOVE "HAS A NON-NUMERIC LEAD TIME" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF ST-TAX-ID NOT = SPACES
                  AND (ST-TAX-ID IS NOT NUMERIC
                     OR NOT ST-TAX-ID-TYPE-VALID)
               MOVE "HAS A TAX ID THAT IS NOT 9 DIGITS + E/S" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF ST-1099-FLAG NOT = SPACE AND NOT ST-1099-FLAG-VALID
               MOVE "HAS A 1099 FLAG OTHER THAN Y OR N" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

      * 1099-NEC reports in box 1 only; 1099-MISC in the boxes a
      * supplier's payments can belong in - 1 rents, 2 royalties,
      * 3 other income, 6 medical and health care, 10 attorney
      * gross proceeds.
            IF ST-1099-FLAG = "Y"
               IF ST-1099-FORM = SPACE
                  MOVE "N" TO ST-1099-FORM
               END-IF
               IF ST-1099-BOX = 0
                  MOVE 1 TO ST-1099-BOX
               END-IF
               IF ST-1099-BOX IS NOT NUMERIC
                     OR NOT ((ST-1099-FORM = "N" AND ST-1099-BOX = 1)
                     OR (ST-1099-FORM = "M"
                        AND (ST-1099-BOX = 1 OR 2 OR 3 OR 6 OR 10)))
                  MOVE "HAS AN INVALID 1099 FORM/BOX" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
                  EXIT PARAGRAPH
               END-IF
            END-IF

            IF ST-STATUS NOT = SPACE AND NOT ST-STATUS-VALID
               MOVE "HAS A STATUS OTHER THAN A OR H" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF ST-ROUTING-NUMBER NOT = SPACES
                  OR ST-ACCOUNT-NUMBER NOT = SPACES
               IF ST-ROUTING-NUMBER = SPACES
                     OR ST-ACCOUNT-NUMBER = SPACES
                  MOVE "HAS ROUTING OR ACCOUNT BUT NOT BOTH" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
                  EXIT PARAGRAPH
               END-IF
               MOVE ST-ROUTING-NUMBER TO WS-ROUTING-DIGITS
               PERFORM 078-VALIDATE-ROUTING-NUMBER
               IF NOT ROUTING-NUMBER-IS-VALID
                  MOVE "HAS A ROUTING NUMBER FAILING ITS CHECK" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
                  EXIT PARAGRAPH
               END-IF
               IF ST-BANK-ACTION NOT = SPACE
                  MOVE "HAS NEW BANKING AND A BANK ACTION" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
                  EXIT PARAGRAPH
               END-IF
            END-IF

            IF ST-BANK-ACTION NOT = SPACE
                  AND NOT ST-BANK-CONFIRM AND NOT ST-BANK-DROP
               MOVE "HAS A BANK ACTION OTHER THAN A OR D" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF WS-TRANSACTION-COUNT NOT < WS-TRANSACTION-COUNT-MAX
               DISPLAY "WARNING: TRANSACTION TABLE FULL, IGNORING "
                  "TRANSACTION FOR ", ST-SUPPLIER
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-TRANSACTION-COUNT
            SET TX-IDX TO WS-TRANSACTION-COUNT
            MOVE SUPPLIER-TRANSACTION-RECORD TO STT-TRANSACTION (TX-IDX)
            MOVE 'N' TO STT-APPLIED-SWITCH (TX-IDX)
      * New banking, a banking drop, or any tax ID is a change that
      * needs the second operator.
            IF ST-ROUTING-NUMBER NOT = SPACES OR ST-BANK-DROP
                  OR ST-TAX-ID NOT = SPACES
               MOVE 'Y' TO STT-SENSITIVE (TX-IDX)
               ADD 1 TO WS-SENSITIVE-COUNT
            ELSE
               MOVE 'N' TO STT-SENSITIVE (TX-IDX)
            END-IF.

       075-FIND-TERMS-CODE.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING TM-IDX FROM 1 BY 1
                  UNTIL TM-IDX > WS-TERMS-COUNT
               IF TME-TERMS-CODE (TM-IDX) = ST-TERMS-CODE
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM.

       078-VALIDATE-ROUTING-NUMBER.

            MOVE 'N' TO WS-ROUTING-VALID-SWITCH
            IF WS-ROUTING-DIGITS IS NOT NUMERIC
               EXIT PARAGRAPH
            END-IF
            COMPUTE WS-ROUTING-SUM =
               3 * (WS-ROUTING-DIGIT (1) + WS-ROUTING-DIGIT (4)
                  + WS-ROUTING-DIGIT (7))
               + 7 * (WS-ROUTING-DIGIT (2) + WS-ROUTING-DIGIT (5)
                  + WS-ROUTING-DIGIT (8))
               + WS-ROUTING-DIGIT (3) + WS-ROUTING-DIGIT (6)
               + WS-ROUTING-DIGIT (9)
            DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOTIENT
               REMAINDER WS-ROUTING-REMAINDER
            IF WS-ROUTING-REMAINDER = 0
               MOVE 'Y' TO WS-ROUTING-VALID-SWITCH
            END-IF.

      * A rejected maintenance transaction is a data-quality
      * warning, the EMPMAST-MAINTENANCE severity choice.
       080-LOG-TRANSACTION-REJECT.

            DISPLAY "REJECTED: ", ST-ACTION, " for supplier ",
               ST-SUPPLIER, " - ", WS-REJ-MSG-LITERAL-2
            PERFORM 085-LOG-REJECT-MESSAGE.

       085-LOG-REJECT-MESSAGE.

            MOVE WS-REJECT-MSG-BUILD TO EL-MESSAGE
            MOVE "SUPPLIER-MAINTENANCE" TO EL-PROGRAM-ID
            MOVE "W" TO EL-SEVERITY
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
            ADD 1 TO WS-TRANS-REJECTED.

       100-READ-SUPPLIER-RECORD.

            READ SUPPLIER-FILE
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
            END-READ.

       200-APPLY-TRANSACTIONS-TO-RECORD.

            PERFORM VARYING TX-IDX FROM 1 BY 1
                  UNTIL TX-IDX > WS-TRANSACTION-COUNT
               MOVE STT-TRANSACTION (TX-IDX) TO
                  SUPPLIER-TRANSACTION-RECORD
               IF ST-SUPPLIER = SU-SUPPLIER
                     AND NOT STT-IS-APPLIED (TX-IDX)
                  MOVE 'Y' TO STT-APPLIED-SWITCH (TX-IDX)
                  PERFORM 210-APPLY-ONE-TRANSACTION
               END-IF
            END-PERFORM.

      * SUPPLIER-TRANSACTION-RECORD holds the table entry being
      * applied; SUPPLIER-RECORD is the master being rewritten.
       210-APPLY-ONE-TRANSACTION.

            MOVE ST-SUPPLIER TO WS-REJ-MSG-SUPPLIER
            IF STT-IS-SENSITIVE (TX-IDX) AND NOT SECOND-APPROVAL-GIVEN
               MOVE "BANK/TAX ID CHANGE - NO SECOND APPROVAL" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            EVALUATE TRUE
               WHEN ST-IS-ADD
                  MOVE "IS ALREADY ON THE MASTER, ADD REJECTED" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
               WHEN ST-IS-INACTIVATE AND SU-IS-INACTIVE
                  MOVE "IS ALREADY INACTIVE, INA REJECTED" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
               WHEN ST-BANK-CONFIRM
                  PERFORM 250-FIND-BANK-ENTRY
                  IF NOT ENTRY-WAS-FOUND
                     MOVE "HAS NO BANKING TO CONFIRM" TO
                        WS-REJ-MSG-LITERAL-2
                     PERFORM 080-LOG-TRANSACTION-REJECT
                  ELSE
                     PERFORM 220-POST-CHANGE
                  END-IF
               WHEN ST-IS-INACTIVATE
                  MOVE SUPPLIER-RECORD TO CB-IMAGE
                  MOVE "I" TO SU-STATUS
                  MOVE WS-CURRENT-DATE TO SU-STATUS-DATE
                  MOVE SUPPLIER-RECORD TO CF-IMAGE
                  PERFORM 500-WRITE-AUDIT-ENTRY
                  ADD 1 TO WS-TRANS-APPLIED
               WHEN OTHER
                  PERFORM 220-POST-CHANGE
            END-EVALUATE.

       220-POST-CHANGE.

            MOVE SUPPLIER-RECORD TO CB-IMAGE
            PERFORM 230-APPLY-CHANGED-FIELDS
            MOVE SUPPLIER-RECORD TO CF-IMAGE
            PERFORM 500-WRITE-AUDIT-ENTRY
            PERFORM 260-APPLY-BANK-CHANGE
            ADD 1 TO WS-TRANS-APPLIED.

      * The fields a CHG carries replace the master's; spaces or
      * zero leave the master's value alone.
       230-APPLY-CHANGED-FIELDS.

            IF ST-NAME NOT = SPACES
               MOVE ST-NAME TO SU-NAME
            END-IF
            IF ST-REMIT-LINE-1 NOT = SPACES
               MOVE ST-REMIT-LINE-1 TO SU-REMIT-LINE-1
            END-IF
            IF ST-REMIT-LINE-2 NOT = SPACES
               MOVE ST-REMIT-LINE-2 TO SU-REMIT-LINE-2
            END-IF
            IF ST-REMIT-CITY NOT = SPACES
               MOVE ST-REMIT-CITY TO SU-REMIT-CITY
            END-IF
            IF ST-REMIT-STATE NOT = SPACES
               MOVE ST-REMIT-STATE TO SU-REMIT-STATE
            END-IF
            IF ST-REMIT-ZIP NOT = SPACES
               MOVE ST-REMIT-ZIP TO SU-REMIT-ZIP
            END-IF
            IF ST-TERMS-CODE NOT = SPACES
               MOVE ST-TERMS-CODE TO SU-TERMS-CODE
            END-IF
            IF ST-LEAD-TIME-DAYS NOT = 0
               MOVE ST-LEAD-TIME-DAYS TO SU-LEAD-TIME-DAYS
            END-IF
            IF ST-TAX-ID NOT = SPACES
               MOVE ST-TAX-ID TO SU-TAX-ID
               MOVE ST-TAX-ID-TYPE TO SU-TAX-ID-TYPE
            END-IF
            IF ST-1099-FLAG = "Y"
               MOVE "Y" TO SU-1099-FLAG
               MOVE ST-1099-FORM TO SU-1099-FORM
               MOVE ST-1099-BOX TO SU-1099-BOX
            END-IF
            IF ST-1099-FLAG = "N"
               MOVE "N" TO SU-1099-FLAG
               MOVE SPACE TO SU-1099-FORM
               MOVE 0 TO SU-1099-BOX
            END-IF
            IF ST-STATUS NOT = SPACE AND ST-STATUS NOT = SU-STATUS
               MOVE ST-STATUS TO SU-STATUS
               MOVE WS-CURRENT-DATE TO SU-STATUS-DATE
            END-IF.

      * Finds ST-SUPPLIER's live entry on the bank table.
       250-FIND-BANK-ENTRY.

            MOVE 'N' TO WS-FOUND-SWITCH
            PERFORM VARYING SB-IDX FROM 1 BY 1
                  UNTIL SB-IDX > WS-BANK-COUNT
               MOVE SBE-RECORD (SB-IDX) TO WS-BANK-RECORD
               IF WS-BANK-SUPPLIER = ST-SUPPLIER
                     AND SBE-DROPPED (SB-IDX) = 'N'
                  MOVE 'Y' TO WS-FOUND-SWITCH
                  EXIT PERFORM
               END-IF
            END-PERFORM.

      * New banking replaces the old and starts over as a pre-note
      * dated today - AP-PAYMENT-RUN pays by check until the clerk
      * confirms it live with bank action "A". A drop removes the
      * banking from the new generation.
       260-APPLY-BANK-CHANGE.

            IF ST-ROUTING-NUMBER = SPACES AND ST-BANK-ACTION = SPACE
               EXIT PARAGRAPH
            END-IF
            PERFORM 250-FIND-BANK-ENTRY
            IF ENTRY-WAS-FOUND
               MOVE WS-BANK-RECORD TO CBB-IMAGE
            ELSE
               MOVE SPACES TO CBB-IMAGE WS-BANK-RECORD
               MOVE ST-SUPPLIER TO WS-BANK-SUPPLIER
            END-IF

            EVALUATE TRUE
               WHEN ST-ROUTING-NUMBER NOT = SPACES
                  MOVE ST-ROUTING-NUMBER TO WS-BANK-ROUTING
                  MOVE ST-ACCOUNT-NUMBER TO WS-BANK-ACCOUNT
                  MOVE "P" TO WS-BANK-PRENOTE-STATUS
                  MOVE WS-CURRENT-DATE TO WS-BANK-STATUS-DATE
               WHEN ST-BANK-CONFIRM
                  MOVE "A" TO WS-BANK-PRENOTE-STATUS
                  MOVE WS-CURRENT-DATE TO WS-BANK-STATUS-DATE
               WHEN ST-BANK-DROP
                  IF NOT ENTRY-WAS-FOUND
                     EXIT PARAGRAPH
                  END-IF
                  MOVE 'Y' TO SBE-DROPPED (SB-IDX)
                  MOVE SPACES TO WS-BANK-RECORD
                  MOVE ST-SUPPLIER TO WS-BANK-SUPPLIER
            END-EVALUATE

            IF NOT ST-BANK-DROP
               IF ENTRY-WAS-FOUND
                  MOVE WS-BANK-RECORD TO SBE-RECORD (SB-IDX)
               ELSE
                  IF WS-BANK-COUNT NOT < WS-BANK-COUNT-MAX
                     MOVE "BANK TABLE FULL - BANKING NOT ADDED" TO
                        WS-REJ-MSG-LITERAL-2
                     PERFORM 085-LOG-REJECT-MESSAGE
                     EXIT PARAGRAPH
                  END-IF
                  ADD 1 TO WS-BANK-COUNT
                  MOVE WS-BANK-RECORD TO SBE-RECORD (WS-BANK-COUNT)
                  MOVE 'N' TO SBE-DROPPED (WS-BANK-COUNT)
               END-IF
            END-IF

            MOVE WS-BANK-RECORD TO WS-MASKED-BANK-IMAGE
            PERFORM 270-MASK-ACCOUNT-NUMBER
            MOVE WS-MASKED-BANK-IMAGE TO CBA-IMAGE
            MOVE CBB-IMAGE TO WS-MASKED-BANK-IMAGE
            PERFORM 270-MASK-ACCOUNT-NUMBER
            MOVE WS-MASKED-BANK-IMAGE TO CBB-IMAGE
            IF WS-CHANGE-LOG-STATUS = "00"
               WRITE SUPPLIER-CHANGE-LOG-LINE FROM
                  CHANGE-LOG-BANK-BEFORE-LINE
               WRITE SUPPLIER-CHANGE-LOG-LINE FROM
                  CHANGE-LOG-BANK-AFTER-LINE
            END-IF.

      * Every account digit but the last four becomes an asterisk.
       270-MASK-ACCOUNT-NUMBER.

            MOVE 0 TO WS-ACCOUNT-LENGTH
            INSPECT WS-MASK-ACCOUNT TALLYING WS-ACCOUNT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
            PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
                  UNTIL WS-MASK-SUB > WS-ACCOUNT-LENGTH - 4
               MOVE "*" TO WS-MASK-ACCOUNT (WS-MASK-SUB:1)
            END-PERFORM.

       300-WRITE-NEW-SUPPLIER-RECORD.

            MOVE SUPPLIER-RECORD TO SUPPLIER-NEW-RECORD
            WRITE SUPPLIER-NEW-RECORD
            ADD 1 TO WS-RECORDS-WRITTEN
            ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN.

      * ADDs whose supplier never matched the master are new
      * suppliers, appended in transaction order.
       400-APPEND-UNAPPLIED-ADDS.

            PERFORM VARYING TX-IDX FROM 1 BY 1
                  UNTIL TX-IDX > WS-TRANSACTION-COUNT
               MOVE STT-TRANSACTION (TX-IDX) TO
                  SUPPLIER-TRANSACTION-RECORD
               IF ST-IS-ADD AND NOT STT-IS-APPLIED (TX-IDX)
                  MOVE 'Y' TO STT-APPLIED-SWITCH (TX-IDX)
                  PERFORM 410-ADD-ONE-SUPPLIER
               END-IF
            END-PERFORM.

       410-ADD-ONE-SUPPLIER.

            MOVE ST-SUPPLIER TO WS-REJ-MSG-SUPPLIER
            IF STT-IS-SENSITIVE (TX-IDX) AND NOT SECOND-APPROVAL-GIVEN
               MOVE "BANK/TAX ID CHANGE - NO SECOND APPROVAL" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            MOVE SPACES TO SUPPLIER-RECORD
            MOVE ST-SUPPLIER TO SU-SUPPLIER
            MOVE WS-DEFAULT-LEAD-DAYS TO SU-LEAD-TIME-DAYS
            MOVE "N" TO SU-1099-FLAG
            MOVE 0 TO SU-1099-BOX
            MOVE "A" TO SU-STATUS
            MOVE WS-CURRENT-DATE TO SU-STATUS-DATE
            MOVE SPACES TO CB-IMAGE
            PERFORM 230-APPLY-CHANGED-FIELDS
            MOVE SUPPLIER-RECORD TO CF-IMAGE
            PERFORM 500-WRITE-AUDIT-ENTRY
            PERFORM 260-APPLY-BANK-CHANGE
            PERFORM 300-WRITE-NEW-SUPPLIER-RECORD
            ADD 1 TO WS-TRANS-APPLIED.

      * A CHG or INA left unapplied names a supplier that is not on
      * the master - the mistyped-code case.
       450-REJECT-UNAPPLIED-CHANGES.

            PERFORM VARYING TX-IDX FROM 1 BY 1
                  UNTIL TX-IDX > WS-TRANSACTION-COUNT
               IF NOT STT-IS-APPLIED (TX-IDX)
                  MOVE STT-TRANSACTION (TX-IDX) TO
                     SUPPLIER-TRANSACTION-RECORD
                  MOVE ST-SUPPLIER TO WS-REJ-MSG-SUPPLIER
                  MOVE "IS NOT ON THE MASTER, CHANGE REJECTED" TO
                     WS-REJ-MSG-LITERAL-2
                  PERFORM 080-LOG-TRANSACTION-REJECT
               END-IF
            END-PERFORM.

       480-WRITE-NEW-BANK-FILE.

            OPEN OUTPUT SUPPLIER-BANKING-NEW-FILE
            IF WS-SUPP-BANK-NEW-STATUS NOT = "00"
               DISPLAY "ERROR: SUPPBANK.NEW OPEN FAILED, STATUS = ",
                  WS-SUPP-BANK-NEW-STATUS
               MOVE "SUPPBANK.NEW OPEN FAILED - BANK CHANGES LOST" TO
                  EL-MESSAGE
               MOVE "SUPPLIER-MAINTENANCE" TO EL-PROGRAM-ID
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
               ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
            END-IF
            PERFORM VARYING SB-IDX FROM 1 BY 1
                  UNTIL SB-IDX > WS-BANK-COUNT
               IF SBE-DROPPED (SB-IDX) = 'N'
                  MOVE SBE-RECORD (SB-IDX) TO
                     SUPPLIER-BANKING-NEW-RECORD
                  WRITE SUPPLIER-BANKING-NEW-RECORD
                  ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               END-IF
            END-PERFORM
            CLOSE SUPPLIER-BANKING-NEW-FILE.

       500-WRITE-AUDIT-ENTRY.

            IF WS-CHANGE-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE ST-ACTION TO CA-ACTION
            MOVE ST-SUPPLIER TO CA-SUPPLIER
            MOVE WS-CHANGED-BY-ID TO CA-CHANGED-BY
            MOVE WS-CURRENT-DATE TO CA-CHANGE-DATE
            MOVE WS-CURRENT-TIME TO CA-CHANGE-TIME
            IF STT-IS-SENSITIVE (TX-IDX)
               MOVE "APPROVED BY: " TO CA-APPROVAL-CAPTION
               MOVE WS-AUTH-APPROVER-ID TO CA-APPROVED-BY
            ELSE
               MOVE SPACES TO CA-APPROVAL-CAPTION CA-APPROVED-BY
            END-IF
            WRITE SUPPLIER-CHANGE-LOG-LINE FROM CHANGE-LOG-ACTION-LINE
            WRITE SUPPLIER-CHANGE-LOG-LINE FROM CHANGE-LOG-BEFORE-LINE
            WRITE SUPPLIER-CHANGE-LOG-LINE FROM CHANGE-LOG-AFTER-LINE.

       900-CLOSE-FILES.

            IF WS-SUPPLIER-FILE-STATUS = "00"
                  OR WS-SUPPLIER-FILE-STATUS = "10"
               CLOSE SUPPLIER-FILE
            END-IF
            IF WS-TRANSACTION-FILE-STATUS = "00"
                  OR WS-TRANSACTION-FILE-STATUS = "10"
               CLOSE SUPPLIER-TRANSACTION-FILE
            END-IF
            IF WS-SUPPLIER-NEW-STATUS = "00"
               CLOSE SUPPLIER-NEW-FILE
            END-IF
            IF WS-CHANGE-LOG-STATUS = "00"
               CLOSE SUPPLIER-CHANGE-LOG-FILE
            END-IF.

           COPY EXCPLOG.
           COPY RUNSTAT.
           COPY AUTHCHK.
       END PROGRAM SUPPLIER-MAINTENANCE.
