      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-08-22
      * Purpose:  Apply ADD/CHG/TRM/RHR maintenance transactions to the
      *           employee master instead of anyone hand-editing
      *           EMPMAST.DAT in place.  The updated master is written
      *           to EMPMAST.NEW, the same CURRENT/NEW generation-pair
      * key into PAYCOMP.DAT. Spaces on a record written before the
      * field existed pays under company 01, the original FEIN.
           05  EMP-COMPANY-CODE    PIC X(2).
      * Form W-4 elections. Spaces on a record written before these
      * fields existed withhold as a single filer with no
      * adjustments - the old flat-bracket treatment. The dependent
      * credit, other income and deductions are annual amounts as the
      * employee entered them on the form; the extra withholding is
      * per pay period. "Y" in the exempt flag withholds no federal
      * tax at all.
           05  EMP-W4-FILING-STATUS PIC X.
               88  EMP-W4-MARRIED-JOINT    VALUE "M".
               88  EMP-W4-HEAD-OF-HOUSEHOLD VALUE "H".
           05  EMP-W4-DEPENDENT-CREDIT PIC 9(5)V9(2).
           05  EMP-W4-OTHER-INCOME PIC 9(7)V9(2).
           05  EMP-W4-DEDUCTIONS   PIC 9(7)V9(2).
           05  EMP-W4-EXTRA-WITHHOLDING PIC 9(5)V9(2).
           05  EMP-W4-EXEMPT       PIC X.
               88  EMP-W4-IS-EXEMPT        VALUE "Y".

       FD  EMPLOYEE-MASTER-NEW-FILE.
       01  EMPLOYEE-NEW-RECORD.
           05  EMN-TAX-JURISDICTION PIC X(2).
           05  EMN-JOB-CLASS       PIC X(4).
           05  EMN-COMPANY-CODE    PIC X(2).
           05  EMN-W4-FILING-STATUS PIC X.
               88  EMN-W4-MARRIED-JOINT    VALUE "M".
               88  EMN-W4-HEAD-OF-HOUSEHOLD VALUE "H".
           05  EMN-W4-DEPENDENT-CREDIT PIC 9(5)V9(2).
           05  EMN-W4-OTHER-INCOME PIC 9(7)V9(2).
           05  EMN-W4-DEDUCTIONS   PIC 9(7)V9(2).
           05  EMN-W4-EXTRA-WITHHOLDING PIC 9(5)V9(2).
           05  EMN-W4-EXEMPT       PIC X.
               88  EMN-W4-IS-EXEMPT        VALUE "Y".

       FD  EMPLOYEE-TRANSACTION-FILE.
       01  EMPLOYEE-TRANSACTION-RECORD.
               88  ET-IS-ADD           VALUE "ADD".
               88  ET-IS-CHANGE        VALUE "CHG".
               88  ET-IS-TERM          VALUE "TRM".
      * Rehire of a terminated employee: back to active with the
      * termination date cleared, plus any field changes it carries
      * exactly as a CHG would post them.
               88  ET-IS-REHIRE        VALUE "RHR".
           05  ET-EMP-ID           PIC X(6).
           05  ET-EMP-NAME         PIC X(25).
           05  ET-EMP-DEPARTMENT   PIC X(4).
           05  ET-EFFECTIVE-DATE   PIC 9(8).
      * Spaces on an ADD lands the employee under company 01.
           05  ET-COMPANY-CODE     PIC X(2).
      * A new Form W-4. The form replaces the employee's whole
      * election, so a filing status (S, M or H) on a CHG posts every
      * W-4 field below as keyed, zeros included; a space status
      * leaves the election on the master alone. An ADD with a space
      * status starts as single with no adjustments, not exempt.
           05  ET-W4-FILING-STATUS PIC X.
               88  ET-W4-STATUS-VALID  VALUES "S" "M" "H".
           05  ET-W4-DEPENDENT-CREDIT PIC 9(5)V9(2).
           05  ET-W4-OTHER-INCOME  PIC 9(7)V9(2).
           05  ET-W4-DEDUCTIONS    PIC 9(7)V9(2).
           05  ET-W4-EXTRA-WITHHOLDING PIC 9(5)V9(2).
           05  ET-W4-EXEMPT        PIC X.
               88  ET-W4-EXEMPT-VALID  VALUES "Y" "N".

       FD  MASTER-CHANGE-LOG-FILE.
       01  MASTER-CHANGE-LOG-LINE  PIC X(114).

      * The held transaction, byte for byte as it arrived, so the
      * release step can put it back on EMPTRAN.DAT unchanged.
           05  PC-PAY-DATE         PIC 9(8).

       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-RECORD   PIC X(114).

           COPY EXCPFD.
           COPY LOCKFD.
               10  ETT-TAX-JURISDICTION PIC X(2).
               10  ETT-JOB-CLASS       PIC X(4).
               10  ETT-COMPANY-CODE    PIC X(2).
               10  ETT-W4-FILING-STATUS PIC X.
               10  ETT-W4-DEPENDENT-CREDIT PIC 9(5)V9(2).
               10  ETT-W4-OTHER-INCOME PIC 9(7)V9(2).
               10  ETT-W4-DEDUCTIONS   PIC 9(7)V9(2).
               10  ETT-W4-EXTRA-WITHHOLDING PIC 9(5)V9(2).
               10  ETT-W4-EXEMPT       PIC X.
               10  ETT-EFFECTIVE-DATE  PIC 9(8).
               10  ETT-APPLIED-SWITCH  PIC X.

       01  WS-RECORDS-READ          PIC 9(5) VALUE 0.
           05  CA-CHANGE-DATE  PIC 9(8).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CA-CHANGE-TIME  PIC 9(6).
      * The date the change took effect - the hire date on an ADD
      * or RHR. The transaction's own effective date when it carried
      * one, otherwise the day it posted.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  CA-EFFECTIVE-DATE PIC 9(8).
       01  CHANGE-LOG-BEFORE-LINE.
           05  FILLER          PIC X(10) VALUE "  BEFORE: ".
           05  CB-IMAGE        PIC X(104).
       01  CHANGE-LOG-AFTER-LINE.
           05  FILLER          PIC X(10) VALUE "  AFTER:  ".
           05  CF-IMAGE        PIC X(104).

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
               PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            END-IF

      * The audit trail accumulates run after run - NEW-HIRE-REPORT
      * reads it back - so it is appended to, created only on the
      * very first run.
            OPEN EXTEND MASTER-CHANGE-LOG-FILE
            IF WS-CHANGE-LOG-STATUS NOT = "00"
               OPEN OUTPUT MASTER-CHANGE-LOG-FILE
            END-IF
            IF WS-CHANGE-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: MASTER-CHANGE-LOG-FILE OPEN FAILED, "
                  "STATUS = ", WS-CHANGE-LOG-STATUS
       070-EDIT-AND-TABLE-TRANSACTION.

            IF NOT ET-IS-ADD AND NOT ET-IS-CHANGE AND NOT ET-IS-TERM
                  AND NOT ET-IS-REHIRE
               MOVE ET-EMP-ID TO WS-REJ-MSG-EMP-ID
               MOVE "HAS AN UNKNOWN MAINTENANCE ACTION CODE" TO
                  WS-REJ-MSG-LITERAL-2
               EXIT PARAGRAPH
            END-IF

      * A W-4 must carry a real filing status and exempt flag and
      * numeric amounts - a blank-amount form would post as garbage
      * and withhold off it every run until someone noticed.
            IF ET-W4-FILING-STATUS NOT = SPACE
                  AND NOT ET-W4-STATUS-VALID
               MOVE ET-EMP-ID TO WS-REJ-MSG-EMP-ID
               MOVE "HAS AN INVALID W-4 FILING STATUS" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

            IF ET-W4-STATUS-VALID
                  AND (ET-W4-DEPENDENT-CREDIT IS NOT NUMERIC
                     OR ET-W4-OTHER-INCOME IS NOT NUMERIC
                     OR ET-W4-DEDUCTIONS IS NOT NUMERIC
                     OR ET-W4-EXTRA-WITHHOLDING IS NOT NUMERIC
                     OR NOT ET-W4-EXEMPT-VALID)
               MOVE ET-EMP-ID TO WS-REJ-MSG-EMP-ID
               MOVE "HAS AN INCOMPLETE W-4 ELECTION" TO
                  WS-REJ-MSG-LITERAL-2
               PERFORM 080-LOG-TRANSACTION-REJECT
               EXIT PARAGRAPH
            END-IF

      * A transaction effective past the period being paid is
      * valid but not yet due: it holds on EMPPEND.DAT (appended,
      * create on first write) and never reaches this run's table.
                  ETT-JOB-CLASS (WS-TRANSACTION-COUNT)
               MOVE ET-COMPANY-CODE TO
                  ETT-COMPANY-CODE (WS-TRANSACTION-COUNT)
               MOVE ET-W4-FILING-STATUS TO
                  ETT-W4-FILING-STATUS (WS-TRANSACTION-COUNT)
               IF ET-W4-STATUS-VALID
                  MOVE ET-W4-DEPENDENT-CREDIT TO
                     ETT-W4-DEPENDENT-CREDIT (WS-TRANSACTION-COUNT)
                  MOVE ET-W4-OTHER-INCOME TO
                     ETT-W4-OTHER-INCOME (WS-TRANSACTION-COUNT)
                  MOVE ET-W4-DEDUCTIONS TO
                     ETT-W4-DEDUCTIONS (WS-TRANSACTION-COUNT)
                  MOVE ET-W4-EXTRA-WITHHOLDING TO
                     ETT-W4-EXTRA-WITHHOLDING (WS-TRANSACTION-COUNT)
                  MOVE ET-W4-EXEMPT TO
                     ETT-W4-EXEMPT (WS-TRANSACTION-COUNT)
               END-IF
               IF ET-EFFECTIVE-DATE IS NUMERIC
                     AND ET-EFFECTIVE-DATE NOT = 0
                  MOVE ET-EFFECTIVE-DATE TO
                     ETT-EFFECTIVE-DATE (WS-TRANSACTION-COUNT)
               ELSE
                  MOVE WS-CURRENT-DATE TO
                     ETT-EFFECTIVE-DATE (WS-TRANSACTION-COUNT)
               END-IF
               MOVE 'N' TO ETT-APPLIED-SWITCH (WS-TRANSACTION-COUNT)
            ELSE
               DISPLAY "WARNING: TRANSACTION TABLE FULL, IGNORING "
                  MOVE 'Y' TO ETT-APPLIED-SWITCH (TX-IDX)
               WHEN "CHG"
                  MOVE EMPLOYEE-RECORD TO CB-IMAGE
                  PERFORM 215-APPLY-CHANGED-FIELDS
                  MOVE EMPLOYEE-RECORD TO CF-IMAGE
                  MOVE "CHG" TO CA-ACTION
                  PERFORM 500-WRITE-AUDIT-ENTRY
                  PERFORM 500-WRITE-AUDIT-ENTRY
                  MOVE 'Y' TO ETT-APPLIED-SWITCH (TX-IDX)
                  ADD 1 TO WS-TRANS-APPLIED
               WHEN "RHR"
                  IF EMP-STATUS NOT = "T"
                     MOVE EMP-ID TO WS-REJ-MSG-EMP-ID
                     MOVE "IS NOT TERMINATED, REHIRE REJECTED" TO
                        WS-REJ-MSG-LITERAL-2
                     DISPLAY "REJECTED: RHR for employee ", EMP-ID,
                        " - not terminated."
                     MOVE WS-REJECT-MSG-BUILD TO EL-MESSAGE
                     MOVE "EMPMAST-MAINTENANCE" TO EL-PROGRAM-ID
                     MOVE "W" TO EL-SEVERITY
                     PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
                     ADD 1 TO WS-TRANS-REJECTED
                  ELSE
                     MOVE EMPLOYEE-RECORD TO CB-IMAGE
                     PERFORM 215-APPLY-CHANGED-FIELDS
                     MOVE "A" TO EMP-STATUS
                     MOVE 0 TO EMP-TERM-DATE
                     MOVE EMPLOYEE-RECORD TO CF-IMAGE
                     MOVE "RHR" TO CA-ACTION
                     PERFORM 500-WRITE-AUDIT-ENTRY
                     ADD 1 TO WS-TRANS-APPLIED
                  END-IF
                  MOVE 'Y' TO ETT-APPLIED-SWITCH (TX-IDX)
            END-EVALUATE.

      * The fields a CHG (or a RHR) actually carries replace the
      * master's; spaces or zero leave the master's value alone.
       215-APPLY-CHANGED-FIELDS.

            IF ETT-EMP-NAME (TX-IDX) NOT = SPACES
               MOVE ETT-EMP-NAME (TX-IDX) TO EMP-NAME
            END-IF
            IF ETT-EMP-DEPARTMENT (TX-IDX) NOT = SPACES
               MOVE ETT-EMP-DEPARTMENT (TX-IDX) TO
                  EMP-DEPARTMENT
            END-IF
            IF ETT-EMP-HOURLY-RATE (TX-IDX) NOT = 0
               MOVE ETT-EMP-HOURLY-RATE (TX-IDX) TO
                  EMP-HOURLY-RATE
            END-IF
            IF ETT-EMP-CURRENCY-CODE (TX-IDX) NOT = SPACES
               MOVE ETT-EMP-CURRENCY-CODE (TX-IDX) TO
                  EMP-CURRENCY-CODE
            END-IF
            IF ETT-EMP-PAY-TYPE (TX-IDX) NOT = SPACES
               MOVE ETT-EMP-PAY-TYPE (TX-IDX) TO EMP-PAY-TYPE
            END-IF
            IF ETT-EMP-PERIOD-SALARY (TX-IDX) NOT = 0
               MOVE ETT-EMP-PERIOD-SALARY (TX-IDX) TO
                  EMP-PERIOD-SALARY
            END-IF
            IF ETT-TAX-JURISDICTION (TX-IDX) NOT = SPACES
               MOVE ETT-TAX-JURISDICTION (TX-IDX) TO
                  EMP-TAX-JURISDICTION
            END-IF
            IF ETT-JOB-CLASS (TX-IDX) NOT = SPACES
               MOVE ETT-JOB-CLASS (TX-IDX) TO EMP-JOB-CLASS
            END-IF
            IF ETT-COMPANY-CODE (TX-IDX) NOT = SPACES
               MOVE ETT-COMPANY-CODE (TX-IDX) TO
                  EMP-COMPANY-CODE
            END-IF
            IF ETT-W4-FILING-STATUS (TX-IDX) NOT = SPACE
               PERFORM 220-POST-W4-ELECTION
            END-IF.

      * The whole form replaces the whole election.
       220-POST-W4-ELECTION.

            MOVE ETT-W4-FILING-STATUS (TX-IDX) TO EMP-W4-FILING-STATUS
            MOVE ETT-W4-DEPENDENT-CREDIT (TX-IDX) TO
               EMP-W4-DEPENDENT-CREDIT
            MOVE ETT-W4-OTHER-INCOME (TX-IDX) TO EMP-W4-OTHER-INCOME
            MOVE ETT-W4-DEDUCTIONS (TX-IDX) TO EMP-W4-DEDUCTIONS
            MOVE ETT-W4-EXTRA-WITHHOLDING (TX-IDX) TO
               EMP-W4-EXTRA-WITHHOLDING
            MOVE ETT-W4-EXEMPT (TX-IDX) TO EMP-W4-EXEMPT.

       300-WRITE-NEW-MASTER-RECORD.

            MOVE EMP-ID TO EMN-ID
            MOVE EMP-TAX-JURISDICTION TO EMN-TAX-JURISDICTION
            MOVE EMP-JOB-CLASS TO EMN-JOB-CLASS
            MOVE EMP-COMPANY-CODE TO EMN-COMPANY-CODE
            MOVE EMP-W4-FILING-STATUS TO EMN-W4-FILING-STATUS
            MOVE EMP-W4-DEPENDENT-CREDIT TO EMN-W4-DEPENDENT-CREDIT
            MOVE EMP-W4-OTHER-INCOME TO EMN-W4-OTHER-INCOME
            MOVE EMP-W4-DEDUCTIONS TO EMN-W4-DEDUCTIONS
            MOVE EMP-W4-EXTRA-WITHHOLDING TO EMN-W4-EXTRA-WITHHOLDING
            MOVE EMP-W4-EXEMPT TO EMN-W4-EXEMPT
            WRITE EMPLOYEE-NEW-RECORD
            ADD 1 TO WS-RECORDS-WRITTEN.

                     MOVE ETT-COMPANY-CODE (TX-IDX) TO
                        EMN-COMPANY-CODE
                  END-IF
                  IF ETT-W4-FILING-STATUS (TX-IDX) = SPACE
                     MOVE "S" TO EMN-W4-FILING-STATUS
                     MOVE 0 TO EMN-W4-DEPENDENT-CREDIT
                     MOVE 0 TO EMN-W4-OTHER-INCOME
                     MOVE 0 TO EMN-W4-DEDUCTIONS
                     MOVE 0 TO EMN-W4-EXTRA-WITHHOLDING
                     MOVE "N" TO EMN-W4-EXEMPT
                  ELSE
                     MOVE ETT-W4-FILING-STATUS (TX-IDX) TO
                        EMN-W4-FILING-STATUS
                     MOVE ETT-W4-DEPENDENT-CREDIT (TX-IDX) TO
                        EMN-W4-DEPENDENT-CREDIT
                     MOVE ETT-W4-OTHER-INCOME (TX-IDX) TO
                        EMN-W4-OTHER-INCOME
                     MOVE ETT-W4-DEDUCTIONS (TX-IDX) TO
                        EMN-W4-DEDUCTIONS
                     MOVE ETT-W4-EXTRA-WITHHOLDING (TX-IDX) TO
                        EMN-W4-EXTRA-WITHHOLDING
                     MOVE ETT-W4-EXEMPT (TX-IDX) TO EMN-W4-EXEMPT
                  END-IF
      * Two ADDs for the same new EMP-ID in one transaction file:
      * the first lands, the second hits the indexed key and is
      * rejected - no written/applied count and no EMPCHG.LOG entry

       510-WRITE-AUDIT-LINES.

            MOVE ETT-EFFECTIVE-DATE (TX-IDX) TO CA-EFFECTIVE-DATE
            MOVE WS-CHANGED-BY-ID TO CA-CHANGED-BY
            MOVE WS-CURRENT-DATE TO CA-CHANGE-DATE
            MOVE WS-CURRENT-TIME TO CA-CHANGE-TIME
