           05  PN-BODY             PIC X(70).
           05  PN-EFFECTIVE-DATE   PIC 9(8).
           05  PN-COMPANY-CODE     PIC X(2).
           05  PN-W4-ELECTION      PIC X(34).

       FD  PENDING-NEW-FILE.
       01  PENDING-NEW-RECORD      PIC X(114).

       FD  EMPLOYEE-TRANSACTION-FILE.
       01  EMPLOYEE-TRANSACTION-RECORD PIC X(114).

       FD  PAY-CONTROL-FILE.
       01  PAY-CONTROL-RECORD.
