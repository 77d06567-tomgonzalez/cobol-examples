      ******************************************************************
      * Author:  Tom Gonzalez
      * Date:  2026-10-15
      * Purpose:  Masked test-data extract for parallel runs and
      *           training.  PARALLEL-RUN-COMPARE and every new
      *           program get proven against copies of production
      *           files, which put real SSNs, bank accounts, and
      *           employee, student, and customer names in test
      *           directories.  This copies a consistent set of
      *           masters and transaction files, listed in
      *           MASKSPEC.DAT, into a test area (MASKEXT_TARGET,
      *           default TESTAREA) and replaces the sensitive
      *           fields MASKSPEC.DAT names as it goes:
      *             N - person name    C - company name
      *             S - SSN or tax ID  A - account number
      *             R - routing number D - street address line
      *           Every replacement is computed from the original
      *           value itself (and MASKEXT_SEED), never from the
      *           record it sits in, so the same person, SSN, or
      *           account masks identically in every file and every
      *           run - and a name used as a key (an instructor on
      *           CRSSECT.DAT and ADJFAC.DAT) still joins.  Record
      *           keys, amounts, dates, codes, state and ZIP are
      *           copied untouched, so relationships, tax
      *           jurisdictions and seals still line up.  Masked
      *           SSNs keep a valid area/group/serial shape, and
      *           masked routing numbers keep the Federal Reserve
      *           routing symbol and get a recomputed ABA check
      *           digit - unless the original's check digit was bad,
      *           in which case the mask is made bad too, so a
      *           rejection test still rejects.  Files listed with
      *           no fields to mask are copied as they are - keyed
      *           files record by record, the rest whole - and each
      *           file's seal travels with it.  A listed file that
      *           is not present is noted and passed over; anything
      *           that fails to copy ends the job with RETURN-CODE 1.
      *           MASKEXT.RPT lists every file and how many values it
      *           masked.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKED-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One row per field to mask, or per file to copy - see the FD.
           SELECT MASK-SPEC-FILE ASSIGN TO "MASKSPEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-SPEC-STATUS.

      * The file being masked and its masked copy are whichever the
      * spec names, so both are assigned dynamically - the same
      * technique SEALSEL uses for the seal files.
           SELECT SOURCE-FILE ASSIGN TO
                  DYNAMIC WS-SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT TARGET-FILE ASSIGN TO
                  DYNAMIC WS-TARGET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-FILE-STATUS.

      * Five of the payroll files are keyed, not line sequential, so
      * a dynamic LINE SEQUENTIAL open cannot read them, and a plain
      * copy is not safe where the index is kept apart from the
      * data.  They get SELECTs of their own with the same record
      * keys the payroll programs use, and the test-area copy is
      * built record by record in key order.  Masking never touches
      * a key, so the order holds.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-TEST ASSIGN TO
                  DYNAMIC WS-TARGET-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-EMP-ID
               FILE STATUS IS WS-TARGET-FILE-STATUS.

           SELECT STUB-HISTORY-FILE ASSIGN TO "STUBHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHX-KEY
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT STUB-HISTORY-TEST ASSIGN TO
                  DYNAMIC WS-TARGET-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-SHX-KEY
               FILE STATUS IS WS-TARGET-FILE-STATUS.

           SELECT EMPLOYER-MATCH-FILE ASSIGN TO "BENMATCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT EMPLOYER-MATCH-TEST ASSIGN TO
                  DYNAMIC WS-TARGET-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-EM-EMP-ID
               FILE STATUS IS WS-TARGET-FILE-STATUS.

           SELECT PTO-BALANCE-FILE ASSIGN TO "PTOBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PB-EMP-ID
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT PTO-BALANCE-TEST ASSIGN TO
                  DYNAMIC WS-TARGET-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-PB-EMP-ID
               FILE STATUS IS WS-TARGET-FILE-STATUS.

           SELECT PAYROLL-YTD-FILE ASSIGN TO "PAYYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT PAYROLL-YTD-TEST ASSIGN TO
                  DYNAMIC WS-TARGET-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-YTD-EMP-ID
               FILE STATUS IS WS-TARGET-FILE-STATUS.

           SELECT EXTRACT-REPORT-FILE ASSIGN TO "MASKEXT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Shared batch exception log - see copybooks/EXCPLOG.cpy.
           COPY EXCPSEL.

      * Shared run-history file - see copybooks/RUNHFD.cpy.
           COPY RUNHSEL.

       DATA DIVISION.
       FILE SECTION.
      * Rows for one file are kept together; the first row for a
      * file fixes its place in the extract order.  A row with a
      * blank MS-MASK-TYPE lists a file to copy unmasked.  Field
      * positions are 1-based.  When MS-WHEN-POS is not zero the
      * field is masked only on records carrying MS-WHEN-VALUE
      * (its first MS-WHEN-LEN bytes) at that position - DISTRIB.DAT
      * burst keys are instructor names only on ROSTER rows.
      * MS-FILE-ORG is "I" on every row for a keyed file; those are
      * read and written through the keyed SELECTs above.
       FD  MASK-SPEC-FILE.
       01  MASK-SPEC-RECORD.
           05  MS-FILE-NAME        PIC X(13).
           05  MS-MASK-TYPE        PIC X.
               88  MS-TYPE-VALID       VALUES " " "N" "C" "S" "A"
                                              "R" "D".
           05  MS-FIELD-POS        PIC 9(3).
           05  MS-FIELD-LEN        PIC 9(2).
           05  MS-WHEN-POS         PIC 9(3).
           05  MS-WHEN-LEN         PIC 9.
           05  MS-WHEN-VALUE       PIC X(8).
           05  MS-FIELD-DESCRIPTION PIC X(20).
           05  MS-FILE-ORG         PIC X.
               88  MS-ORG-VALID        VALUES " " "I".
               88  MS-FILE-INDEXED     VALUE "I".

       FD  SOURCE-FILE.
       01  SOURCE-RECORD           PIC X(400).

       FD  TARGET-FILE.
       01  TARGET-RECORD           PIC X(400).

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-RECORD.
           05  EMP-ID              PIC X(6).
           05  FILLER              PIC X(98).

       FD  EMPLOYEE-MASTER-TEST.
       01  TEST-EMPLOYEE-RECORD.
           05  TEST-EMP-ID         PIC X(6).
           05  FILLER              PIC X(98).

       FD  STUB-HISTORY-FILE.
       01  STUB-HISTORY-RECORD.
           05  SHX-KEY             PIC X(18).
           05  FILLER              PIC X(202).

       FD  STUB-HISTORY-TEST.
       01  TEST-STUB-HISTORY-RECORD.
           05  TEST-SHX-KEY        PIC X(18).
           05  FILLER              PIC X(202).

       FD  EMPLOYER-MATCH-FILE.
       01  EMPLOYER-MATCH-RECORD.
           05  EM-EMP-ID           PIC X(6).
           05  FILLER              PIC X(9).

       FD  EMPLOYER-MATCH-TEST.
       01  TEST-EMPLOYER-MATCH-RECORD.
           05  TEST-EM-EMP-ID      PIC X(6).
           05  FILLER              PIC X(9).

       FD  PTO-BALANCE-FILE.
       01  PTO-BALANCE-RECORD.
           05  PB-EMP-ID           PIC X(6).
           05  FILLER              PIC X(10).

       FD  PTO-BALANCE-TEST.
       01  TEST-PTO-BALANCE-RECORD.
           05  TEST-PB-EMP-ID      PIC X(6).
           05  FILLER              PIC X(10).

       FD  PAYROLL-YTD-FILE.
       01  YTD-RECORD.
           05  YTD-EMP-ID          PIC X(6).
           05  FILLER              PIC X(93).

       FD  PAYROLL-YTD-TEST.
       01  TEST-YTD-RECORD.
           05  TEST-YTD-EMP-ID     PIC X(6).
           05  FILLER              PIC X(93).

       FD  EXTRACT-REPORT-FILE.
       01  EXTRACT-LINE            PIC X(96).

           COPY EXCPFD.
           COPY RUNHFD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-LOG-STATUS PIC XX.
           COPY EXCPWS.

      * End-of-job run statistics - see copybooks/RUNSTAT.cpy.
           COPY RUNSTWS.
       01  WS-MASK-SPEC-STATUS     PIC XX.
       01  WS-SOURCE-FILE-STATUS   PIC XX.
       01  WS-TARGET-FILE-STATUS   PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.

       01  WS-SOURCE-FILE-NAME     PIC X(13).
       01  WS-TARGET-FILE-NAME     PIC X(60).

       01  WS-MASK-SPEC-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-MASK-SPEC        VALUE 'Y'.
       01  WS-SOURCE-EOF-SWITCH    PIC X VALUE 'N'.
           88  END-OF-SOURCE           VALUE 'Y'.
       01  WS-KEYED-FAILED-SWITCH  PIC X VALUE 'N'.
           88  KEYED-EXTRACT-FAILED    VALUE 'Y'.

      * Run parameters.
       01  WS-TARGET-DIR           PIC X(40) VALUE SPACES.
       01  WS-ENV-SEED             PIC X(9) VALUE SPACES.
       01  WS-MASK-SEED            PIC 9(9) VALUE 7919.
       01  WS-FINAL-RC             PIC 9 VALUE 0.

      * The extract list: one entry per file, pointing at its run
      * of field entries.
       01  WS-FILE-COUNT-MAX       PIC 9(3) VALUE 300.
       01  WS-FILE-COUNT           PIC 9(3) VALUE 0.
       01  EXTRACT-FILE-TABLE.
           05  EXTRACT-FILE-ENTRY OCCURS 300 TIMES
                                   INDEXED BY EF-IDX.
               10  EFE-FILE-NAME       PIC X(13).
               10  EFE-KEYED-LAYOUT    PIC X.
                   88  EFE-LINE-SEQUENTIAL VALUE " ".
                   88  EFE-EMPLOYEE-MASTER VALUE "E".
                   88  EFE-STUB-HISTORY    VALUE "H".
                   88  EFE-EMPLOYER-MATCH  VALUE "B".
                   88  EFE-PTO-BALANCE     VALUE "P".
                   88  EFE-PAYROLL-YTD     VALUE "Y".
               10  EFE-FIRST-FIELD     PIC 9(3).
               10  EFE-FIELD-COUNT     PIC 9(3).
       01  WS-FIELD-COUNT-MAX      PIC 9(3) VALUE 200.
       01  WS-FIELD-COUNT          PIC 9(3) VALUE 0.
       01  MASK-FIELD-TABLE.
           05  MASK-FIELD-ENTRY OCCURS 200 TIMES
                                   INDEXED BY MF-IDX.
               10  MFE-MASK-TYPE       PIC X.
               10  MFE-FIELD-POS       PIC 9(3).
               10  MFE-FIELD-LEN       PIC 9(2).
               10  MFE-WHEN-POS        PIC 9(3).
               10  MFE-WHEN-LEN        PIC 9.
               10  MFE-WHEN-VALUE      PIC X(8).
       01  WS-KEYED-LAYOUT         PIC X.
       01  WS-FIRST-FIELD-SUB      PIC 9(3).
       01  WS-LAST-FIELD-SUB       PIC 9(3).

      * Per-file and run counts.
       01  WS-FILE-RECORD-COUNT    PIC 9(7).
       01  WS-FILE-MASKED-COUNT    PIC 9(7).
       01  WS-FILES-MASKED         PIC 9(3) VALUE 0.
       01  WS-FILES-COPIED         PIC 9(3) VALUE 0.
       01  WS-FILES-SKIPPED        PIC 9(3) VALUE 0.
       01  WS-FILES-FAILED         PIC 9(3) VALUE 0.
       01  WS-SPEC-ERROR-COUNT     PIC 9(3) VALUE 0.
       01  WS-VALUES-MASKED        PIC 9(9) VALUE 0.

      * Operating-system file operations go through CALL "SYSTEM",
      * as the batch driver runs its steps.
       01  WS-COMMAND              PIC X(160).
       01  WS-COMMAND-RC           PIC S9(9).
       01  WS-FILE-PRESENT-SWITCH  PIC X.
           88  FILE-PRESENT            VALUE 'Y'.
       01  WS-SEAL-NAME            PIC X(14).
       01  WS-ACTION-TEXT          PIC X(50).

      * Masking work fields.  The original value is reduced to a
      * number (the hash), which then seeds a small Lehmer
      * generator for as many pseudo-random draws as the mask
      * needs.  Upper-casing first makes "John Smith" on one file
      * and "JOHN SMITH" on another mask alike.
       01  WS-ORIGINAL-VALUE       PIC X(30).
       01  WS-ORIGINAL-UPPER       PIC X(30).
       01  WS-MASKED-VALUE         PIC X(30).
       01  WS-FIELD-LEN            PIC 9(2).
       01  WS-VALUE-LEN            PIC 9(2).
       01  WS-CHAR-SUB             PIC 9(2).
       01  WS-OUT-SUB              PIC 9(2).
       01  WS-MASK-HASH            PIC 9(18).
       01  WS-MASK-RANDOM          PIC 9(10).
       01  WS-PICK-SUB             PIC 9(3).
       01  WS-MASK-CHAR            PIC X.
       01  WS-PREVIOUS-CHAR        PIC X.
       01  WS-MIXED-CASE-SWITCH    PIC X.
           88  ORIGINAL-MIXED-CASE     VALUE 'Y'.
       01  WS-TITLE-PREFIX         PIC X(5).

      * Names issued so far this run.  Looking a name up here first
      * guarantees the same mask in every file; checking a fresh
      * mask against it guarantees two different people never share
      * one (with sixty-odd surnames, two instructors otherwise could,
      * and their rosters would merge).
       01  WS-NAME-MASK-MAX        PIC 9(4) VALUE 3000.
       01  WS-NAME-MASK-COUNT      PIC 9(4) VALUE 0.
       01  NAME-MASK-TABLE.
           05  NAME-MASK-ENTRY OCCURS 3000 TIMES
                                   INDEXED BY NM-IDX.
               10  NME-MASK-TYPE       PIC X.
               10  NME-ORIGINAL        PIC X(30).
               10  NME-MASKED          PIC X(30).
       01  WS-NAME-FOUND-SWITCH    PIC X.
           88  NAME-ALREADY-MASKED     VALUE 'Y'.
       01  WS-NAME-IN-USE-SWITCH   PIC X.
           88  MASK-ALREADY-ISSUED     VALUE 'Y'.
       01  WS-NAME-DRAW-COUNT      PIC 9(2).

       01  WS-DIGITS               PIC X(10) VALUE "0123456789".
       01  WS-LETTERS              PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-FAKE-SSN.
           05  WS-FAKE-SSN-AREA    PIC 9(3).
           05  WS-FAKE-SSN-GROUP   PIC 9(2).
           05  WS-FAKE-SSN-SERIAL  PIC 9(4).
       01  WS-STREET-NUMBER        PIC 9(4).
       01  WS-SUITE-NUMBER         PIC 9(3).

      * ABA check-digit work fields: 3-7-1 weights over the nine
      * digits must total a multiple of ten.
       01  WS-ROUTING-DIGITS       PIC X(9).
       01  WS-ROUTING-DIGIT-TABLE REDEFINES WS-ROUTING-DIGITS.
           05  WS-RD               PIC 9 OCCURS 9 TIMES.
       01  WS-ROUTING-SUM          PIC 9(4).
       01  WS-ROUTING-ORIGINAL-VALID PIC X.
           88  ORIGINAL-ROUTING-VALID  VALUE 'Y'.

      * Fake-value tables.  Sixty by sixty names keeps chance
      * collisions between different people rare.
       01  FIRST-NAME-VALUES.
           05  FILLER PIC X(50) VALUE
               "AARON     ABIGAIL   ADRIAN    ALMA      ANDREW    ".
           05  FILLER PIC X(50) VALUE
               "ANITA     ARTHUR    BEATRICE  BENJAMIN  BRENDA    ".
           05  FILLER PIC X(50) VALUE
               "CALVIN    CAROL     CLIFFORD  DELIA     DENNIS    ".
           05  FILLER PIC X(50) VALUE
               "DOLORES   EDGAR     ELAINE    EUGENE    FAYE      ".
           05  FILLER PIC X(50) VALUE
               "FLOYD     GERALDINE GORDON    HAZEL     HOWARD    ".
           05  FILLER PIC X(50) VALUE
               "IRENE     IVAN      JEANETTE  JEROME    JOYCE     ".
           05  FILLER PIC X(50) VALUE
               "KEITH     LAVERNE   LEONARD   LORETTA   MARVIN    ".
           05  FILLER PIC X(50) VALUE
               "MAXINE    MELVIN    MIRIAM    NORMAN    OPAL      ".
           05  FILLER PIC X(50) VALUE
               "OSCAR     PEARL     PHILIP    ROSALIND  RUFUS     ".
           05  FILLER PIC X(50) VALUE
               "SYLVIA    THEODORE  THELMA    VERNON    VIOLA     ".
           05  FILLER PIC X(50) VALUE
               "WALLACE   WINIFRED  WENDELL   YVONNE    LYLE      ".
           05  FILLER PIC X(50) VALUE
               "NADINE    HOMER     EDNA      CLYDE     VERA      ".
       01  FIRST-NAME-TABLE REDEFINES FIRST-NAME-VALUES.
           05  FIRST-NAME          PIC X(10) OCCURS 60 TIMES.
       01  LAST-NAME-VALUES.
           05  FILLER PIC X(50) VALUE
               "ABERNATHY ALDRIDGE  ASHCROFT  BARLOW    BECKETT   ".
           05  FILLER PIC X(50) VALUE
               "BRANSON   CALLOWAY  CARMODY   CHANDLER  CORCORAN  ".
           05  FILLER PIC X(50) VALUE
               "DALTON    DELANEY   DUNMORE   ELLSWORTH FAIRBANKS ".
           05  FILLER PIC X(50) VALUE
               "FENWICK   GALLOWAY  GARRISON  HADLEY    HARTWELL  ".
           05  FILLER PIC X(50) VALUE
               "HOLLOWAY  KENDRICK  LANGSTON  LOCKHART  MADDOX    ".
           05  FILLER PIC X(50) VALUE
               "MERRIWEATHMONROE    NORCROSS  OAKLEY    PEMBERTON ".
           05  FILLER PIC X(50) VALUE
               "PRESCOTT  QUINLAN   RADCLIFFE RAMSEY    REDFORD   ".
           05  FILLER PIC X(50) VALUE
               "ROWLAND   SHELBY    STANHOPE  SUTCLIFFE TALBOT    ".
           05  FILLER PIC X(50) VALUE
               "THORNTON  TREMAINE  UPTON     VANCE     WAKEFIELD ".
           05  FILLER PIC X(50) VALUE
               "WARBURTON WESTCOTT  WHITAKER  WINSLOW   YARBOROUGH".
           05  FILLER PIC X(50) VALUE
               "YORKE     BRADDOCK  CROMWELL  DRISCOLL  FARNSWORTH".
           05  FILLER PIC X(50) VALUE
               "HALLORAN  MCALLISTERPENROSE   TILLMAN   SALTMARSH ".
       01  LAST-NAME-TABLE REDEFINES LAST-NAME-VALUES.
           05  LAST-NAME           PIC X(10) OCCURS 60 TIMES.
       01  COMPANY-SUFFIX-VALUES.
           05  FILLER PIC X(42) VALUE
               "INDUSTRIES    SUPPLY CO     MANUFACTURING ".
           05  FILLER PIC X(42) VALUE
               "HOLDINGS LLC  DISTRIBUTORS  FOODS INC     ".
           05  FILLER PIC X(42) VALUE
               "MACHINE WORKS TRADING CO    SERVICES INC  ".
           05  FILLER PIC X(14) VALUE
               "PARTNERS LLC  ".
       01  COMPANY-SUFFIX-TABLE REDEFINES COMPANY-SUFFIX-VALUES.
           05  COMPANY-SUFFIX      PIC X(14) OCCURS 10 TIMES.
       01  STREET-NAME-VALUES.
           05  FILLER PIC X(50) VALUE
               "MAPLE     CEDAR     WILLOW    HICKORY   SPRUCE    ".
           05  FILLER PIC X(50) VALUE
               "BIRCH     CHESTNUT  SYCAMORE  LINDEN    MAGNOLIA  ".
           05  FILLER PIC X(50) VALUE
               "ORCHARD   MEADOW    LAKEVIEW  HILLCREST RIDGEWAY  ".
           05  FILLER PIC X(50) VALUE
               "BROOKSIDE FAIRVIEW  GLENWOOD  PARKSIDE  HIGHLAND  ".
       01  STREET-NAME-TABLE REDEFINES STREET-NAME-VALUES.
           05  STREET-NAME         PIC X(10) OCCURS 20 TIMES.
       01  STREET-TYPE-VALUES      PIC X(30) VALUE
               "ST   AVE  RD   DR   LN   BLVD ".
       01  STREET-TYPE-TABLE REDEFINES STREET-TYPE-VALUES.
           05  STREET-TYPE         PIC X(5) OCCURS 6 TIMES.

      * Messages for the shared exception log. Built with MOVE, not
      * STRING - see copybooks/EXCPLOG.cpy.
       01  WS-FILE-MSG-BUILD.
           05  WS-FILE-MSG-TEXT    PIC X(34).
           05  WS-FILE-MSG-FILE    PIC X(13).
           05  FILLER              PIC X(13) VALUE SPACES.

       01  EXTRACT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               "MASKED TEST-DATA EXTRACT - TARGET AREA: ".
           05  EH-TARGET-DIR   PIC X(40).
       01  EXTRACT-HEADING-2.
           05  FILLER          PIC X(14) VALUE "FILE".
           05  FILLER          PIC X(9)  VALUE "  RECORDS".
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "   MASKED".
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  FILLER          PIC X(40) VALUE "ACTION".
       01  EXTRACT-DETAIL-LINE.
           05  ED-FILE-NAME    PIC X(13).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  ED-RECORD-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  ED-MASKED-COUNT PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  ED-ACTION       PIC X(50).
       01  EXTRACT-SUMMARY-LINE-1.
           05  FILLER          PIC X(24) VALUE
               "FILES MASKED:           ".
           05  ES-FILES-MASKED PIC ZZ9.
           05  FILLER          PIC X(20) VALUE
               "   VALUES MASKED:   ".
           05  ES-VALUES-MASKED PIC ZZZ,ZZZ,ZZ9.
       01  EXTRACT-SUMMARY-LINE-2.
           05  FILLER          PIC X(24) VALUE
               "FILES COPIED UNMASKED:  ".
           05  ES-FILES-COPIED PIC ZZ9.
       01  EXTRACT-SUMMARY-LINE-3.
           05  FILLER          PIC X(24) VALUE
               "FILES NOT PRESENT:      ".
           05  ES-FILES-SKIPPED PIC ZZ9.
       01  EXTRACT-SUMMARY-LINE-4.
           05  FILLER          PIC X(24) VALUE
               "FILES FAILED:           ".
           05  ES-FILES-FAILED PIC ZZ9.
           05  FILLER          PIC X(20) VALUE
               "   SPEC ROW ERRORS: ".
           05  ES-SPEC-ERRORS  PIC ZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.

            PERFORM 010-RECORD-RUN-START
            MOVE "MASKED-EXTRACT" TO WS-RUNSTAT-PROGRAM-ID
            PERFORM 020-GET-RUN-PARAMETERS
            PERFORM 050-OPEN-FILES
            IF WS-FINAL-RC = 0
               PERFORM 060-LOAD-MASK-SPEC
               PERFORM 070-PREPARE-TARGET
            END-IF

            IF WS-FINAL-RC = 0
               PERFORM 100-EXTRACT-FILE
                  VARYING EF-IDX FROM 1 BY 1
                  UNTIL EF-IDX > WS-FILE-COUNT
            END-IF

            PERFORM 800-WRITE-SUMMARY
            PERFORM 900-CLOSE-FILES
            PERFORM 970-DISPLAY-RUN-STATISTICS

            MOVE WS-FINAL-RC TO RETURN-CODE
            STOP RUN.

       020-GET-RUN-PARAMETERS.

            DISPLAY "MASKEXT_TARGET" UPON ENVIRONMENT-NAME
            ACCEPT WS-TARGET-DIR FROM ENVIRONMENT-VALUE
            IF WS-TARGET-DIR = SPACES
               MOVE "TESTAREA" TO WS-TARGET-DIR
            END-IF

      * A different seed gives a wholly different, equally
      * consistent masking - for a training area that must not
      * line up with the parallel-run area.
            DISPLAY "MASKEXT_SEED" UPON ENVIRONMENT-NAME
            ACCEPT WS-ENV-SEED FROM ENVIRONMENT-VALUE
            IF WS-ENV-SEED NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-ENV-SEED) = 0
                     AND FUNCTION NUMVAL (WS-ENV-SEED) > 0
                  COMPUTE WS-MASK-SEED =
                     FUNCTION NUMVAL (WS-ENV-SEED)
               ELSE
                  DISPLAY "WARNING: MASKEXT_SEED ", WS-ENV-SEED,
                     " IS NOT A POSITIVE NUMBER - USING ", WS-MASK-SEED
               END-IF
            END-IF.

       050-OPEN-FILES.

            OPEN INPUT MASK-SPEC-FILE
            IF WS-MASK-SPEC-STATUS NOT = "00"
               DISPLAY "ERROR: MASK-SPEC-FILE OPEN FAILED, "
                  "STATUS = ", WS-MASK-SPEC-STATUS
               MOVE 1 TO WS-FINAL-RC
               MOVE "MASKSPEC.DAT OPEN FAILED - NOTHING EXTRACTED"
                  TO EL-MESSAGE
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-LOG-TO-EXCEPTION-FILE
            END-IF

            OPEN OUTPUT EXTRACT-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: EXTRACT-REPORT-FILE OPEN FAILED, "
                  "STATUS = ", WS-REPORT-FILE-STATUS
            ELSE
               MOVE WS-TARGET-DIR TO EH-TARGET-DIR
               WRITE EXTRACT-LINE FROM EXTRACT-HEADING-1
               MOVE SPACES TO EXTRACT-LINE
               WRITE EXTRACT-LINE
               WRITE EXTRACT-LINE FROM EXTRACT-HEADING-2
            END-IF.

       060-LOAD-MASK-SPEC.

            PERFORM UNTIL END-OF-MASK-SPEC
               READ MASK-SPEC-FILE
                  AT END
                     MOVE 'Y' TO WS-MASK-SPEC-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     IF MASK-SPEC-RECORD NOT = SPACES
                        PERFORM 065-EDIT-MASK-ROW
                     END-IF
               END-READ
            END-PERFORM
            IF WS-MASK-SPEC-STATUS = "10"
               CLOSE MASK-SPEC-FILE
            END-IF

      * A bad field row would leave real data unmasked in the test
      * area, so it stops the extract rather than being skipped.
            IF WS-SPEC-ERROR-COUNT > 0
               DISPLAY "ERROR: ", WS-SPEC-ERROR-COUNT,
                  " MASKSPEC.DAT ROW(S) NOT USABLE - NOTHING EXTRACTED"
               MOVE 1 TO WS-FINAL-RC
            END-IF.

      * Positions must land inside the record, the tax-ID and
      * routing masks need their nine digits, and a file's rows
      * must be together - a second run of rows for a file already
      * passed would be silently ignored otherwise.
       065-EDIT-MASK-ROW.

            IF MS-FILE-NAME = SPACES
                  OR NOT MS-TYPE-VALID
                  OR MS-FIELD-POS NOT NUMERIC
                  OR MS-FIELD-LEN NOT NUMERIC
                  OR MS-WHEN-POS NOT NUMERIC
                  OR MS-WHEN-LEN NOT NUMERIC
                  OR NOT MS-ORG-VALID
               PERFORM 068-REJECT-MASK-ROW
               EXIT PARAGRAPH
            END-IF
            IF MS-MASK-TYPE NOT = SPACE
               IF MS-FIELD-POS = 0 OR MS-FIELD-LEN = 0
                     OR MS-FIELD-LEN > 30
                     OR MS-FIELD-POS + MS-FIELD-LEN > 401
                     OR (MS-WHEN-POS > 0
                        AND (MS-WHEN-LEN = 0
                           OR MS-WHEN-POS + MS-WHEN-LEN > 401))
                     OR ((MS-MASK-TYPE = "S" OR MS-MASK-TYPE = "R")
                        AND MS-FIELD-LEN NOT = 9)
                  PERFORM 068-REJECT-MASK-ROW
                  EXIT PARAGRAPH
               END-IF
            END-IF

            IF WS-FILE-COUNT > 0
               IF EFE-FILE-NAME (WS-FILE-COUNT) = MS-FILE-NAME
                  IF (MS-FILE-INDEXED AND
                        EFE-LINE-SEQUENTIAL (WS-FILE-COUNT))
                        OR (NOT MS-FILE-INDEXED AND
                        NOT EFE-LINE-SEQUENTIAL (WS-FILE-COUNT))
                     PERFORM 068-REJECT-MASK-ROW
                  ELSE
                     PERFORM 067-TABLE-MASK-FIELD
                  END-IF
                  EXIT PARAGRAPH
               END-IF
            END-IF
            PERFORM VARYING EF-IDX FROM 1 BY 1
                  UNTIL EF-IDX > WS-FILE-COUNT
               IF EFE-FILE-NAME (EF-IDX) = MS-FILE-NAME
                  PERFORM 068-REJECT-MASK-ROW
                  EXIT PARAGRAPH
               END-IF
            END-PERFORM
            IF WS-FILE-COUNT >= WS-FILE-COUNT-MAX
               PERFORM 068-REJECT-MASK-ROW
               EXIT PARAGRAPH
            END-IF
            PERFORM 066-SET-KEYED-LAYOUT
            IF MS-FILE-INDEXED AND WS-KEYED-LAYOUT = SPACE
               PERFORM 068-REJECT-MASK-ROW
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-FILE-COUNT
            MOVE MS-FILE-NAME TO EFE-FILE-NAME (WS-FILE-COUNT)
            MOVE WS-KEYED-LAYOUT TO EFE-KEYED-LAYOUT (WS-FILE-COUNT)
            COMPUTE EFE-FIRST-FIELD (WS-FILE-COUNT) =
               WS-FIELD-COUNT + 1
            MOVE 0 TO EFE-FIELD-COUNT (WS-FILE-COUNT)
            PERFORM 067-TABLE-MASK-FIELD.

      * A keyed file can only be one this program has a SELECT for;
      * any other file marked "I" is a spec error.
       066-SET-KEYED-LAYOUT.

            MOVE SPACE TO WS-KEYED-LAYOUT
            IF NOT MS-FILE-INDEXED
               EXIT PARAGRAPH
            END-IF
            EVALUATE MS-FILE-NAME
               WHEN "EMPMAST.DAT"
                  MOVE "E" TO WS-KEYED-LAYOUT
               WHEN "STUBHIST.DAT"
                  MOVE "H" TO WS-KEYED-LAYOUT
               WHEN "BENMATCH.DAT"
                  MOVE "B" TO WS-KEYED-LAYOUT
               WHEN "PTOBAL.DAT"
                  MOVE "P" TO WS-KEYED-LAYOUT
               WHEN "PAYYTD.DAT"
                  MOVE "Y" TO WS-KEYED-LAYOUT
            END-EVALUATE.

       067-TABLE-MASK-FIELD.

            IF MS-MASK-TYPE = SPACE
               EXIT PARAGRAPH
            END-IF
            IF WS-FIELD-COUNT >= WS-FIELD-COUNT-MAX
               PERFORM 068-REJECT-MASK-ROW
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-FIELD-COUNT
            MOVE MS-MASK-TYPE TO MFE-MASK-TYPE (WS-FIELD-COUNT)
            MOVE MS-FIELD-POS TO MFE-FIELD-POS (WS-FIELD-COUNT)
            MOVE MS-FIELD-LEN TO MFE-FIELD-LEN (WS-FIELD-COUNT)
            MOVE MS-WHEN-POS TO MFE-WHEN-POS (WS-FIELD-COUNT)
            MOVE MS-WHEN-LEN TO MFE-WHEN-LEN (WS-FIELD-COUNT)
            MOVE MS-WHEN-VALUE TO MFE-WHEN-VALUE (WS-FIELD-COUNT)
            ADD 1 TO EFE-FIELD-COUNT (WS-FILE-COUNT).

       068-REJECT-MASK-ROW.

            DISPLAY "ERROR: MASKSPEC.DAT ROW FOR ", MS-FILE-NAME,
               " ", MS-FIELD-DESCRIPTION, " IS NOT USABLE"
            ADD 1 TO WS-SPEC-ERROR-COUNT
            MOVE "UNUSABLE MASKSPEC.DAT ROW - FILE "
               TO WS-FILE-MSG-TEXT
            MOVE MS-FILE-NAME TO WS-FILE-MSG-FILE
            MOVE WS-FILE-MSG-BUILD TO EL-MESSAGE
            MOVE "E" TO EL-SEVERITY
            PERFORM 960-LOG-TO-EXCEPTION-FILE.

      * The test area must be somewhere other than here - an
      * extract into the current directory would mask production.
       070-PREPARE-TARGET.

            IF WS-TARGET-DIR = "." OR WS-TARGET-DIR = "./"
                  OR WS-TARGET-DIR (1:1) = "-"
               DISPLAY "ERROR: MASKEXT_TARGET ", WS-TARGET-DIR,
                  " IS THE PRODUCTION AREA - NOTHING EXTRACTED"
               MOVE 1 TO WS-FINAL-RC
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-COMMAND
            STRING "mkdir -p " DELIMITED BY SIZE
                   WS-TARGET-DIR DELIMITED BY SPACE
                   INTO WS-COMMAND
            PERFORM 400-RUN-COMMAND
            IF WS-COMMAND-RC NOT = 0
               DISPLAY "ERROR: TEST AREA ", WS-TARGET-DIR,
                  " COULD NOT BE CREATED - NOTHING EXTRACTED"
               MOVE 1 TO WS-FINAL-RC
               MOVE "TEST AREA COULD NOT BE CREATED" TO EL-MESSAGE
               MOVE "E" TO EL-SEVERITY
               PERFORM 960-LOG-TO-EXCEPTION-FILE
            END-IF.

      ******************************************************************
      * EXTRACT
      ******************************************************************
       100-EXTRACT-FILE.

            MOVE EFE-FILE-NAME (EF-IDX) TO WS-SOURCE-FILE-NAME
            MOVE SPACES TO WS-TARGET-FILE-NAME
            STRING WS-TARGET-DIR DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-SOURCE-FILE-NAME DELIMITED BY SPACE
                   INTO WS-TARGET-FILE-NAME
            MOVE 0 TO WS-FILE-RECORD-COUNT WS-FILE-MASKED-COUNT
            MOVE SPACES TO ED-ACTION

            PERFORM 440-TEST-SOURCE-FILE
            IF NOT FILE-PRESENT
               ADD 1 TO WS-FILES-SKIPPED
               MOVE "NOT PRESENT - PASSED OVER" TO ED-ACTION
               PERFORM 190-WRITE-FILE-LINE
               EXIT PARAGRAPH
            END-IF

            EVALUATE TRUE
               WHEN NOT EFE-LINE-SEQUENTIAL (EF-IDX)
                  PERFORM 160-EXTRACT-KEYED-FILE
               WHEN EFE-FIELD-COUNT (EF-IDX) = 0
                  PERFORM 110-COPY-FILE-AS-IS
               WHEN OTHER
                  PERFORM 120-MASK-FILE
            END-EVALUATE
            IF ED-ACTION (1:6) = "MASKED" OR ED-ACTION (1:6) = "COPIED"
               PERFORM 150-COPY-SEAL
            END-IF
            PERFORM 190-WRITE-FILE-LINE.

       110-COPY-FILE-AS-IS.

            MOVE SPACES TO WS-COMMAND
            STRING "cp -p " DELIMITED BY SIZE
                   WS-SOURCE-FILE-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-TARGET-FILE-NAME DELIMITED BY SPACE
                   INTO WS-COMMAND
            PERFORM 400-RUN-COMMAND
            IF WS-COMMAND-RC = 0
               ADD 1 TO WS-FILES-COPIED
               MOVE "COPIED - NOTHING TO MASK" TO ED-ACTION
            ELSE
               PERFORM 180-FILE-FAILED
               MOVE "COPY FAILED" TO ED-ACTION
            END-IF.

       120-MASK-FILE.

            OPEN INPUT SOURCE-FILE
            IF WS-SOURCE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ", WS-SOURCE-FILE-NAME,
                  " OPEN FAILED, STATUS = ", WS-SOURCE-FILE-STATUS
               PERFORM 180-FILE-FAILED
               MOVE "OPEN FAILED - NOT EXTRACTED" TO ED-ACTION
               EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT TARGET-FILE
            IF WS-TARGET-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ", WS-TARGET-FILE-NAME,
                  " OPEN FAILED, STATUS = ", WS-TARGET-FILE-STATUS
               CLOSE SOURCE-FILE
               PERFORM 180-FILE-FAILED
               MOVE "TEST-AREA OPEN FAILED - NOT EXTRACTED" TO ED-ACTION
               EXIT PARAGRAPH
            END-IF

            MOVE EFE-FIRST-FIELD (EF-IDX) TO WS-FIRST-FIELD-SUB
            COMPUTE WS-LAST-FIELD-SUB = EFE-FIRST-FIELD (EF-IDX)
               + EFE-FIELD-COUNT (EF-IDX) - 1
            MOVE 'N' TO WS-SOURCE-EOF-SWITCH
            PERFORM UNTIL END-OF-SOURCE
               READ SOURCE-FILE
                  AT END
                     MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
                  NOT AT END
                     ADD 1 TO WS-RUNSTAT-RECORDS-READ
                     ADD 1 TO WS-FILE-RECORD-COUNT
                     PERFORM 130-MASK-RECORD
                     WRITE TARGET-RECORD FROM SOURCE-RECORD
                     ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
               END-READ
            END-PERFORM
            CLOSE SOURCE-FILE
            CLOSE TARGET-FILE

            ADD 1 TO WS-FILES-MASKED
            ADD WS-FILE-MASKED-COUNT TO WS-VALUES-MASKED
            MOVE "MASKED" TO ED-ACTION.

       130-MASK-RECORD.

            PERFORM VARYING MF-IDX FROM WS-FIRST-FIELD-SUB BY 1
                  UNTIL MF-IDX > WS-LAST-FIELD-SUB
               IF MFE-WHEN-POS (MF-IDX) = 0
                  PERFORM 140-MASK-FIELD
               ELSE
                  IF SOURCE-RECORD (MFE-WHEN-POS (MF-IDX):
                                    MFE-WHEN-LEN (MF-IDX))
                        = MFE-WHEN-VALUE (MF-IDX)
                                    (1:MFE-WHEN-LEN (MF-IDX))
                     PERFORM 140-MASK-FIELD
                  END-IF
               END-IF
            END-PERFORM.

      * A blank field stays blank - a CHG transaction that leaves
      * the name alone must still leave it alone.
       140-MASK-FIELD.

            MOVE MFE-FIELD-LEN (MF-IDX) TO WS-FIELD-LEN
            MOVE SPACES TO WS-ORIGINAL-VALUE
            MOVE SOURCE-RECORD (MFE-FIELD-POS (MF-IDX):WS-FIELD-LEN)
               TO WS-ORIGINAL-VALUE (1:WS-FIELD-LEN)
            IF WS-ORIGINAL-VALUE = SPACES
               EXIT PARAGRAPH
            END-IF
            MOVE WS-ORIGINAL-VALUE TO WS-MASKED-VALUE

            PERFORM 300-HASH-ORIGINAL
            EVALUATE MFE-MASK-TYPE (MF-IDX)
               WHEN "N"
               WHEN "C"
                  PERFORM 380-MASK-NAME
               WHEN "S"
                  PERFORM 340-MASK-TAX-ID
               WHEN "A"
                  PERFORM 350-MASK-ACCOUNT
               WHEN "R"
                  PERFORM 360-MASK-ROUTING
               WHEN "D"
                  PERFORM 370-MASK-ADDRESS
            END-EVALUATE

            IF WS-MASKED-VALUE NOT = WS-ORIGINAL-VALUE
               MOVE WS-MASKED-VALUE (1:WS-FIELD-LEN)
                  TO SOURCE-RECORD (MFE-FIELD-POS (MF-IDX):
                                    WS-FIELD-LEN)
               ADD 1 TO WS-FILE-MASKED-COUNT
            END-IF.

      * Seals describe keys and amounts, which masking never
      * touches, so a file's seal is as good for the masked copy.
       150-COPY-SEAL.

            MOVE SPACES TO WS-SEAL-NAME
            STRING WS-SOURCE-FILE-NAME DELIMITED BY "."
                   ".SEAL" DELIMITED BY SIZE
                   INTO WS-SEAL-NAME
            MOVE SPACES TO WS-COMMAND
            STRING "test -f " DELIMITED BY SIZE
                   WS-SEAL-NAME DELIMITED BY SPACE
                   INTO WS-COMMAND
            PERFORM 400-RUN-COMMAND
            IF WS-COMMAND-RC NOT = 0
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-COMMAND
            STRING "cp -p " DELIMITED BY SIZE
                   WS-SEAL-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-TARGET-DIR DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-SEAL-NAME DELIMITED BY SPACE
                   INTO WS-COMMAND
            PERFORM 400-RUN-COMMAND
            IF WS-COMMAND-RC = 0
               MOVE ED-ACTION TO WS-ACTION-TEXT
               MOVE SPACES TO ED-ACTION
               STRING WS-ACTION-TEXT DELIMITED BY "  "
                      ", SEAL COPIED" DELIMITED BY SIZE
                      INTO ED-ACTION
            END-IF.

      * A keyed file is read in key order through its own SELECT,
      * each record moved into SOURCE-RECORD so 130-MASK-RECORD
      * works on it as on any other, then written back out through
      * the matching test-area SELECT.
       160-EXTRACT-KEYED-FILE.

            MOVE 'N' TO WS-KEYED-FAILED-SWITCH
            PERFORM 162-OPEN-KEYED-SOURCE
            IF WS-SOURCE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ", WS-SOURCE-FILE-NAME,
                  " OPEN FAILED, STATUS = ", WS-SOURCE-FILE-STATUS
               PERFORM 180-FILE-FAILED
               MOVE "OPEN FAILED - NOT EXTRACTED" TO ED-ACTION
               EXIT PARAGRAPH
            END-IF
            PERFORM 164-OPEN-KEYED-TARGET
            IF WS-TARGET-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: ", WS-TARGET-FILE-NAME,
                  " OPEN FAILED, STATUS = ", WS-TARGET-FILE-STATUS
               PERFORM 172-CLOSE-KEYED-SOURCE
               PERFORM 180-FILE-FAILED
               MOVE "TEST-AREA OPEN FAILED - NOT EXTRACTED" TO ED-ACTION
               EXIT PARAGRAPH
            END-IF

            MOVE EFE-FIRST-FIELD (EF-IDX) TO WS-FIRST-FIELD-SUB
            COMPUTE WS-LAST-FIELD-SUB = EFE-FIRST-FIELD (EF-IDX)
               + EFE-FIELD-COUNT (EF-IDX) - 1
            MOVE 'N' TO WS-SOURCE-EOF-SWITCH
            PERFORM UNTIL END-OF-SOURCE
               PERFORM 166-READ-KEYED-SOURCE
               IF NOT END-OF-SOURCE
                  ADD 1 TO WS-RUNSTAT-RECORDS-READ
                  ADD 1 TO WS-FILE-RECORD-COUNT
                  PERFORM 130-MASK-RECORD
                  PERFORM 168-WRITE-KEYED-TARGET
                  IF WS-TARGET-FILE-STATUS = "00"
                     ADD 1 TO WS-RUNSTAT-RECORDS-WRITTEN
                  ELSE
                     DISPLAY "ERROR: ", WS-TARGET-FILE-NAME,
                        " WRITE FAILED, STATUS = ",
                        WS-TARGET-FILE-STATUS
                     MOVE 'Y' TO WS-KEYED-FAILED-SWITCH
                     MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
                  END-IF
               END-IF
            END-PERFORM
            PERFORM 172-CLOSE-KEYED-SOURCE
            PERFORM 174-CLOSE-KEYED-TARGET

            IF KEYED-EXTRACT-FAILED
               PERFORM 180-FILE-FAILED
               MOVE "KEYED COPY FAILED - TEST-AREA FILE INCOMPLETE"
                  TO ED-ACTION
               EXIT PARAGRAPH
            END-IF
            IF EFE-FIELD-COUNT (EF-IDX) = 0
               ADD 1 TO WS-FILES-COPIED
               MOVE "COPIED - NOTHING TO MASK" TO ED-ACTION
            ELSE
               ADD 1 TO WS-FILES-MASKED
               ADD WS-FILE-MASKED-COUNT TO WS-VALUES-MASKED
               MOVE "MASKED" TO ED-ACTION
            END-IF.

       162-OPEN-KEYED-SOURCE.

            EVALUATE TRUE
               WHEN EFE-EMPLOYEE-MASTER (EF-IDX)
                  OPEN INPUT EMPLOYEE-MASTER-FILE
               WHEN EFE-STUB-HISTORY (EF-IDX)
                  OPEN INPUT STUB-HISTORY-FILE
               WHEN EFE-EMPLOYER-MATCH (EF-IDX)
                  OPEN INPUT EMPLOYER-MATCH-FILE
               WHEN EFE-PTO-BALANCE (EF-IDX)
                  OPEN INPUT PTO-BALANCE-FILE
               WHEN EFE-PAYROLL-YTD (EF-IDX)
                  OPEN INPUT PAYROLL-YTD-FILE
            END-EVALUATE.

       164-OPEN-KEYED-TARGET.

            EVALUATE TRUE
               WHEN EFE-EMPLOYEE-MASTER (EF-IDX)
                  OPEN OUTPUT EMPLOYEE-MASTER-TEST
               WHEN EFE-STUB-HISTORY (EF-IDX)
                  OPEN OUTPUT STUB-HISTORY-TEST
               WHEN EFE-EMPLOYER-MATCH (EF-IDX)
                  OPEN OUTPUT EMPLOYER-MATCH-TEST
               WHEN EFE-PTO-BALANCE (EF-IDX)
                  OPEN OUTPUT PTO-BALANCE-TEST
               WHEN EFE-PAYROLL-YTD (EF-IDX)
                  OPEN OUTPUT PAYROLL-YTD-TEST
            END-EVALUATE.

      * A read that neither returns a record nor reaches the end
      * stops the file, so a damaged index cannot loop the job.
       166-READ-KEYED-SOURCE.

            MOVE SPACES TO SOURCE-RECORD
            EVALUATE TRUE
               WHEN EFE-EMPLOYEE-MASTER (EF-IDX)
                  READ EMPLOYEE-MASTER-FILE
                     NOT AT END
                        MOVE EMPLOYEE-RECORD TO SOURCE-RECORD
                  END-READ
               WHEN EFE-STUB-HISTORY (EF-IDX)
                  READ STUB-HISTORY-FILE
                     NOT AT END
                        MOVE STUB-HISTORY-RECORD TO SOURCE-RECORD
                  END-READ
               WHEN EFE-EMPLOYER-MATCH (EF-IDX)
                  READ EMPLOYER-MATCH-FILE
                     NOT AT END
                        MOVE EMPLOYER-MATCH-RECORD TO SOURCE-RECORD
                  END-READ
               WHEN EFE-PTO-BALANCE (EF-IDX)
                  READ PTO-BALANCE-FILE
                     NOT AT END
                        MOVE PTO-BALANCE-RECORD TO SOURCE-RECORD
                  END-READ
               WHEN EFE-PAYROLL-YTD (EF-IDX)
                  READ PAYROLL-YTD-FILE
                     NOT AT END
                        MOVE YTD-RECORD TO SOURCE-RECORD
                  END-READ
            END-EVALUATE
            IF WS-SOURCE-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
               IF WS-SOURCE-FILE-STATUS NOT = "10"
                  DISPLAY "ERROR: ", WS-SOURCE-FILE-NAME,
                     " READ FAILED, STATUS = ", WS-SOURCE-FILE-STATUS
                  MOVE 'Y' TO WS-KEYED-FAILED-SWITCH
               END-IF
            END-IF.

      * The masked SOURCE-RECORD goes back into the keyed record,
      * truncated to its own length - nothing past it was filled.
       168-WRITE-KEYED-TARGET.

            EVALUATE TRUE
               WHEN EFE-EMPLOYEE-MASTER (EF-IDX)
                  MOVE SOURCE-RECORD TO TEST-EMPLOYEE-RECORD
                  WRITE TEST-EMPLOYEE-RECORD
               WHEN EFE-STUB-HISTORY (EF-IDX)
                  MOVE SOURCE-RECORD TO TEST-STUB-HISTORY-RECORD
                  WRITE TEST-STUB-HISTORY-RECORD
               WHEN EFE-EMPLOYER-MATCH (EF-IDX)
                  MOVE SOURCE-RECORD TO TEST-EMPLOYER-MATCH-RECORD
                  WRITE TEST-EMPLOYER-MATCH-RECORD
               WHEN EFE-PTO-BALANCE (EF-IDX)
                  MOVE SOURCE-RECORD TO TEST-PTO-BALANCE-RECORD
                  WRITE TEST-PTO-BALANCE-RECORD
               WHEN EFE-PAYROLL-YTD (EF-IDX)
                  MOVE SOURCE-RECORD TO TEST-YTD-RECORD
                  WRITE TEST-YTD-RECORD
            END-EVALUATE.

       172-CLOSE-KEYED-SOURCE.

            EVALUATE TRUE
               WHEN EFE-EMPLOYEE-MASTER (EF-IDX)
                  CLOSE EMPLOYEE-MASTER-FILE
               WHEN EFE-STUB-HISTORY (EF-IDX)
                  CLOSE STUB-HISTORY-FILE
               WHEN EFE-EMPLOYER-MATCH (EF-IDX)
                  CLOSE EMPLOYER-MATCH-FILE
               WHEN EFE-PTO-BALANCE (EF-IDX)
                  CLOSE PTO-BALANCE-FILE
               WHEN EFE-PAYROLL-YTD (EF-IDX)
                  CLOSE PAYROLL-YTD-FILE
            END-EVALUATE.

       174-CLOSE-KEYED-TARGET.

            EVALUATE TRUE
               WHEN EFE-EMPLOYEE-MASTER (EF-IDX)
                  CLOSE EMPLOYEE-MASTER-TEST
               WHEN EFE-STUB-HISTORY (EF-IDX)
                  CLOSE STUB-HISTORY-TEST
               WHEN EFE-EMPLOYER-MATCH (EF-IDX)
                  CLOSE EMPLOYER-MATCH-TEST
               WHEN EFE-PTO-BALANCE (EF-IDX)
                  CLOSE PTO-BALANCE-TEST
               WHEN EFE-PAYROLL-YTD (EF-IDX)
                  CLOSE PAYROLL-YTD-TEST
            END-EVALUATE.

       180-FILE-FAILED.

            ADD 1 TO WS-FILES-FAILED
            MOVE 1 TO WS-FINAL-RC
            MOVE "EXTRACT FAILED FOR FILE " TO WS-FILE-MSG-TEXT
            MOVE WS-SOURCE-FILE-NAME TO WS-FILE-MSG-FILE
            MOVE WS-FILE-MSG-BUILD TO EL-MESSAGE
            MOVE "E" TO EL-SEVERITY
            PERFORM 960-LOG-TO-EXCEPTION-FILE.

       190-WRITE-FILE-LINE.

            IF WS-REPORT-FILE-STATUS = "00"
               MOVE WS-SOURCE-FILE-NAME TO ED-FILE-NAME
               MOVE WS-FILE-RECORD-COUNT TO ED-RECORD-COUNT
               MOVE WS-FILE-MASKED-COUNT TO ED-MASKED-COUNT
               WRITE EXTRACT-LINE FROM EXTRACT-DETAIL-LINE
            END-IF.

      ******************************************************************
      * MASKS
      ******************************************************************
      * Trailing spaces are left out of the hash, so a name in an
      * X(20) field and the same name in an X(25) field agree.
       300-HASH-ORIGINAL.

            MOVE FUNCTION UPPER-CASE (WS-ORIGINAL-VALUE)
               TO WS-ORIGINAL-UPPER
            IF WS-ORIGINAL-UPPER NOT = WS-ORIGINAL-VALUE
               MOVE 'Y' TO WS-MIXED-CASE-SWITCH
            ELSE
               MOVE 'N' TO WS-MIXED-CASE-SWITCH
            END-IF
            MOVE WS-FIELD-LEN TO WS-VALUE-LEN
            PERFORM UNTIL WS-VALUE-LEN = 0
                  OR WS-ORIGINAL-UPPER (WS-VALUE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-VALUE-LEN
            END-PERFORM
            MOVE WS-MASK-SEED TO WS-MASK-HASH
            PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                  UNTIL WS-CHAR-SUB > WS-VALUE-LEN
               COMPUTE WS-MASK-HASH = FUNCTION MOD (
                  WS-MASK-HASH * 131
                  + FUNCTION ORD (WS-ORIGINAL-UPPER (WS-CHAR-SUB:1)),
                  2147483647)
            END-PERFORM
            IF WS-MASK-HASH = 0
               MOVE 1 TO WS-MASK-HASH
            END-IF.

       310-NEXT-RANDOM.

            COMPUTE WS-MASK-HASH =
               FUNCTION MOD (WS-MASK-HASH * 48271, 2147483647)
            MOVE WS-MASK-HASH TO WS-MASK-RANDOM.

      * A leading title (PROF, DR) is kept and only a surname
      * follows it, as the registrar keys instructors; an initial
      * ("J. SMITH") stays an initial; anyone else gets a first and
      * last name.
       320-MASK-PERSON-NAME.

            MOVE SPACES TO WS-MASKED-VALUE WS-TITLE-PREFIX
            IF WS-ORIGINAL-UPPER (1:5) = "PROF "
               MOVE "PROF" TO WS-TITLE-PREFIX
            END-IF
            IF WS-ORIGINAL-UPPER (1:3) = "DR "
               MOVE "DR" TO WS-TITLE-PREFIX
            END-IF
            PERFORM 310-NEXT-RANDOM
            COMPUTE WS-PICK-SUB = FUNCTION MOD (WS-MASK-RANDOM, 60) + 1
            IF WS-TITLE-PREFIX NOT = SPACES
               STRING WS-TITLE-PREFIX DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      INTO WS-MASKED-VALUE
            ELSE
               IF WS-ORIGINAL-UPPER (2:2) = ". "
                  STRING FIRST-NAME (WS-PICK-SUB) (1:1)
                            DELIMITED BY SIZE
                         ". " DELIMITED BY SIZE
                         INTO WS-MASKED-VALUE
               ELSE
                  STRING FIRST-NAME (WS-PICK-SUB) DELIMITED BY SPACE
                         " " DELIMITED BY SIZE
                         INTO WS-MASKED-VALUE
               END-IF
            END-IF
            PERFORM 310-NEXT-RANDOM
            COMPUTE WS-PICK-SUB = FUNCTION MOD (WS-MASK-RANDOM, 60) + 1
            MOVE 1 TO WS-OUT-SUB
            PERFORM UNTIL WS-OUT-SUB > 30
                  OR WS-MASKED-VALUE (WS-OUT-SUB:1) = SPACE
               ADD 1 TO WS-OUT-SUB
            END-PERFORM
            ADD 1 TO WS-OUT-SUB
            IF WS-OUT-SUB < 31
               STRING LAST-NAME (WS-PICK-SUB) DELIMITED BY SPACE
                      INTO WS-MASKED-VALUE WITH POINTER WS-OUT-SUB
            END-IF.

      * "Ana Lee" masks to "Hazel Thornton", not "HAZEL THORNTON".
       325-MATCH-CASE-STYLE.

            IF NOT ORIGINAL-MIXED-CASE
               EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION LOWER-CASE (WS-MASKED-VALUE)
               TO WS-MASKED-VALUE
            MOVE SPACE TO WS-PREVIOUS-CHAR
            PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                  UNTIL WS-CHAR-SUB > 30
               IF WS-PREVIOUS-CHAR = SPACE
                  MOVE FUNCTION UPPER-CASE
                     (WS-MASKED-VALUE (WS-CHAR-SUB:1))
                     TO WS-MASKED-VALUE (WS-CHAR-SUB:1)
               END-IF
               MOVE WS-MASKED-VALUE (WS-CHAR-SUB:1) TO WS-PREVIOUS-CHAR
            END-PERFORM.

       330-MASK-COMPANY-NAME.

            MOVE SPACES TO WS-MASKED-VALUE
            PERFORM 310-NEXT-RANDOM
            COMPUTE WS-PICK-SUB = FUNCTION MOD (WS-MASK-RANDOM, 60) + 1
            STRING LAST-NAME (WS-PICK-SUB) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-MASKED-VALUE
            PERFORM 310-NEXT-RANDOM
            COMPUTE WS-PICK-SUB = FUNCTION MOD (WS-MASK-RANDOM, 10) + 1
            MOVE 1 TO WS-OUT-SUB
            PERFORM UNTIL WS-MASKED-VALUE (WS-OUT-SUB:1) = SPACE
               ADD 1 TO WS-OUT-SUB
            END-PERFORM
            ADD 1 TO WS-OUT-SUB
            STRING COMPANY-SUFFIX (WS-PICK-SUB) DELIMITED BY "  "
                   INTO WS-MASKED-VALUE WITH POINTER WS-OUT-SUB.

      * Area 001-899 less 666, group 01-99, serial 0001-9999 - the
      * shape any SSN edit accepts.  A tax ID that is not nine
      * digits is left as it is, so a rejection test still rejects.
       340-MASK-TAX-ID.

            IF WS-ORIGINAL-VALUE (1:9) NOT NUMERIC
               EXIT PARAGRAPH
            END-IF
            PERFORM 310-NEXT-RANDOM
            COMPUTE WS-FAKE-SSN-AREA =
               FUNCTION MOD (WS-MASK-RANDOM, 899) + 1
            IF WS-FAKE-SSN-AREA = 666
               MOVE 667 TO WS-FAKE-SSN-AREA
            END-IF
            PERFORM 310-NEXT-RANDOM
            COMPUTE WS-FAKE-SSN-GROUP =
               FUNCTION MOD (WS-MASK-RANDOM, 99) + 1
            PERFORM 310-NEXT-RANDOM
            COMPUTE WS-FAKE-SSN-SERIAL =
               FUNCTION MOD (WS-MASK-RANDOM, 9999) + 1
            MOVE WS-FAKE-SSN TO WS-MASKED-VALUE (1:9).

      * Digit for digit and letter for letter; dashes, spaces and
      * the length stay where they were.
       350-MASK-ACCOUNT.

            PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                  UNTIL WS-CHAR-SUB > WS-VALUE-LEN
               MOVE WS-ORIGINAL-UPPER (WS-CHAR-SUB:1) TO WS-MASK-CHAR
               IF WS-MASK-CHAR IS NUMERIC
                  PERFORM 310-NEXT-RANDOM
                  COMPUTE WS-PICK-SUB =
                     FUNCTION MOD (WS-MASK-RANDOM, 10) + 1
                  MOVE WS-DIGITS (WS-PICK-SUB:1)
                     TO WS-MASKED-VALUE (WS-CHAR-SUB:1)
               END-IF
               IF WS-MASK-CHAR IS ALPHABETIC
                     AND WS-MASK-CHAR NOT = SPACE
                  PERFORM 310-NEXT-RANDOM
                  COMPUTE WS-PICK-SUB =
                     FUNCTION MOD (WS-MASK-RANDOM, 26) + 1
                  MOVE WS-LETTERS (WS-PICK-SUB:1)
                     TO WS-MASKED-VALUE (WS-CHAR-SUB:1)
               END-IF
            END-PERFORM.

      * The first four digits (the Federal Reserve routing symbol)
      * stay, the institution digits are replaced, and the check
      * digit is recomputed - or deliberately broken, when the
      * original's was broken.
       360-MASK-ROUTING.

            IF WS-ORIGINAL-VALUE (1:9) NOT NUMERIC
               EXIT PARAGRAPH
            END-IF
            MOVE WS-ORIGINAL-VALUE (1:9) TO WS-ROUTING-DIGITS
            PERFORM 365-SUM-ROUTING-DIGITS
            IF FUNCTION MOD (WS-ROUTING-SUM, 10) = 0
               MOVE 'Y' TO WS-ROUTING-ORIGINAL-VALID
            ELSE
               MOVE 'N' TO WS-ROUTING-ORIGINAL-VALID
            END-IF
            PERFORM VARYING WS-CHAR-SUB FROM 5 BY 1
                  UNTIL WS-CHAR-SUB > 8
               PERFORM 310-NEXT-RANDOM
               COMPUTE WS-RD (WS-CHAR-SUB) =
                  FUNCTION MOD (WS-MASK-RANDOM, 10)
            END-PERFORM
            MOVE 0 TO WS-RD (9)
            PERFORM 365-SUM-ROUTING-DIGITS
            COMPUTE WS-RD (9) =
               FUNCTION MOD (10 - FUNCTION MOD (WS-ROUTING-SUM, 10),
                             10)
            IF NOT ORIGINAL-ROUTING-VALID
               COMPUTE WS-RD (9) = FUNCTION MOD (WS-RD (9) + 1, 10)
            END-IF
            MOVE WS-ROUTING-DIGITS TO WS-MASKED-VALUE (1:9).

       365-SUM-ROUTING-DIGITS.

            COMPUTE WS-ROUTING-SUM =
               3 * (WS-RD (1) + WS-RD (4) + WS-RD (7))
               + 7 * (WS-RD (2) + WS-RD (5) + WS-RD (8))
               + WS-RD (3) + WS-RD (6) + WS-RD (9).

      * A post-office box stays a box and a suite line stays a
      * suite line; anything starting with a house number becomes
      * a fake street.  City, state and ZIP are not masked - tax
      * jurisdictions and postal sorts depend on them.
       370-MASK-ADDRESS.

            MOVE SPACES TO WS-MASKED-VALUE
            PERFORM 310-NEXT-RANDOM
            EVALUATE TRUE
               WHEN WS-ORIGINAL-UPPER (1:6) = "PO BOX"
                  COMPUTE WS-STREET-NUMBER =
                     FUNCTION MOD (WS-MASK-RANDOM, 9000) + 1000
                  STRING "PO BOX " DELIMITED BY SIZE
                         WS-STREET-NUMBER DELIMITED BY SIZE
                         INTO WS-MASKED-VALUE
               WHEN WS-ORIGINAL-UPPER (1:1) IS NUMERIC
                  COMPUTE WS-STREET-NUMBER =
                     FUNCTION MOD (WS-MASK-RANDOM, 9000) + 1000
                  PERFORM 310-NEXT-RANDOM
                  COMPUTE WS-PICK-SUB =
                     FUNCTION MOD (WS-MASK-RANDOM, 20) + 1
                  PERFORM 310-NEXT-RANDOM
                  COMPUTE WS-CHAR-SUB =
                     FUNCTION MOD (WS-MASK-RANDOM, 6) + 1
                  STRING WS-STREET-NUMBER DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         STREET-NAME (WS-PICK-SUB) DELIMITED BY SPACE
                         " " DELIMITED BY SIZE
                         STREET-TYPE (WS-CHAR-SUB) DELIMITED BY SPACE
                         INTO WS-MASKED-VALUE
               WHEN OTHER
                  COMPUTE WS-SUITE-NUMBER =
                     FUNCTION MOD (WS-MASK-RANDOM, 900) + 100
                  STRING "SUITE " DELIMITED BY SIZE
                         WS-SUITE-NUMBER DELIMITED BY SIZE
                         INTO WS-MASKED-VALUE
            END-EVALUATE
            PERFORM 325-MATCH-CASE-STYLE.

      * Person and company names: reuse this run's mask for a name
      * already seen, otherwise draw until the mask is one no other
      * name has been given.  The table holds upper case; the case
      * style is put back afterwards.
       380-MASK-NAME.

            MOVE 'N' TO WS-NAME-FOUND-SWITCH
            PERFORM VARYING NM-IDX FROM 1 BY 1
                  UNTIL NM-IDX > WS-NAME-MASK-COUNT
                     OR NAME-ALREADY-MASKED
               IF NME-MASK-TYPE (NM-IDX) = MFE-MASK-TYPE (MF-IDX)
                     AND NME-ORIGINAL (NM-IDX) = WS-ORIGINAL-UPPER
                  MOVE NME-MASKED (NM-IDX) TO WS-MASKED-VALUE
                  MOVE 'Y' TO WS-NAME-FOUND-SWITCH
               END-IF
            END-PERFORM

            IF NOT NAME-ALREADY-MASKED
               MOVE 0 TO WS-NAME-DRAW-COUNT
               MOVE 'Y' TO WS-NAME-IN-USE-SWITCH
               PERFORM UNTIL NOT MASK-ALREADY-ISSUED
                     OR WS-NAME-DRAW-COUNT >= 50
                  IF MFE-MASK-TYPE (MF-IDX) = "N"
                     PERFORM 320-MASK-PERSON-NAME
                  ELSE
                     PERFORM 330-MASK-COMPANY-NAME
                  END-IF
                  ADD 1 TO WS-NAME-DRAW-COUNT
                  PERFORM 385-CHECK-MASK-ISSUED
               END-PERFORM
               IF WS-NAME-MASK-COUNT < WS-NAME-MASK-MAX
                  ADD 1 TO WS-NAME-MASK-COUNT
                  MOVE MFE-MASK-TYPE (MF-IDX)
                     TO NME-MASK-TYPE (WS-NAME-MASK-COUNT)
                  MOVE WS-ORIGINAL-UPPER
                     TO NME-ORIGINAL (WS-NAME-MASK-COUNT)
                  MOVE WS-MASKED-VALUE
                     TO NME-MASKED (WS-NAME-MASK-COUNT)
               END-IF
            END-IF
            PERFORM 325-MATCH-CASE-STYLE.

       385-CHECK-MASK-ISSUED.

            MOVE 'N' TO WS-NAME-IN-USE-SWITCH
            PERFORM VARYING NM-IDX FROM 1 BY 1
                  UNTIL NM-IDX > WS-NAME-MASK-COUNT
                     OR MASK-ALREADY-ISSUED
               IF NME-MASKED (NM-IDX) = WS-MASKED-VALUE
                  MOVE 'Y' TO WS-NAME-IN-USE-SWITCH
               END-IF
            END-PERFORM.

      ******************************************************************
      * FILE OPERATIONS
      ******************************************************************
       400-RUN-COMMAND.

            CALL "SYSTEM" USING WS-COMMAND
            MOVE RETURN-CODE TO WS-COMMAND-RC
            MOVE 0 TO RETURN-CODE.

       440-TEST-SOURCE-FILE.

            MOVE SPACES TO WS-COMMAND
            STRING "test -f " DELIMITED BY SIZE
                   WS-SOURCE-FILE-NAME DELIMITED BY SPACE
                   INTO WS-COMMAND
            PERFORM 400-RUN-COMMAND
            IF WS-COMMAND-RC = 0
               MOVE 'Y' TO WS-FILE-PRESENT-SWITCH
            ELSE
               MOVE 'N' TO WS-FILE-PRESENT-SWITCH
            END-IF.

       960-LOG-TO-EXCEPTION-FILE.

            MOVE "MASKED-EXTRACT" TO EL-PROGRAM-ID
            PERFORM 960-WRITE-EXCEPTION-LOG-ENTRY
            ADD 1 TO WS-RUNSTAT-EXCEPTIONS-LOGGED.

      ******************************************************************
      * SUMMARY AND CLOSE
      ******************************************************************
       800-WRITE-SUMMARY.

            DISPLAY "MASKED EXTRACT TO ", WS-TARGET-DIR
            DISPLAY "  FILES MASKED: ", WS-FILES-MASKED,
               "  COPIED: ", WS-FILES-COPIED,
               "  NOT PRESENT: ", WS-FILES-SKIPPED,
               "  FAILED: ", WS-FILES-FAILED
            DISPLAY "  VALUES MASKED: ", WS-VALUES-MASKED
            IF WS-REPORT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO EXTRACT-LINE
            WRITE EXTRACT-LINE
            MOVE WS-FILES-MASKED TO ES-FILES-MASKED
            MOVE WS-VALUES-MASKED TO ES-VALUES-MASKED
            WRITE EXTRACT-LINE FROM EXTRACT-SUMMARY-LINE-1
            MOVE WS-FILES-COPIED TO ES-FILES-COPIED
            WRITE EXTRACT-LINE FROM EXTRACT-SUMMARY-LINE-2
            MOVE WS-FILES-SKIPPED TO ES-FILES-SKIPPED
            WRITE EXTRACT-LINE FROM EXTRACT-SUMMARY-LINE-3
            MOVE WS-FILES-FAILED TO ES-FILES-FAILED
            MOVE WS-SPEC-ERROR-COUNT TO ES-SPEC-ERRORS
            WRITE EXTRACT-LINE FROM EXTRACT-SUMMARY-LINE-4.

       900-CLOSE-FILES.

            CLOSE EXTRACT-REPORT-FILE.

           COPY EXCPLOG.
           COPY RUNSTAT.
       END PROGRAM MASKED-EXTRACT.
