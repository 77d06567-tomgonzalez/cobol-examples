      *           proven against the sum of the jurisdiction lines -
      *           nobody re-adds tax lines off INVOICE.RPT printouts
      *           again.
      *           Sales INVOICE-PROCESSING billed tax-free under an
      *           exemption certificate are totaled in their own
      *           column, apart from taxable sales, so the return's
      *           exempt-sales line comes straight off this report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                    SEPARATE CHARACTER.
           05  TD-TAX-AMOUNT       PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
      * Spaces on detail written before exemption certificates -
      * no exempt sale there to count.
           05  TD-EXEMPT-SALES     PIC S9(9)V9(2) SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05  TD-CERT-NUMBER      PIC X(15).

       FD  REMITTANCE-REPORT-FILE.
       01  REMITTANCE-LINE         PIC X(96).
                                   INDEXED BY JR-IDX.
               10  JRE-JURISDICTION    PIC X(2).
               10  JRE-TAXABLE-BASE    PIC S9(9)V9(2).
               10  JRE-EXEMPT-SALES    PIC S9(9)V9(2).
               10  JRE-TAX-AMOUNT      PIC S9(9)V9(2).

       COPY MONEYFLD REPLACING MONEY-NAME BY WS-DETAIL-TAX-TOTAL
                               MONEY-DIGITS BY 9.
       COPY MONEYFLD REPLACING MONEY-NAME BY WS-JURIS-TAX-TOTAL
                               MONEY-DIGITS BY 9.
       COPY MONEYFLD REPLACING MONEY-NAME BY WS-DETAIL-EXEMPT-TOTAL
                               MONEY-DIGITS BY 9.

       01  REMIT-HEADING-1.
           05  FILLER          PIC X(36) VALUE
       01  REMIT-HEADING-2.
           05  FILLER          PIC X(6)  VALUE "JURIS".
           05  FILLER          PIC X(18) VALUE "TAXABLE SALES".
           05  FILLER          PIC X(18) VALUE "EXEMPT SALES".
           05  FILLER          PIC X(18) VALUE "TAX COLLECTED".
       01  REMIT-DETAIL-LINE.
           05  RD-JURISDICTION PIC X(2).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RD-TAXABLE-BASE PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RD-EXEMPT-SALES PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RD-TAX-AMOUNT   PIC $$$,$$$,$$9.99-.
       01  REMIT-TOTAL-LINE.
           05  FILLER          PIC X(6)  VALUE "TOTAL".
           05  RT-TAXABLE-BASE PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RT-EXEMPT-SALES PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RT-TAX-AMOUNT   PIC $$$,$$$,$$9.99-.
       01  REMIT-PROOF-LINE.
           05  FILLER          PIC X(30) VALUE
            END-IF

            INITIALIZE WS-DETAIL-TAX-TOTAL WS-DETAIL-BASE-TOTAL
               WS-JURIS-TAX-TOTAL WS-DETAIL-EXEMPT-TOTAL.

       200-TALLY-DETAIL.

               MOVE TD-JURISDICTION-CODE TO JRE-JURISDICTION (JR-IDX)
               MOVE 0 TO JRE-TAXABLE-BASE (JR-IDX)
               MOVE 0 TO JRE-TAX-AMOUNT (JR-IDX)
               MOVE 0 TO JRE-EXEMPT-SALES (JR-IDX)
            END-IF

            IF TD-EXEMPT-SALES IS NUMERIC
               ADD TD-EXEMPT-SALES TO JRE-EXEMPT-SALES (JR-IDX)
               ADD TD-EXEMPT-SALES TO WS-DETAIL-EXEMPT-TOTAL
            END-IF

            ADD TD-TAXABLE-BASE TO JRE-TAXABLE-BASE (JR-IDX)
                  UNTIL JR-IDX > WS-JURIS-COUNT
               MOVE JRE-JURISDICTION (JR-IDX) TO RD-JURISDICTION
               MOVE JRE-TAXABLE-BASE (JR-IDX) TO RD-TAXABLE-BASE
               MOVE JRE-EXEMPT-SALES (JR-IDX) TO RD-EXEMPT-SALES
               MOVE JRE-TAX-AMOUNT (JR-IDX) TO RD-TAX-AMOUNT
               WRITE REMITTANCE-LINE FROM REMIT-DETAIL-LINE
               ADD JRE-TAX-AMOUNT (JR-IDX) TO WS-JURIS-TAX-TOTAL
            END-PERFORM

            MOVE WS-DETAIL-BASE-TOTAL TO RT-TAXABLE-BASE
            MOVE WS-DETAIL-EXEMPT-TOTAL TO RT-EXEMPT-SALES
            MOVE WS-DETAIL-TAX-TOTAL TO RT-TAX-AMOUNT
            WRITE REMITTANCE-LINE FROM REMIT-TOTAL-LINE

