      * Tax collected per jurisdiction - the remittance figure each
      * return gets filed from. Signed, because credit memos extract
      * negative and returns net out of the remittance.
      * Sales zero-rated on an exemption certificate are kept out
      * of taxable sales; the return reports them on their own line.
       01 JURISDICTION-TABLE.
           05 JUR-ENTRY OCCURS 50 TIMES INDEXED BY JX-IDX.
               10 JX-JURISDICTION    PIC X(02).
               10 JX-TAX-COLLECTED   PIC S9(9)V99.
               10 JX-TAXABLE-SALES   PIC S9(9)V99.
               10 JX-EXEMPT-SALES    PIC S9(9)V99.
               10 JX-INVOICE-COUNT   PIC 9(7).
       01 WS-JUR-COUNT               PIC 9(2) VALUE ZERO.
       01 WS-JUR-MAX                 PIC 9(2) VALUE 50.
           05 FILLER                 PIC X(6) VALUE SPACES.
           05 JD-TAXABLE-SALES       PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 JD-EXEMPT-SALES        PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 JD-TAX-COLLECTED       PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 JD-INVOICE-COUNT       PIC ZZZZZZ9.

       01 WS-JUR-HEADING.
           05 FILLER PIC X(40) VALUE
               "JUR     TAXABLE SALES   EXEMPT SALES    ".
           05 FILLER PIC X(25) VALUE "TAX COLLECTED   INVOICES".

       01 WS-TYPE-DETAIL.
           05 TD-CUSTOMER-TYPE       PIC X(01).
           05 FILLER                 PIC X(7) VALUE SPACES.
                       TO JX-JURISDICTION(JX-IDX)
                   MOVE ZERO TO JX-TAX-COLLECTED(JX-IDX)
                   MOVE ZERO TO JX-TAXABLE-SALES(JX-IDX)
                   MOVE ZERO TO JX-EXEMPT-SALES(JX-IDX)
                   MOVE ZERO TO JX-INVOICE-COUNT(JX-IDX)
                   MOVE "Y" TO WS-JUR-FOUND
               ELSE
               COMPUTE JX-TAXABLE-SALES(JX-IDX) =
                   JX-TAXABLE-SALES(JX-IDX)
                   + SX-SUBTOTAL - SX-DISCOUNT-AMOUNT
                   - SX-EXEMPT-AMOUNT
               ADD SX-EXEMPT-AMOUNT TO JX-EXEMPT-SALES(JX-IDX)
               ADD 1 TO JX-INVOICE-COUNT(JX-IDX)
           END-IF.

               TO WS-SECTION-HEADING.
           MOVE WS-SECTION-HEADING TO ANALYSIS-REPORT-LINE.
           WRITE ANALYSIS-REPORT-LINE.
           MOVE WS-JUR-HEADING TO ANALYSIS-REPORT-LINE.
           WRITE ANALYSIS-REPORT-LINE.
           PERFORM VARYING JX-IDX FROM 1 BY 1
               UNTIL JX-IDX > WS-JUR-COUNT

               MOVE JX-JURISDICTION(JX-IDX) TO JD-JURISDICTION
               MOVE JX-TAXABLE-SALES(JX-IDX) TO JD-TAXABLE-SALES
               MOVE JX-EXEMPT-SALES(JX-IDX) TO JD-EXEMPT-SALES
               MOVE JX-TAX-COLLECTED(JX-IDX) TO JD-TAX-COLLECTED
               MOVE JX-INVOICE-COUNT(JX-IDX) TO JD-INVOICE-COUNT
               MOVE WS-JUR-DETAIL TO ANALYSIS-REPORT-LINE
