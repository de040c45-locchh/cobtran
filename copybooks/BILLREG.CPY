      *****************************************************
      *  BILLREG.CPY                                      *
      *  Billed-invoice registry - one record for every    *
      *  invoice and credit memo number INVOICECALC has     *
      *  billed, appended in billing order at the end of    *
      *  each run. A header whose number is already here is *
      *  rejected as a double bill, and a credit memo must  *
      *  name an invoice here (BRG-ORIG-INVOICE) billed to  *
      *  the same customer. The total carries the document  *
      *  sign - a credit memo is negative. BILLREG purges   *
      *  entries by age and answers inquiries.              *
      *****************************************************
       01 BILLING-REGISTRY-RECORD.
           05 BRG-INVOICE-NUMBER     PIC X(10).
           05 BRG-BILLING-DATE       PIC 9(8).
           05 BRG-CUSTOMER-ID        PIC 9(5).
           05 BRG-DOCUMENT-TYPE      PIC X(01).
               88 BRG-INVOICE        VALUES "I" " ".
               88 BRG-CREDIT-MEMO    VALUE "C".
           05 BRG-TOTAL-AMOUNT       PIC S9(7)V99.
           05 BRG-ORIG-INVOICE       PIC X(10).
