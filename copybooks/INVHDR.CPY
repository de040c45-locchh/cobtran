      * off billed work, not a spreadsheet. Blank is the house
      * account and earns no one a commission.
           05 HDR-SALES-REP         PIC X(3).
      * The invoice a credit memo is returning against - it must
      * be on the billed-invoice registry (BILLREG.CPY) under the
      * same customer or the credit memo is not billed. Blank on
      * an invoice, except one BOFILL builds to fill a backorder,
      * where it names the invoice the goods were first ordered on.
           05 HDR-ORIG-INVOICE      PIC X(10).
