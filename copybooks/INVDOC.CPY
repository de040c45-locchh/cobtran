      *****************************************************
      *  INVDOC.CPY                                       *
      *  Invoice document record - what INVOICECALC billed, *
      *  written for INVPRINT to print the invoice or credit *
      *  memo the customer is sent. Each billed document is   *
      *  one header record, one record per line and one        *
      *  totals record, all carrying the document number.      *
      *  Held invoices are not written - they get a document   *
      *  in the run that finally bills them. The bill-to name  *
      *  and address are the customer master's at billing, so *
      *  a reprint from INVPRINT's history shows what was sent.*
      *  Amounts are unsigned; the document type says which    *
      *  way they move, as on INVHDR.CPY.                      *
      *****************************************************
       01 INVOICE-DOCUMENT-RECORD.
           05 DOC-RECORD-TYPE        PIC X(01).
               88 DOC-HEADER         VALUE "H".
               88 DOC-LINE           VALUE "L".
               88 DOC-TOTALS         VALUE "T".
           05 DOC-INVOICE-NUMBER     PIC X(10).
           05 DOC-DETAIL             PIC X(111).
           05 DOC-HEADER-DATA REDEFINES DOC-DETAIL.
               10 DOCH-INVOICE-DATE      PIC X(10).
               10 DOCH-DOCUMENT-TYPE     PIC X(01).
                   88 DOCH-INVOICE       VALUES "I" " ".
                   88 DOCH-CREDIT-MEMO   VALUE "C".
               10 DOCH-ORIG-INVOICE      PIC X(10).
               10 DOCH-CUSTOMER-ID       PIC 9(5).
               10 DOCH-CUSTOMER-NAME     PIC X(30).
               10 DOCH-CUSTOMER-ADDRESS  PIC X(50).
               10 DOCH-TERMS-CODE        PIC X(02).
               10 DOCH-SALES-REP         PIC X(3).
      * "C" when the line billed at the customer's contract price
      * from CONPRICE.DAT rather than the price keyed.
           05 DOC-LINE-DATA REDEFINES DOC-DETAIL.
               10 DOCL-ITEM-ID           PIC X(8).
               10 DOCL-ITEM-DESC         PIC X(20).
               10 DOCL-ITEM-QTY          PIC 9(3).
               10 DOCL-ITEM-PRICE        PIC 9(5)V99.
               10 DOCL-ITEM-TOTAL        PIC 9(7)V99.
               10 DOCL-PRICE-SOURCE      PIC X(01).
                   88 DOCL-CONTRACT-PRICE VALUE "C".
               10 DOCL-BACKORDER-QTY     PIC 9(3).
               10 FILLER                 PIC X(60).
      * Due date and prompt-pay discount are the ones the AR charge
      * carries, so the document and CASHAPP agree on both.
           05 DOC-TOTALS-DATA REDEFINES DOC-DETAIL.
               10 DOCT-SUBTOTAL          PIC 9(7)V99.
               10 DOCT-DISCOUNT-RATE     PIC V99.
               10 DOCT-DISCOUNT-AMOUNT   PIC 9(7)V99.
               10 DOCT-TAX-JURISDICTION  PIC X(02).
               10 DOCT-TAX-RATE          PIC V9999.
               10 DOCT-TAX-AMOUNT        PIC 9(7)V99.
               10 DOCT-TOTAL-AMOUNT      PIC 9(7)V99.
               10 DOCT-DUE-DATE          PIC 9(8).
               10 DOCT-DISC-DATE         PIC 9(8).
               10 DOCT-DISC-AMOUNT       PIC 9(7)V99.
      * Blank unless the invoice was zero-rated on an exemption
      * certificate (TAXEXMPT.CPY), in which case it names it.
               10 DOCT-EXEMPT-CERTIFICATE PIC X(15).
               10 FILLER                 PIC X(27).
