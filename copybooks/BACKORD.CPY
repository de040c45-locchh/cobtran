      *****************************************************
      *  BACKORD.CPY                                      *
      *  Open backorder record - the part of a billed       *
      *  invoice line the item's on hand could not cover.    *
      *  INVOICECALC bills what is there and appends the      *
      *  rest here; BOFILL fills what stock now allows into    *
      *  invoices for the next billing run and carries the      *
      *  remainder forward. The header fields ride along so a    *
      *  fill invoice can be built without the original order.   *
      *  BO-INVOICE-NUMBER is always the invoice the goods were   *
      *  first ordered on, even when a fill invoice comes up       *
      *  short again. Records are in the order they were            *
      *  backordered, which is the order they are filled.           *
      *****************************************************
       01 BACKORDER-RECORD.
           05 BO-INVOICE-NUMBER      PIC X(10).
           05 BO-BACKORDER-DATE      PIC 9(8).
           05 BO-CUSTOMER-ID         PIC X(8).
           05 BO-CUSTOMER-NAME       PIC X(30).
           05 BO-CUSTOMER-TYPE       PIC X(01).
           05 BO-TAX-JURISDICTION    PIC X(02).
           05 BO-SALES-REP           PIC X(3).
           05 BO-ITEM-ID             PIC X(8).
           05 BO-ITEM-DESC           PIC X(20).
           05 BO-ITEM-PRICE          PIC 9(5)V99.
           05 BO-QTY                 PIC 9(3).
