      *****************************************************
      *  TERMS.CPY                                        *
      *  Payment terms table record, keyed by the terms    *
      *  code carried on CUSTOMER-RECORD. INVOICECALC       *
      *  stamps each charge's due date from TRM-NET-DAYS     *
      *  and, when TRM-DISC-PERCENT is nonzero, a prompt-pay  *
      *  discount the customer earns by paying within         *
      *  TRM-DISC-DAYS of billing - "2/10 NET 30" is a .0200   *
      *  percent, 10 discount days and 30 net days. A blank     *
      *  or unknown code bills net 30 with no discount.         *
      *****************************************************
       01 TERMS-RECORD.
           05 TRM-TERMS-CODE         PIC X(02).
           05 TRM-DESCRIPTION        PIC X(20).
           05 TRM-NET-DAYS           PIC 9(3).
           05 TRM-DISC-PERCENT       PIC V9999.
           05 TRM-DISC-DAYS          PIC 9(3).
