      *  credit limit last month" is answered from the system,  *
      *  not from backup archaeology. CUSTHRPT reports over it  *
      *  by customer and date.                                  *
      *  A change held for dual control lands here only when it  *
      *  is approved, as a "V" record naming both the operator   *
      *  who keyed it and the one who approved it.                *
      *****************************************************
       01 CUSTOMER-HISTORY-RECORD.
           05 CH-CYCLE-DATE          PIC 9(8).
               10 CHB-CREDIT-LIMIT      PIC 9(7)V99.
               10 CHB-CUSTOMER-TYPE     PIC X(01).
               10 CHB-TAX-JURISDICTION  PIC X(02).
               10 CHB-TERMS-CODE        PIC X(02).
               10 CHB-CREDIT-HOLD       PIC X(01).
               10 CHB-PARENT-CUSTOMER-ID PIC 9(5).
           05 CH-AFTER-IMAGE.
               10 CHA-CUSTOMER-NAME     PIC X(30).
               10 CHA-CUSTOMER-ADDRESS  PIC X(50).
               10 CHA-CREDIT-LIMIT      PIC 9(7)V99.
               10 CHA-CUSTOMER-TYPE     PIC X(01).
               10 CHA-TAX-JURISDICTION  PIC X(02).
               10 CHA-TERMS-CODE        PIC X(02).
               10 CHA-CREDIT-HOLD       PIC X(01).
               10 CHA-PARENT-CUSTOMER-ID PIC 9(5).
           05 CH-KEYED-BY            PIC X(08).
           05 CH-APPROVED-BY         PIC X(08).
