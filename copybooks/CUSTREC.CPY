           05 CUSTOMER-TYPE         PIC X(01).
               88 CUST-TYPE-VALID   VALUES "R" "P" "W".
           05 TAX-JURISDICTION      PIC X(02).
      * Payment terms the account bills on, looked up on TERMS.DAT.
      * Blank bills net 30 with no prompt-pay discount - the terms
      * every account had before there was a terms table.
           05 TERMS-CODE            PIC X(02).
      * "H" holds every invoice the billing run sees for the
      * customer for credit review, whatever the limit says - set
      * when a payment comes back from the bank, cleared by credit
      * through a maintenance transaction once the account is made
      * good.
           05 CREDIT-HOLD           PIC X(01).
               88 CUST-ON-CREDIT-HOLD VALUE "H".
      * The head-office account this one is a branch of - zero for
      * an account that stands alone or is itself the parent. One
      * level only: a parent carries no parent of its own. A limit
      * on the parent is the family's limit - the billing run tests
      * every member's invoice against the whole family's BALANCE -
      * and CUSTSTMT sends the parent one consolidated statement.
           05 PARENT-CUSTOMER-ID    PIC 9(5).
