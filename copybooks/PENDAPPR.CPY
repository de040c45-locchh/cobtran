      *****************************************************
      *  PENDAPPR.CPY                                     *
      *  Master change held for a second operator - one per  *
      *  customer. CUSTMAINT applies the rest of a change at  *
      *  once but holds a credit-limit increase above its      *
      *  threshold and any type or jurisdiction change here,   *
      *  old and new values side by side. An approval ("V")     *
      *  keyed by a different operator in a later cycle puts    *
      *  the new values on the master; one not approved within  *
      *  the expiry days is dropped and reported. A second       *
      *  held change for the same customer replaces the first.   *
      *****************************************************
       01 PENDING-APPROVAL-RECORD.
           05 PA-CUSTOMER-ID         PIC 9(5).
           05 PA-KEYED-DATE          PIC 9(8).
           05 PA-KEYED-BY            PIC X(08).
           05 PA-LIMIT-HELD          PIC X(01).
               88 PA-HOLDS-LIMIT     VALUE "Y".
           05 PA-TYPE-HELD           PIC X(01).
               88 PA-HOLDS-TYPE      VALUE "Y".
           05 PA-JURISDICTION-HELD   PIC X(01).
               88 PA-HOLDS-JURISDICTION VALUE "Y".
           05 PA-OLD-CREDIT-LIMIT    PIC 9(7)V99.
           05 PA-NEW-CREDIT-LIMIT    PIC 9(7)V99.
           05 PA-OLD-CUSTOMER-TYPE   PIC X(01).
           05 PA-NEW-CUSTOMER-TYPE   PIC X(01).
           05 PA-OLD-TAX-JURISDICTION PIC X(02).
           05 PA-NEW-TAX-JURISDICTION PIC X(02).
