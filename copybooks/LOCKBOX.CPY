      *  Must be in ascending LBX-CUSTOMER-ID sequence so    *
      *  CASHAPP can match it against CUSTOMER-FILE in a      *
      *  single sequential pass.                               *
      *  The bank closes the file with a BATCHCTL *TRAILER      *
      *  counting its own items and summing LBX-AMOUNT; the     *
      *  payments CASHFIX resubmits are merged in ahead of it    *
      *  and are not in its totals. CASHPRF proves the trailer   *
      *  against the bank's deposit record (BANKDEP.CPY).        *
      *****************************************************
       01 LOCKBOX-PAYMENT-RECORD.
           05 LBX-CUSTOMER-ID        PIC 9(5).
