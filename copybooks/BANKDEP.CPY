      *****************************************************
      *  BANKDEP.CPY                                      *
      *  Bank daily deposit record - the bank's own total  *
      *  of what it credited to the lockbox account for the *
      *  day, transmitted apart from the lockbox detail so   *
      *  CASHPRF can prove the two against each other. One    *
      *  record per deposit; a day with more than one deposit  *
      *  sends more than one record and they are summed.       *
      *****************************************************
       01 BANK-DEPOSIT-RECORD.
           05 BDP-DEPOSIT-DATE       PIC 9(8).
           05 BDP-LOCKBOX-NUMBER     PIC X(10).
           05 BDP-ITEM-COUNT         PIC 9(7).
           05 BDP-DEPOSIT-AMOUNT     PIC 9(9)V99.
