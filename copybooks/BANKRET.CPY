      *****************************************************
      *  BANKRET.CPY                                      *
      *  Bank returned-item record - one per deposited     *
      *  check the bank sent back unpaid, identified by the *
      *  remittance reference the lockbox transmitted it     *
      *  under (LBX-REMITTANCE-REF), which CASHAPP carries    *
      *  into ART-DESCRIPTION on every payment and discount    *
      *  it applies. ARRETURN reverses the match. No sequence   *
      *  is required - the file is tabled whole.                *
      *****************************************************
       01 BANK-RETURN-RECORD.
           05 BRT-REMITTANCE-REF     PIC X(20).
           05 BRT-RETURN-DATE        PIC 9(8).
           05 BRT-AMOUNT             PIC 9(7)V99.
           05 BRT-RETURN-REASON      PIC X(03).
               88 BRT-NSF            VALUE "NSF".
               88 BRT-ACCOUNT-CLOSED VALUE "ACC".
               88 BRT-STOP-PAYMENT   VALUE "STP".
