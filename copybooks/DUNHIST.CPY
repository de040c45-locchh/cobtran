      *  out. CUSTDUN reads the prior generation and writes    *
      *  the next one; a record is dropped when the account     *
      *  returns to current, so a fresh delinquency starts       *
      *  the escalation over at the reminder. ARWRTOFF drops       *
      *  the record of an account its write-offs leave with         *
      *  nothing past due.                                           *
      *****************************************************
       01 DUNNING-HISTORY-RECORD.
           05 DH-CUSTOMER-ID         PIC 9(5).
