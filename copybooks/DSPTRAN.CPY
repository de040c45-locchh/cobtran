      *****************************************************
      *  DSPTRAN.CPY                                      *
      *  Maintenance transaction record for DISPUTE.DAT.   *
      *  Open records a new dispute (or reopens a resolved  *
      *  one), change replaces the reason, amount and owner  *
      *  of an open dispute, resolve stamps the resolved      *
      *  date - DTR-RESOLVED-DATE, or the run date when it is  *
      *  zero. Blank or zero fields on a change leave the       *
      *  field as it is. Transactions are applied in ascending  *
      *  DTR-INVOICE-NUMBER sequence against the current master  *
      *  to build the next generation, and the transmitted file  *
      *  carries the *TRAILER control record with the count and  *
      *  the sum of DTR-AMOUNT as its hash.                      *
      *****************************************************
       01 DISPUTE-TRAN-RECORD.
           05 DTR-CODE               PIC X(01).
               88 DTR-OPEN           VALUE "A".
               88 DTR-CHANGE         VALUE "C".
               88 DTR-RESOLVE        VALUE "R".
           05 DTR-INVOICE-NUMBER     PIC X(10).
           05 DTR-CUSTOMER-ID        PIC 9(5).
           05 DTR-OPEN-DATE          PIC 9(8).
           05 DTR-REASON-CODE        PIC X(02).
           05 DTR-AMOUNT             PIC 9(7)V99.
           05 DTR-OWNER              PIC X(08).
           05 DTR-RESOLVED-DATE      PIC 9(8).
