      *****************************************************
      *  WRTOFFRQ.CPY                                     *
      *  Bad-debt write-off request - one per write-off    *
      *  the credit manager has signed, keyed by customer.  *
      *  A blank WRQ-INVOICE-NUMBER writes off the whole     *
      *  account; a zero WRQ-AMOUNT writes off whatever is    *
      *  still open, so the request need not be re-keyed if    *
      *  cash arrives between approval and the run. ARWRTOFF    *
      *  rejects a request with no approver or a reason code     *
      *  not listed here.                                        *
      *****************************************************
       01 WRITE-OFF-REQUEST-RECORD.
           05 WRQ-CUSTOMER-ID        PIC 9(5).
           05 WRQ-INVOICE-NUMBER     PIC X(10).
           05 WRQ-AMOUNT             PIC 9(7)V99.
           05 WRQ-REASON-CODE        PIC X(02).
               88 WRQ-BANKRUPTCY     VALUE "BK".
               88 WRQ-OUT-OF-BUSINESS VALUE "OB".
               88 WRQ-UNCOLLECTIBLE  VALUE "UC".
               88 WRQ-SKIP-TRACE     VALUE "SK".
               88 WRQ-DISPUTE-SETTLED VALUE "DS".
               88 WRQ-SMALL-BALANCE  VALUE "SB".
               88 WRQ-VALID-REASON   VALUES "BK" "OB" "UC" "SK"
                                            "DS" "SB".
           05 WRQ-APPROVED-BY        PIC X(08).
           05 WRQ-APPROVAL-DATE      PIC 9(8).
