      *****************************************************
      *  PAYBEHV.CPY                                      *
      *  Payment-behavior record - one per master customer, *
      *  rewritten whole by COLLKPI each month-end. Days to  *
      *  pay count from the invoice date to the payment that  *
      *  named the invoice, over the trailing twelve months    *
      *  through the period end; days late count past the due  *
      *  date. The score starts at 100 and loses two points     *
      *  per weighted day late. A customer with no payment in   *
      *  the window is carried unscored. The trend compares     *
      *  the score with the last period's; INVOICECALC prints   *
      *  score and trend beside each invoice held for credit.   *
      *****************************************************
       01 PAYMENT-BEHAVIOR-RECORD.
           05 PB-CUSTOMER-ID         PIC 9(5).
           05 PB-PERIOD-END-DATE     PIC 9(8).
           05 PB-PAYMENTS-COUNTED    PIC 9(5).
           05 PB-AMOUNT-PAID         PIC S9(9)V99.
           05 PB-AVG-DAYS-TO-PAY     PIC 9(4)V9.
           05 PB-WTD-DAYS-TO-PAY     PIC 9(4)V9.
           05 PB-WTD-DAYS-LATE       PIC 9(4)V9.
           05 PB-SCORE-STATUS        PIC X(01).
               88 PB-SCORED          VALUE "Y".
               88 PB-NOT-SCORED      VALUE "N".
           05 PB-SCORE               PIC 9(3).
      * The period end and score this one is compared with - zero
      * when the customer had no score last period.
           05 PB-PRIOR-PERIOD-END    PIC 9(8).
           05 PB-PRIOR-SCORE         PIC 9(3).
           05 PB-TREND               PIC X(01).
               88 PB-TREND-UP        VALUE "U".
               88 PB-TREND-DOWN      VALUE "D".
               88 PB-TREND-STEADY    VALUE "S".
               88 PB-NO-TREND        VALUE "N".
