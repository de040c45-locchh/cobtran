      *  ARTRAN.CPY                                       *
      *  AR subledger transaction record - one invoice     *
      *  charge or payment applied against a customer's     *
      *  BALANCE, or a balance-forward record ("B") ARCLOSE  *
      *  writes for each item still open when it cuts a       *
      *  period off to history, carrying the closed period's   *
      *  net into the new file so statements still tie to       *
      *  BALANCE and the open items keep their invoice and      *
      *  due date across the close.                             *
      *  Must be kept in ascending ART-CUSTOMER-ID sequence      *
      *  for CUSTSTMT's match against CUSTOMER-FILE.              *
      *  The subledger is open-item: a charge carries the         *
      *  invoice it billed and a payment carries the invoice      *
      *  it was applied against, so statements and inquiries      *
      *  can say which invoices the balance covers. A blank       *
      *  invoice number is on-account money - a finance           *
      *  charge, the forward of earlier on-account money, or      *
      *  a payment CASHAPP could not tie to a specific invoice.   *
      *****************************************************
       01 AR-TRANSACTION-RECORD.
           05 ART-CUSTOMER-ID        PIC 9(5).
      * raises the balance toward zero like a charge does, so
      * everything that nets the subledger treats non-payments as
      * additions and refunds fall in line without special cases.
      * A returned payment ("N") ARRETURN posts when the bank sends
      * a check back undoes a payment or discount the same way, and
      * carries the invoice it reopens.
      * A prompt-pay discount ("D") CASHAPP allows settles part of
      * the invoice the same way a payment does, and so does a
      * bad-debt write-off ("W") ARWRTOFF posts. ART-CREDIT-ENTRY is
      * the set that lowers the balance - netting the subledger
      * subtracts those and adds everything else.
           05 ART-TRAN-TYPE          PIC X(01).
               88 ART-CHARGE         VALUE "C".
               88 ART-PAYMENT        VALUE "P".
               88 ART-BALFWD         VALUE "B".
               88 ART-REFUND         VALUE "R".
               88 ART-DISCOUNT       VALUE "D".
               88 ART-WRITE-OFF      VALUE "W".
               88 ART-RETURNED       VALUE "N".
               88 ART-CREDIT-ENTRY   VALUES "P" "D" "W".
           05 ART-AMOUNT             PIC S9(7)V99.
           05 ART-DESCRIPTION        PIC X(20).
           05 ART-INVOICE-NUMBER     PIC X(10).
      * Stamped on the records that put money on an item - a charge
      * from the customer's terms, a balance forward from the item
      * it carries. Aging, dunning and finance charges count days
      * past ART-DUE-DATE; zero (a record written before due dates
      * existed, or a payment) leaves the transaction date to stand
      * in. The discount fields are zero unless the terms carry a
      * prompt-pay discount: paid by ART-DISC-DATE, the invoice
      * settles for ART-DISC-AMOUNT less than it billed.
           05 ART-DUE-DATE           PIC 9(8).
           05 ART-DISC-DATE          PIC 9(8).
           05 ART-DISC-AMOUNT        PIC S9(7)V99.
