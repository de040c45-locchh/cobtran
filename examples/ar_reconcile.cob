       01 WS-AR-TRAN-EOF             PIC X VALUE "N".

      * Net of the customer's subledger activity: the balance
      * forward and charges add, payments, prompt-pay discounts and
      * write-offs subtract - the same rule ARCLOSE nets a period
      * with - so the net should equal the master's BALANCE whenever
      * both sides of the cycle ran once and only once.
       01 WS-SUBLEDGER-NET           PIC S9(9)V99 VALUE ZERO.
       01 WS-DIFFERENCE              PIC S9(9)V99 VALUE ZERO.

           PERFORM READ-CUSTOMER.

       NET-ONE-TRANSACTION.
           IF ART-CREDIT-ENTRY
               SUBTRACT ART-AMOUNT FROM WS-SUBLEDGER-NET
           ELSE
               ADD ART-AMOUNT TO WS-SUBLEDGER-NET
