           05 SX-TAX-AMOUNT          PIC S9(7)V99.
           05 SX-TOTAL-AMOUNT        PIC S9(7)V99.
           05 SX-SALES-REP           PIC X(3).
      * Net sales (subtotal less discount) zero-rated on a tax
      * exemption certificate - zero on a taxed invoice. Exempt
      * sales are reported apart from taxable sales on the return.
           05 SX-EXEMPT-AMOUNT       PIC S9(7)V99.
