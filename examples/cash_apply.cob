               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CASH-TRAN-STATUS.
           SELECT CASH-GL-FILE ASSIGN TO "CASHGL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CASH-GL-STATUS.
           SELECT SUSPENSE-REPORT-FILE ASSIGN TO "CASHAPP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY CUSTTRAN.

      * The receipts side of the general ledger, in GLPOST layout so
      * GLBAL proves it alongside INVOICECALC's GLPOST.DAT.
       FD CASH-GL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLPOST.

       FD SUSPENSE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 SUSPENSE-REPORT-LINE       PIC X(100).
       01 FILE-STATUS                PIC XX VALUE SPACES.
       01 AR-TRAN-STATUS             PIC XX VALUE SPACES.
       01 CASH-TRAN-STATUS           PIC XX VALUE SPACES.
       01 CASH-GL-STATUS             PIC XX VALUE SPACES.
       01 RPT-STATUS                 PIC XX VALUE SPACES.
       01 SUSPENSE-STATUS            PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.
      * The subledger's open items, tabled in a pre-pass over
      * ARTRAN.DAT before the day's batch appends to it: charges and
      * balance forwards add to an item's open amount, payments
      * and discounts subtract, and a zero net is settled. Rows keep
      * file order, so an allocation pass walks a customer's items
      * oldest first. The prompt-pay discount the item was billed
      * with rides along from the first record that carries one.
       01 OPEN-ITEM-TABLE.
           05 OPEN-ITEM-ENTRY OCCURS 2000 TIMES INDEXED BY OI-IDX.
               10 OI-CUSTOMER-ID     PIC 9(5).
               10 OI-INVOICE-NUMBER  PIC X(10).
               10 OI-OPEN-AMOUNT     PIC S9(7)V99.
               10 OI-DISC-DATE       PIC 9(8).
               10 OI-DISC-AMOUNT     PIC S9(7)V99.
       01 WS-OPEN-ITEM-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-OPEN-ITEM-MAX           PIC 9(4) VALUE 2000.
       01 WS-OPEN-ITEM-FOUND         PIC X VALUE "N".
       01 WS-UNALLOCATED             PIC S9(7)V99 VALUE ZERO.
       01 WS-ALLOC-PORTION           PIC S9(7)V99 VALUE ZERO.
       01 WS-ALLOC-INVOICE           PIC X(10) VALUE SPACES.
       01 WS-ITEM-DISCOUNT           PIC S9(7)V99 VALUE ZERO.
       01 WS-PAYMENT-DISCOUNT        PIC S9(7)V99 VALUE ZERO.

       01 WS-COUNTERS.
           05 WS-PAYMENTS-READ       PIC 9(7) VALUE ZERO.
           05 WS-PAYMENTS-APPLIED    PIC 9(7) VALUE ZERO.
           05 WS-PAYMENTS-SUSPENDED  PIC 9(7) VALUE ZERO.
           05 WS-GL-POST-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-DISCOUNTS-TAKEN     PIC 9(7) VALUE ZERO.
       01 WS-APPLIED-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-DISCOUNT-AMOUNT         PIC S9(9)V99 VALUE ZERO.
       01 WS-SUSPENSE-AMOUNT         PIC S9(9)V99 VALUE ZERO.

       01 WS-SUSPENSE-HEADING-1.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 STL-SUSPENSE-AMOUNT    PIC $$$,$$$,$$9.99.

       01 WS-DISCOUNT-TOTAL-LINE.
           05 FILLER                 PIC X(18) VALUE
               "DISCOUNTS TAKEN:  ".
           05 DTL-DISCOUNT-COUNT     PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DTL-DISCOUNT-AMOUNT    PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM WRITE-RUN-LOG.
           DISPLAY "CASHAPP: " WS-PAYMENTS-APPLIED
               " payment(s) applied, " WS-PAYMENTS-SUSPENDED
               " on suspense report CASHAPP.RPT, " WS-GL-POST-COUNT
               " GL entries to CASHGL.DAT".
           DISPLAY "CASHAPP: " WS-DISCOUNTS-TAKEN
               " prompt-pay discount(s) taken".
           STOP RUN.

       CAPTURE-START-TIME.
           IF CASH-TRAN-STATUS NOT = "00"
               DISPLAY "Error opening CASHTRAN.DAT: " CASH-TRAN-STATUS
           END-IF.
           OPEN OUTPUT CASH-GL-FILE.
           IF CASH-GL-STATUS NOT = "00"
               DISPLAY "Error opening CASHGL.DAT: " CASH-GL-STATUS
           END-IF.
           OPEN OUTPUT SUSPENSE-REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "Error opening CASHAPP.RPT: " RPT-STATUS
                   MOVE ART-INVOICE-NUMBER
                       TO OI-INVOICE-NUMBER(OI-IDX)
                   MOVE ZERO TO OI-OPEN-AMOUNT(OI-IDX)
                       OI-DISC-DATE(OI-IDX) OI-DISC-AMOUNT(OI-IDX)
                   MOVE "Y" TO WS-OPEN-ITEM-FOUND
               ELSE
                   DISPLAY "Warning: open-item table full - customer "
               END-IF
           END-IF.
           IF WS-OPEN-ITEM-FOUND = "Y"
               IF ART-CREDIT-ENTRY
                   SUBTRACT ART-AMOUNT FROM OI-OPEN-AMOUNT(OI-IDX)
               ELSE
                   ADD ART-AMOUNT TO OI-OPEN-AMOUNT(OI-IDX)
                   IF OI-DISC-DATE(OI-IDX) = ZERO
                       MOVE ART-DISC-DATE TO OI-DISC-DATE(OI-IDX)
                       MOVE ART-DISC-AMOUNT TO OI-DISC-AMOUNT(OI-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-OPEN-ITEM-PASS.
               END-IF
           END-IF.

      * The bank's control trailer closes the transmission; CASHPRF
      * proves it against the deposit, so here it just stands in for
      * end-of-file the way CUSTMAINT treats its own trailer.
       READ-LOCKBOX.
           READ LOCKBOX-FILE
               AT END
                   MOVE "Y" TO WS-LOCKBOX-EOF
                   MOVE WS-HIGH-KEY TO WS-LOCKBOX-KEY
           END-READ.
           IF NOT LOCKBOX-EOF
               AND LOCKBOX-PAYMENT-RECORD(1:8) = "*TRAILER"
               MOVE "Y" TO WS-LOCKBOX-EOF
               MOVE WS-HIGH-KEY TO WS-LOCKBOX-KEY
           END-IF.
           IF NOT LOCKBOX-EOF
               IF LOCKBOX-STATUS = "00"
                   MOVE LBX-CUSTOMER-ID TO WS-LOCKBOX-KEY
      * A payment the clerk couldn't take by hand doesn't get taken
      * here either: zero or larger than what the customer still
      * owes goes to suspense for the AR clerk to work.
      * Discounts the payment earned come off the balance with it.
       APPLY-PAYMENT.
           EVALUATE TRUE
               WHEN LBX-AMOUNT = ZERO
               WHEN OTHER
                   PERFORM ALLOCATE-PAYMENT
                   PERFORM WRITE-BALANCE-ADJUSTMENT
                   SUBTRACT LBX-AMOUNT WS-PAYMENT-DISCOUNT
                       FROM WS-OPEN-BALANCE
                   ADD LBX-AMOUNT TO WS-APPLIED-AMOUNT
                   ADD WS-PAYMENT-DISCOUNT TO WS-DISCOUNT-AMOUNT
                   ADD 1 TO WS-PAYMENTS-APPLIED
           END-EVALUATE.

      * invoice number.
       ALLOCATE-PAYMENT.
           MOVE LBX-AMOUNT TO WS-UNALLOCATED.
           MOVE ZERO TO WS-PAYMENT-DISCOUNT.
           PERFORM ALLOCATE-TO-ONE-ITEM
               VARYING OI-IDX FROM 1 BY 1
               UNTIL OI-IDX > WS-OPEN-ITEM-COUNT
           IF OI-CUSTOMER-ID(OI-IDX) = LBX-CUSTOMER-ID
               AND OI-OPEN-AMOUNT(OI-IDX) > ZERO
               AND OI-INVOICE-NUMBER(OI-IDX) NOT = SPACES
               PERFORM CHECK-PROMPT-PAY-DISCOUNT
               IF WS-UNALLOCATED
                   < OI-OPEN-AMOUNT(OI-IDX) - WS-ITEM-DISCOUNT
                   MOVE WS-UNALLOCATED TO WS-ALLOC-PORTION
               ELSE
                   COMPUTE WS-ALLOC-PORTION =
                       OI-OPEN-AMOUNT(OI-IDX) - WS-ITEM-DISCOUNT
               END-IF
               MOVE OI-INVOICE-NUMBER(OI-IDX) TO WS-ALLOC-INVOICE
               PERFORM WRITE-AR-PAYMENT
               SUBTRACT WS-ALLOC-PORTION
                   FROM OI-OPEN-AMOUNT(OI-IDX)
               SUBTRACT WS-ALLOC-PORTION FROM WS-UNALLOCATED
               IF WS-ITEM-DISCOUNT > ZERO
                   PERFORM WRITE-AR-DISCOUNT
                   SUBTRACT WS-ITEM-DISCOUNT
                       FROM OI-OPEN-AMOUNT(OI-IDX)
               END-IF
           END-IF.

      * Paid by the discount date, an invoice settles for its open
      * amount less the discount it was billed with - but only when
      * this remittance has enough left to pay that whole short
      * amount. A part payment inside the window earns nothing and
      * is applied at face value like any other.
       CHECK-PROMPT-PAY-DISCOUNT.
           MOVE ZERO TO WS-ITEM-DISCOUNT.
           IF OI-DISC-AMOUNT(OI-IDX) > ZERO
               AND OI-DISC-AMOUNT(OI-IDX) < OI-OPEN-AMOUNT(OI-IDX)
               AND LBX-PAYMENT-DATE NOT > OI-DISC-DATE(OI-IDX)
               AND WS-UNALLOCATED NOT <
                   OI-OPEN-AMOUNT(OI-IDX) - OI-DISC-AMOUNT(OI-IDX)
               MOVE OI-DISC-AMOUNT(OI-IDX) TO WS-ITEM-DISCOUNT
           END-IF.

       WRITE-AR-PAYMENT.
           MOVE WS-ALLOC-PORTION TO ART-AMOUNT.
           MOVE LBX-REMITTANCE-REF TO ART-DESCRIPTION.
           MOVE WS-ALLOC-INVOICE TO ART-INVOICE-NUMBER.
           MOVE ZERO TO ART-DUE-DATE ART-DISC-DATE ART-DISC-AMOUNT.
           WRITE AR-TRANSACTION-RECORD.
           IF AR-TRAN-STATUS NOT = "00"
               DISPLAY "Error writing ARTRAN.DAT: " AR-TRAN-STATUS
           END-IF.
           PERFORM WRITE-CASH-GL-POSTING.

      * The discount goes on the subledger as its own record against
      * the invoice, carrying the same remittance reference as the
      * payment that earned it, so the statement shows the invoice
      * paid short on purpose rather than left open.
       WRITE-AR-DISCOUNT.
           MOVE LBX-CUSTOMER-ID TO ART-CUSTOMER-ID.
           MOVE LBX-PAYMENT-DATE TO ART-TRAN-DATE.
           SET ART-DISCOUNT TO TRUE.
           MOVE WS-ITEM-DISCOUNT TO ART-AMOUNT.
           MOVE LBX-REMITTANCE-REF TO ART-DESCRIPTION.
           MOVE WS-ALLOC-INVOICE TO ART-INVOICE-NUMBER.
           MOVE ZERO TO ART-DUE-DATE ART-DISC-DATE ART-DISC-AMOUNT.
           WRITE AR-TRANSACTION-RECORD.
           IF AR-TRAN-STATUS NOT = "00"
               DISPLAY "Error writing ARTRAN.DAT: " AR-TRAN-STATUS
           END-IF.
           PERFORM WRITE-DISCOUNT-GL-POSTING.
           ADD WS-ITEM-DISCOUNT TO WS-PAYMENT-DISCOUNT.
           ADD 1 TO WS-DISCOUNTS-TAKEN.

      * Every subledger payment record gets its own balanced pair -
      * debit cash for the money banked, credit AR for the items it
      * cleared - keyed on the invoice it paid, so GL 1200 moves by
      * exactly what ARTRAN.DAT does. Money applied on account has
      * no invoice to key on and goes under "OA" and the customer.
       WRITE-CASH-GL-POSTING.
           IF WS-ALLOC-INVOICE = SPACES
               MOVE SPACES TO GL-INVOICE-NUMBER
               STRING "OA" LBX-CUSTOMER-ID DELIMITED BY SIZE
                   INTO GL-INVOICE-NUMBER
           ELSE
               MOVE WS-ALLOC-INVOICE TO GL-INVOICE-NUMBER
           END-IF.
           MOVE "1000" TO GL-ACCOUNT-CODE.
           MOVE "CASH" TO GL-ACCOUNT-NAME.
           SET GL-DEBIT TO TRUE.
           MOVE WS-ALLOC-PORTION TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           IF CASH-GL-STATUS NOT = "00"
               DISPLAY "Error writing CASHGL.DAT: " CASH-GL-STATUS
           END-IF.
           ADD 1 TO WS-GL-POST-COUNT.

           MOVE "1200" TO GL-ACCOUNT-CODE.
           MOVE "ACCOUNTS RECEIVABLE" TO GL-ACCOUNT-NAME.
           SET GL-CREDIT TO TRUE.
           MOVE WS-ALLOC-PORTION TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           IF CASH-GL-STATUS NOT = "00"
               DISPLAY "Error writing CASHGL.DAT: " CASH-GL-STATUS
           END-IF.
           ADD 1 TO WS-GL-POST-COUNT.

      * No cash moves on a discount - sales discounts take the debit
      * and AR is credited for the part of the invoice forgiven.
       WRITE-DISCOUNT-GL-POSTING.
           MOVE WS-ALLOC-INVOICE TO GL-INVOICE-NUMBER.
           MOVE "4050" TO GL-ACCOUNT-CODE.
           MOVE "SALES DISCOUNTS" TO GL-ACCOUNT-NAME.
           SET GL-DEBIT TO TRUE.
           MOVE WS-ITEM-DISCOUNT TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           IF CASH-GL-STATUS NOT = "00"
               DISPLAY "Error writing CASHGL.DAT: " CASH-GL-STATUS
           END-IF.
           ADD 1 TO WS-GL-POST-COUNT.

           MOVE "1200" TO GL-ACCOUNT-CODE.
           MOVE "ACCOUNTS RECEIVABLE" TO GL-ACCOUNT-NAME.
           SET GL-CREDIT TO TRUE.
           MOVE WS-ITEM-DISCOUNT TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           IF CASH-GL-STATUS NOT = "00"
               DISPLAY "Error writing CASHGL.DAT: " CASH-GL-STATUS
           END-IF.
           ADD 1 TO WS-GL-POST-COUNT.

      * One balance-adjust maintenance transaction per applied
      * payment; CUSTMAINT adds the signed TRAN-BALANCE to the
      * master's BALANCE, so the lockbox batch and the billing run
      * can both move the same customer in one maintenance cycle.
      * CASHTRAN.DAT is merged into CUSTTRAN.DAT by the nightly
      * sort step ahead of CUSTMAINT. The adjustment covers the
      * payment and any discount it earned together.
       WRITE-BALANCE-ADJUSTMENT.
           MOVE SPACES TO CUSTOMER-TRAN-RECORD.
           SET TRAN-BAL-ADJ TO TRUE.
           MOVE LBX-CUSTOMER-ID TO TRAN-CUSTOMER-ID.
           COMPUTE TRAN-BALANCE =
               ZERO - LBX-AMOUNT - WS-PAYMENT-DISCOUNT.
           MOVE LBX-PAYMENT-DATE TO TRAN-LAST-PAYMENT-DATE.
           MOVE ZERO TO TRAN-CREDIT-LIMIT.
           MOVE ZERO TO TRAN-PARENT-CUSTOMER-ID.
           WRITE CUSTOMER-TRAN-RECORD.
           IF CASH-TRAN-STATUS NOT = "00"
               DISPLAY "Error writing CASHTRAN.DAT: " CASH-TRAN-STATUS
           MOVE WS-SUSPENSE-AMOUNT TO STL-SUSPENSE-AMOUNT.
           MOVE WS-SUSPENSE-TOTAL-LINE TO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE WS-DISCOUNTS-TAKEN TO DTL-DISCOUNT-COUNT.
           MOVE WS-DISCOUNT-AMOUNT TO DTL-DISCOUNT-AMOUNT.
           MOVE WS-DISCOUNT-TOTAL-LINE TO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.

       CLOSE-FILES.
           PERFORM WRITE-CASHTRAN-TRAILER.
           CLOSE CUSTOMER-FILE.
           CLOSE AR-TRANSACTION-FILE.
           CLOSE CASH-TRAN-FILE.
           CLOSE CASH-GL-FILE.
           CLOSE SUSPENSE-REPORT-FILE.
           CLOSE SUSPENSE-FILE.
