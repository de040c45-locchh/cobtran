       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN-FILE ASSIGN TO "BANKRET.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RETURN-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT AR-TRANSACTION-FILE ASSIGN TO "ARTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AR-TRAN-STATUS.
           SELECT RETURN-TRAN-FILE ASSIGN TO "RETTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RET-TRAN-STATUS.
           SELECT RETURN-GL-FILE ASSIGN TO "RETGL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RET-GL-STATUS.
           SELECT REGISTER-REPORT-FILE ASSIGN TO "ARRETURN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "RETEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-RETURN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BANKRET.

       FD CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD AR-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARTRAN.

      * Balance adjustments for the maintenance merge - each one
      * also puts the customer on credit hold.
       FD RETURN-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTTRAN.

      * The ledger side of each reversal and fee, in GLPOST layout
      * so GLBAL proves it alongside the other AR feeders.
       FD RETURN-GL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLPOST.

       FD REGISTER-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REGISTER-REPORT-LINE       PIC X(100).

       FD EXCEPTION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 EXCEPTION-REPORT-LINE      PIC X(110).

       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 RETURN-STATUS              PIC XX VALUE SPACES.
       01 FILE-STATUS                PIC XX VALUE SPACES.
       01 AR-TRAN-STATUS             PIC XX VALUE SPACES.
       01 RET-TRAN-STATUS            PIC XX VALUE SPACES.
       01 RET-GL-STATUS              PIC XX VALUE SPACES.
       01 RPT-STATUS                 PIC XX VALUE SPACES.
       01 EXC-STATUS                 PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.

       01 WS-RAW-TIME                PIC 9(8).
       01 WS-START-TIMESTAMP         PIC 9(14) VALUE ZERO.
       01 WS-END-TIMESTAMP           PIC 9(14) VALUE ZERO.

       01 WS-RETURN-EOF              PIC X VALUE "N".
       01 WS-CUSTOMER-EOF            PIC X VALUE "N".
       01 WS-ARTRAN-EOF              PIC X VALUE "N".
       01 WS-ABORT                   PIC X VALUE "N".

      * The returned-item fee comes in on the command line in
      * cents - "ARRETURN 02500" charges $25.00 a returned item,
      * "ARRETURN 00000" charges none. What the fee is, is a
      * treasury decision, not something to hard-code.
       01 WS-COMMAND-ARG             PIC X(20) VALUE SPACES.
       01 WS-FEE-DIGITS              PIC X(5) VALUE ZEROS.
       01 WS-RETURN-FEE REDEFINES WS-FEE-DIGITS
                                     PIC 9(3)V99.
       01 WS-CURRENT-DATE            PIC 9(8) VALUE ZEROS.

      * The bank's returned items. The ARTRAN.DAT pass fills in the
      * customer the reference was applied for and what was applied
      * under it; a return is only reversed when it names exactly
      * one customer, has not been reversed before, and the payment
      * applied under it is the amount the bank returned.
       01 RETURN-TABLE.
           05 RETURN-ENTRY OCCURS 500 TIMES INDEXED BY RT-IDX.
               10 RTT-REMITTANCE-REF PIC X(20).
               10 RTT-RETURN-DATE    PIC 9(8).
               10 RTT-AMOUNT         PIC 9(7)V99.
               10 RTT-RETURN-REASON  PIC X(03).
               10 RTT-CUSTOMER-ID    PIC 9(5).
               10 RTT-PAID-AMOUNT    PIC S9(7)V99.
               10 RTT-DISCOUNT-AMOUNT PIC S9(7)V99.
               10 RTT-OTHER-CUSTOMER PIC X(01).
               10 RTT-ALREADY-REVERSED PIC X(01).
               10 RTT-TABLE-OVERFLOW PIC X(01).
               10 RTT-VALID          PIC X(01).
               10 RTT-POSTED         PIC X(01).
       01 WS-RETURN-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-RETURN-MAX              PIC 9(4) VALUE 500.
       01 WS-RETURN-FOUND            PIC X VALUE "N".

      * Every payment and discount record applied under a returned
      * reference - one per invoice ALLOCATE-PAYMENT spread the
      * check over - so the reversal reopens exactly those invoices.
       01 REVERSAL-TABLE.
           05 REVERSAL-ENTRY OCCURS 2000 TIMES INDEXED BY RV-IDX.
               10 RVT-RETURN-NUMBER  PIC 9(4).
               10 RVT-CUSTOMER-ID    PIC 9(5).
               10 RVT-INVOICE-NUMBER PIC X(10).
               10 RVT-ORIGINAL-TYPE  PIC X(01).
               10 RVT-AMOUNT         PIC S9(7)V99.
       01 WS-REVERSAL-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-REVERSAL-MAX            PIC 9(4) VALUE 2000.
       01 WS-RETURN-NUMBER           PIC 9(4) VALUE ZERO.

       01 WS-CUSTOMER-RETURNED       PIC S9(9)V99 VALUE ZERO.
       01 WS-EXCEPTION-MESSAGE       PIC X(30) VALUE SPACES.

      * Control trailer for RETTRAN.DAT - count and TRAN-BALANCE
      * hash of the adjustments written, the same trailer every
      * feeder into the maintenance merge carries.
           COPY BATCHCTL.
       01 WS-RETTRAN-HASH            PIC S9(11)V99 VALUE ZERO.

       01 WS-COUNTERS.
           05 WS-RETURNS-READ        PIC 9(7) VALUE ZERO.
           05 WS-RETURNS-REVERSED    PIC 9(7) VALUE ZERO.
           05 WS-RETURN-EXCEPTIONS   PIC 9(7) VALUE ZERO.
           05 WS-CUSTOMERS-HELD      PIC 9(7) VALUE ZERO.
           05 WS-GL-POST-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-PAYMENTS-REVERSED       PIC S9(9)V99 VALUE ZERO.
       01 WS-DISCOUNTS-REVERSED      PIC S9(9)V99 VALUE ZERO.
       01 WS-FEES-CHARGED            PIC S9(9)V99 VALUE ZERO.

       01 WS-REGISTER-HEADING-1.
           05 FILLER PIC X(26) VALUE "RETURNED ITEM REGISTER -  ".
           05 RH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(20) VALUE "   FEE PER ITEM ".
           05 RH-FEE PIC $$$9.99.
           05 FILLER PIC X(39) VALUE SPACES.
       01 WS-REGISTER-HEADING-2.
           05 FILLER PIC X(9) VALUE "CUST-ID  ".
           05 FILLER PIC X(31) VALUE "NAME".
           05 FILLER PIC X(22) VALUE "REFERENCE".
           05 FILLER PIC X(12) VALUE "INVOICE     ".
           05 FILLER PIC X(9) VALUE "ENTRY    ".
           05 FILLER PIC X(17) VALUE "AMOUNT".

       01 WS-REGISTER-DETAIL.
           05 RD-CUSTOMER-ID         PIC 9(5).
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 RD-CUSTOMER-NAME       PIC X(30).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 RD-REFERENCE           PIC X(20).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-INVOICE-NUMBER      PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-ENTRY               PIC X(07).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-AMOUNT              PIC $$,$$$,$$9.99.

       01 WS-REGISTER-TOTAL-1.
           05 FILLER                 PIC X(20) VALUE
               "RETURNS REVERSED: ".
           05 RT-RETURN-COUNT        PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(22) VALUE
               "   PAYMENTS REVERSED: ".
           05 RT-PAYMENTS            PIC $$$,$$$,$$9.99.
           05 FILLER                 PIC X(14) VALUE
               "   DISCOUNTS: ".
           05 RT-DISCOUNTS           PIC $$$,$$$,$$9.99.
       01 WS-REGISTER-TOTAL-2.
           05 FILLER                 PIC X(20) VALUE
               "CUSTOMERS ON HOLD: ".
           05 RT-HELD-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(22) VALUE
               "   FEES CHARGED:     ".
           05 RT-FEES                PIC $$$,$$$,$$9.99.
           05 FILLER                 PIC X(14) VALUE
               "   EXCEPTIONS ".
           05 RT-EXCEPTION-COUNT     PIC ZZZ,ZZ9.

       01 WS-EXCEPTION-HEADING-1.
           05 FILLER PIC X(30) VALUE "RETURNED ITEM EXCEPTIONS -    ".
           05 EH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(72) VALUE SPACES.
       01 WS-EXCEPTION-HEADING-2.
           05 FILLER PIC X(22) VALUE "REFERENCE".
           05 FILLER PIC X(10) VALUE "RETURNED  ".
           05 FILLER PIC X(15) VALUE "AMOUNT".
           05 FILLER PIC X(6) VALUE "RSN   ".
           05 FILLER PIC X(9) VALUE "CUST-ID  ".
           05 FILLER PIC X(15) VALUE "APPLIED".
           05 FILLER PIC X(33) VALUE "EXCEPTION".

       01 WS-EXCEPTION-DETAIL.
           05 ED-REFERENCE           PIC X(20).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 ED-RETURN-DATE         PIC 9(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 ED-AMOUNT              PIC $$,$$$,$$9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 ED-RETURN-REASON       PIC X(03).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 ED-CUSTOMER-ID         PIC ZZZZ9.
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 ED-APPLIED             PIC $$,$$$,$$9.99-.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 ED-MESSAGE             PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM EDIT-RETURN-FEE.
           IF WS-ABORT = "N"
               PERFORM OPEN-FILES
               PERFORM EDIT-ONE-RETURN
                   VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RETURN-COUNT
               PERFORM READ-CUSTOMER
               PERFORM REVERSE-ONE-CUSTOMER
                   UNTIL WS-CUSTOMER-EOF = "Y"
               PERFORM REPORT-UNPOSTED-RETURN
                   VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RETURN-COUNT
               PERFORM WRITE-REGISTER-TOTALS
               PERFORM CLOSE-FILES
           END-IF.
           PERFORM WRITE-RUN-LOG.
           IF WS-ABORT = "Y"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "ARRETURN: " WS-RETURNS-REVERSED
                   " returned item(s) reversed, "
                   WS-RETURN-EXCEPTIONS " exception(s) on "
                   "RETEXC.RPT; RETTRAN.DAT goes into the "
                   "maintenance merge and RETGL.DAT to GLBAL."
           END-IF.
           STOP RUN.

       CAPTURE-START-TIME.
           ACCEPT WS-START-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-START-TIMESTAMP(9:6).

      * Writes one audit record to the shared run log, same layout
      * and append convention CUSTFILE and INVOICECALC use.
       WRITE-RUN-LOG.
           ACCEPT WS-END-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-END-TIMESTAMP(9:6).
           OPEN EXTEND RUN-LOG-FILE.
           IF RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE "ARRETURN" TO RL-PROGRAM-NAME.
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP.
           MOVE WS-RETURNS-READ TO RL-RECORDS-IN.
           MOVE WS-RETURNS-REVERSED TO RL-RECORDS-OUT.
           IF WS-ABORT = "Y"
               SET RL-ABORTED TO TRUE
           ELSE
               SET RL-NORMAL TO TRUE
           END-IF.
           WRITE RUN-LOG-RECORD.
           IF RUNLOG-STATUS NOT = "00"
               DISPLAY "Warning: could not write RUNLOG.DAT ("
                   RUNLOG-STATUS ")"
           END-IF.
           CLOSE RUN-LOG-FILE.

       EDIT-RETURN-FEE.
           ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
           IF WS-COMMAND-ARG(1:5) NOT NUMERIC
               DISPLAY "ARRETURN: returned-item fee in cents "
                   "required, e.g. ARRETURN 02500"
               MOVE "Y" TO WS-ABORT
           ELSE
               MOVE WS-COMMAND-ARG(1:5) TO WS-FEE-DIGITS
           END-IF.

      * The returns are tabled and matched against ARTRAN.DAT before
      * it is opened extend; the reversals are then appended as the
      * master walk reaches each customer, so the subledger keeps
      * its ascending CUSTOMER-ID sequence the way FINCHG's charges
      * keep it.
       OPEN-FILES.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-BANK-RETURNS.
           PERFORM MATCH-APPLIED-PAYMENTS.
           OPEN INPUT CUSTOMER-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening CUSTOMER-FILE: " FILE-STATUS
               MOVE "Y" TO WS-CUSTOMER-EOF
           END-IF.
           OPEN EXTEND AR-TRANSACTION-FILE.
           IF AR-TRAN-STATUS = "35"
               OPEN OUTPUT AR-TRANSACTION-FILE
           END-IF.
           IF AR-TRAN-STATUS NOT = "00"
               DISPLAY "Error opening ARTRAN.DAT: " AR-TRAN-STATUS
           END-IF.
           OPEN OUTPUT RETURN-TRAN-FILE.
           IF RET-TRAN-STATUS NOT = "00"
               DISPLAY "Error opening RETTRAN.DAT: " RET-TRAN-STATUS
           END-IF.
           OPEN OUTPUT RETURN-GL-FILE.
           IF RET-GL-STATUS NOT = "00"
               DISPLAY "Error opening RETGL.DAT: " RET-GL-STATUS
           END-IF.
           OPEN OUTPUT REGISTER-REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "Error opening ARRETURN.RPT: " RPT-STATUS
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           IF EXC-STATUS NOT = "00"
               DISPLAY "Error opening RETEXC.RPT: " EXC-STATUS
           END-IF.
           MOVE WS-CURRENT-DATE TO RH-RUN-DATE.
           MOVE WS-RETURN-FEE TO RH-FEE.
           MOVE WS-REGISTER-HEADING-1 TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           MOVE WS-REGISTER-HEADING-2 TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           MOVE WS-CURRENT-DATE TO EH-RUN-DATE.
           MOVE WS-EXCEPTION-HEADING-1 TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE WS-EXCEPTION-HEADING-2 TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

      * No BANKRET.DAT means the bank returned nothing today.
       LOAD-BANK-RETURNS.
           OPEN INPUT BANK-RETURN-FILE.
           IF RETURN-STATUS NOT = "00"
               DISPLAY "ARRETURN: no BANKRET.DAT (" RETURN-STATUS
                   "), no returned items this run"
               MOVE "Y" TO WS-RETURN-EOF
           END-IF.
           PERFORM READ-BANK-RETURN.
           PERFORM STORE-BANK-RETURN UNTIL WS-RETURN-EOF = "Y".
           IF RETURN-STATUS = "00" OR RETURN-STATUS = "10"
               CLOSE BANK-RETURN-FILE
           END-IF.

       READ-BANK-RETURN.
           IF WS-RETURN-EOF = "N"
               READ BANK-RETURN-FILE
                   AT END MOVE "Y" TO WS-RETURN-EOF
               END-READ
               IF RETURN-STATUS NOT = "00"
                   AND RETURN-STATUS NOT = "10"
                   DISPLAY "Error reading BANKRET.DAT: "
                       RETURN-STATUS
                   MOVE "Y" TO WS-RETURN-EOF
               END-IF
           END-IF.

       STORE-BANK-RETURN.
           ADD 1 TO WS-RETURNS-READ.
           IF WS-RETURN-COUNT < WS-RETURN-MAX
               ADD 1 TO WS-RETURN-COUNT
               SET RT-IDX TO WS-RETURN-COUNT
               MOVE BRT-REMITTANCE-REF TO RTT-REMITTANCE-REF(RT-IDX)
               MOVE BRT-RETURN-DATE TO RTT-RETURN-DATE(RT-IDX)
               MOVE BRT-AMOUNT TO RTT-AMOUNT(RT-IDX)
               MOVE BRT-RETURN-REASON TO RTT-RETURN-REASON(RT-IDX)
               MOVE ZERO TO RTT-CUSTOMER-ID(RT-IDX)
                   RTT-PAID-AMOUNT(RT-IDX)
                   RTT-DISCOUNT-AMOUNT(RT-IDX)
               MOVE "N" TO RTT-OTHER-CUSTOMER(RT-IDX)
                   RTT-ALREADY-REVERSED(RT-IDX)
                   RTT-TABLE-OVERFLOW(RT-IDX)
                   RTT-VALID(RT-IDX)
                   RTT-POSTED(RT-IDX)
           ELSE
               DISPLAY "Warning: return table full - reference "
                   BRT-REMITTANCE-REF " not processed"
           END-IF.
           PERFORM READ-BANK-RETURN.

      * One pass over the subledger finds everything CASHAPP posted
      * under a returned reference. No ARTRAN.DAT means nothing was
      * ever applied and every return is an exception.
       MATCH-APPLIED-PAYMENTS.
           IF WS-RETURN-COUNT > ZERO
               OPEN INPUT AR-TRANSACTION-FILE
               IF AR-TRAN-STATUS NOT = "00"
                   MOVE "Y" TO WS-ARTRAN-EOF
               END-IF
               PERFORM READ-AR-TRANSACTION
               PERFORM MATCH-ONE-TRANSACTION
                   UNTIL WS-ARTRAN-EOF = "Y"
               IF AR-TRAN-STATUS = "00" OR AR-TRAN-STATUS = "10"
                   CLOSE AR-TRANSACTION-FILE
               END-IF
               MOVE SPACES TO AR-TRAN-STATUS
           END-IF.

       READ-AR-TRANSACTION.
           IF WS-ARTRAN-EOF = "N"
               READ AR-TRANSACTION-FILE
                   AT END MOVE "Y" TO WS-ARTRAN-EOF
               END-READ
               IF AR-TRAN-STATUS NOT = "00"
                   AND AR-TRAN-STATUS NOT = "10"
                   DISPLAY "Error reading ARTRAN.DAT: "
                       AR-TRAN-STATUS
                   MOVE "Y" TO WS-ARTRAN-EOF
               END-IF
           END-IF.

      * Payments and discounts are what gets reversed; an earlier
      * reversal under the same reference means the bank has sent
      * the item twice.
       MATCH-ONE-TRANSACTION.
           IF (ART-PAYMENT OR ART-DISCOUNT OR ART-RETURNED)
               AND ART-DESCRIPTION NOT = SPACES
               PERFORM FIND-RETURNED-REFERENCE
               IF WS-RETURN-FOUND = "Y"
                   PERFORM RECORD-APPLIED-ENTRY
               END-IF
           END-IF.
           PERFORM READ-AR-TRANSACTION.

       FIND-RETURNED-REFERENCE.
           MOVE "N" TO WS-RETURN-FOUND.
           SET RT-IDX TO 1.
           SEARCH RETURN-ENTRY
               AT END
                   CONTINUE
               WHEN RT-IDX > WS-RETURN-COUNT
                   CONTINUE
               WHEN RTT-REMITTANCE-REF(RT-IDX) = ART-DESCRIPTION
                   MOVE "Y" TO WS-RETURN-FOUND
           END-SEARCH.

       RECORD-APPLIED-ENTRY.
           IF RTT-CUSTOMER-ID(RT-IDX) = ZERO
               MOVE ART-CUSTOMER-ID TO RTT-CUSTOMER-ID(RT-IDX)
           END-IF.
           IF RTT-CUSTOMER-ID(RT-IDX) NOT = ART-CUSTOMER-ID
               MOVE "Y" TO RTT-OTHER-CUSTOMER(RT-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN ART-RETURNED
                   MOVE "Y" TO RTT-ALREADY-REVERSED(RT-IDX)
               WHEN ART-PAYMENT
                   ADD ART-AMOUNT TO RTT-PAID-AMOUNT(RT-IDX)
                   PERFORM STORE-REVERSAL-ENTRY
               WHEN OTHER
                   ADD ART-AMOUNT TO RTT-DISCOUNT-AMOUNT(RT-IDX)
                   PERFORM STORE-REVERSAL-ENTRY
           END-EVALUATE.

       STORE-REVERSAL-ENTRY.
           IF WS-REVERSAL-COUNT < WS-REVERSAL-MAX
               ADD 1 TO WS-REVERSAL-COUNT
               SET RV-IDX TO WS-REVERSAL-COUNT
               SET WS-RETURN-NUMBER TO RT-IDX
               MOVE WS-RETURN-NUMBER TO RVT-RETURN-NUMBER(RV-IDX)
               MOVE ART-CUSTOMER-ID TO RVT-CUSTOMER-ID(RV-IDX)
               MOVE ART-INVOICE-NUMBER TO RVT-INVOICE-NUMBER(RV-IDX)
               MOVE ART-TRAN-TYPE TO RVT-ORIGINAL-TYPE(RV-IDX)
               MOVE ART-AMOUNT TO RVT-AMOUNT(RV-IDX)
           ELSE
               DISPLAY "Warning: reversal table full - reference "
                   ART-DESCRIPTION " not reversed"
               MOVE "Y" TO RTT-TABLE-OVERFLOW(RT-IDX)
           END-IF.

      * A return is reversed only when what CASHAPP applied under
      * the reference is exactly what the bank sent back; anything
      * else needs a person to look at it before the subledger is
      * touched.
       EDIT-ONE-RETURN.
           EVALUATE TRUE
               WHEN RTT-REMITTANCE-REF(RT-IDX) = SPACES
                   MOVE "NO REMITTANCE REFERENCE"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN RTT-CUSTOMER-ID(RT-IDX) = ZERO
                   MOVE "NO APPLIED PAYMENT FOUND"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN RTT-OTHER-CUSTOMER(RT-IDX) = "Y"
                   MOVE "REFERENCE ON SEVERAL ACCOUNTS"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN RTT-TABLE-OVERFLOW(RT-IDX) = "Y"
                   MOVE "TOO MANY ITEMS TO REVERSE"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN RTT-ALREADY-REVERSED(RT-IDX) = "Y"
                   MOVE "ALREADY REVERSED"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN RTT-PAID-AMOUNT(RT-IDX) NOT = RTT-AMOUNT(RT-IDX)
                   MOVE "AMOUNT DIFFERS FROM PAYMENT"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
                   MOVE "Y" TO RTT-VALID(RT-IDX)
           END-EVALUATE.

       WRITE-EXCEPTION-LINE.
           MOVE RTT-REMITTANCE-REF(RT-IDX) TO ED-REFERENCE.
           MOVE RTT-RETURN-DATE(RT-IDX) TO ED-RETURN-DATE.
           MOVE RTT-AMOUNT(RT-IDX) TO ED-AMOUNT.
           MOVE RTT-RETURN-REASON(RT-IDX) TO ED-RETURN-REASON.
           MOVE RTT-CUSTOMER-ID(RT-IDX) TO ED-CUSTOMER-ID.
           MOVE RTT-PAID-AMOUNT(RT-IDX) TO ED-APPLIED.
           MOVE WS-EXCEPTION-MESSAGE TO ED-MESSAGE.
           MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           ADD 1 TO WS-RETURN-EXCEPTIONS.

       READ-CUSTOMER.
           READ CUSTOMER-FILE
               AT END MOVE "Y" TO WS-CUSTOMER-EOF
           END-READ.
           IF WS-CUSTOMER-EOF = "N"
               IF FILE-STATUS NOT = "00"
                   DISPLAY "Error reading CUSTOMER-FILE: "
                       FILE-STATUS
                   MOVE "Y" TO WS-CUSTOMER-EOF
               END-IF
           END-IF.

      * All of a customer's returned items go on together, then one
      * balance adjustment carries their total into the maintenance
      * merge and puts the account on credit hold, so the next
      * billing run holds its invoices until credit clears it.
       REVERSE-ONE-CUSTOMER.
           MOVE ZERO TO WS-CUSTOMER-RETURNED.
           PERFORM REVERSE-ONE-RETURN
               VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RETURN-COUNT.
           IF WS-CUSTOMER-RETURNED > ZERO
               PERFORM WRITE-BALANCE-ADJUSTMENT
           END-IF.
           PERFORM READ-CUSTOMER.

       REVERSE-ONE-RETURN.
           IF RTT-VALID(RT-IDX) = "Y"
               AND RTT-CUSTOMER-ID(RT-IDX) = CUSTOMER-ID
               SET WS-RETURN-NUMBER TO RT-IDX
               PERFORM REVERSE-ONE-ENTRY
                   VARYING RV-IDX FROM 1 BY 1
                   UNTIL RV-IDX > WS-REVERSAL-COUNT
               IF WS-RETURN-FEE > ZERO
                   PERFORM CHARGE-RETURN-FEE
               END-IF
               MOVE "Y" TO RTT-POSTED(RT-IDX)
               ADD 1 TO WS-RETURNS-REVERSED
           END-IF.

      * The "N" record carries the invoice the payment or discount
      * settled, so the open-item netting everywhere reopens that
      * invoice by the amount that came off it. It is due at once -
      * the invoice's own due date still stands on its charge.
       REVERSE-ONE-ENTRY.
           IF RVT-RETURN-NUMBER(RV-IDX) = WS-RETURN-NUMBER
               MOVE CUSTOMER-ID TO ART-CUSTOMER-ID
               MOVE WS-CURRENT-DATE TO ART-TRAN-DATE
               SET ART-RETURNED TO TRUE
               MOVE RVT-AMOUNT(RV-IDX) TO ART-AMOUNT
               MOVE RTT-REMITTANCE-REF(RT-IDX) TO ART-DESCRIPTION
               MOVE RVT-INVOICE-NUMBER(RV-IDX) TO ART-INVOICE-NUMBER
               MOVE WS-CURRENT-DATE TO ART-DUE-DATE
               MOVE ZERO TO ART-DISC-DATE ART-DISC-AMOUNT
               WRITE AR-TRANSACTION-RECORD
               IF AR-TRAN-STATUS NOT = "00"
                   DISPLAY "Error writing ARTRAN.DAT: "
                       AR-TRAN-STATUS
               END-IF
               PERFORM WRITE-REVERSAL-GL-POSTING
               MOVE RVT-INVOICE-NUMBER(RV-IDX) TO RD-INVOICE-NUMBER
               IF RVT-ORIGINAL-TYPE(RV-IDX) = "P"
                   MOVE "PAYMENT" TO RD-ENTRY
                   ADD RVT-AMOUNT(RV-IDX) TO WS-PAYMENTS-REVERSED
               ELSE
                   MOVE "DISCNT " TO RD-ENTRY
                   ADD RVT-AMOUNT(RV-IDX) TO WS-DISCOUNTS-REVERSED
               END-IF
               MOVE RVT-AMOUNT(RV-IDX) TO RD-AMOUNT
               PERFORM WRITE-REGISTER-LINE
               ADD RVT-AMOUNT(RV-IDX) TO WS-CUSTOMER-RETURNED
           END-IF.

      * Debit AR to put the money back on the books as owed; a
      * reversed payment credits the cash it never turned into, a
      * reversed discount credits back the sales discount it was
      * only earned by paying. Keyed on the invoice, or "NS" and the
      * customer for on-account money.
       WRITE-REVERSAL-GL-POSTING.
           MOVE SPACES TO GL-INVOICE-NUMBER.
           IF RVT-INVOICE-NUMBER(RV-IDX) = SPACES
               STRING "NS" CUSTOMER-ID DELIMITED BY SIZE
                   INTO GL-INVOICE-NUMBER
           ELSE
               MOVE RVT-INVOICE-NUMBER(RV-IDX) TO GL-INVOICE-NUMBER
           END-IF.
           MOVE "1200" TO GL-ACCOUNT-CODE.
           MOVE "ACCOUNTS RECEIVABLE" TO GL-ACCOUNT-NAME.
           SET GL-DEBIT TO TRUE.
           MOVE RVT-AMOUNT(RV-IDX) TO GL-AMOUNT.
           PERFORM WRITE-GL-RECORD.

           IF RVT-ORIGINAL-TYPE(RV-IDX) = "P"
               MOVE "1000" TO GL-ACCOUNT-CODE
               MOVE "CASH" TO GL-ACCOUNT-NAME
           ELSE
               MOVE "4050" TO GL-ACCOUNT-CODE
               MOVE "SALES DISCOUNTS" TO GL-ACCOUNT-NAME
           END-IF.
           SET GL-CREDIT TO TRUE.
           MOVE RVT-AMOUNT(RV-IDX) TO GL-AMOUNT.
           PERFORM WRITE-GL-RECORD.

      * The fee is an on-account charge, due at once, like a finance
      * charge.
       CHARGE-RETURN-FEE.
           MOVE CUSTOMER-ID TO ART-CUSTOMER-ID.
           MOVE WS-CURRENT-DATE TO ART-TRAN-DATE.
           SET ART-CHARGE TO TRUE.
           MOVE WS-RETURN-FEE TO ART-AMOUNT.
           MOVE "RETURNED ITEM FEE" TO ART-DESCRIPTION.
           MOVE SPACES TO ART-INVOICE-NUMBER.
           MOVE WS-CURRENT-DATE TO ART-DUE-DATE.
           MOVE ZERO TO ART-DISC-DATE ART-DISC-AMOUNT.
           WRITE AR-TRANSACTION-RECORD.
           IF AR-TRAN-STATUS NOT = "00"
               DISPLAY "Error writing ARTRAN.DAT: " AR-TRAN-STATUS
           END-IF.
           MOVE SPACES TO GL-INVOICE-NUMBER.
           STRING "NS" CUSTOMER-ID DELIMITED BY SIZE
               INTO GL-INVOICE-NUMBER.
           MOVE "1200" TO GL-ACCOUNT-CODE.
           MOVE "ACCOUNTS RECEIVABLE" TO GL-ACCOUNT-NAME.
           SET GL-DEBIT TO TRUE.
           MOVE WS-RETURN-FEE TO GL-AMOUNT.
           PERFORM WRITE-GL-RECORD.
           MOVE "4150" TO GL-ACCOUNT-CODE.
           MOVE "RETURNED ITEM FEES" TO GL-ACCOUNT-NAME.
           SET GL-CREDIT TO TRUE.
           MOVE WS-RETURN-FEE TO GL-AMOUNT.
           PERFORM WRITE-GL-RECORD.
           MOVE SPACES TO RD-INVOICE-NUMBER.
           MOVE "FEE    " TO RD-ENTRY.
           MOVE WS-RETURN-FEE TO RD-AMOUNT.
           PERFORM WRITE-REGISTER-LINE.
           ADD WS-RETURN-FEE TO WS-FEES-CHARGED.
           ADD WS-RETURN-FEE TO WS-CUSTOMER-RETURNED.

       WRITE-GL-RECORD.
           WRITE GL-POSTING-RECORD.
           IF RET-GL-STATUS NOT = "00"
               DISPLAY "Error writing RETGL.DAT: " RET-GL-STATUS
           END-IF.
           ADD 1 TO WS-GL-POST-COUNT.

       WRITE-REGISTER-LINE.
           MOVE CUSTOMER-ID TO RD-CUSTOMER-ID.
           MOVE CUSTOMER-NAME TO RD-CUSTOMER-NAME.
           MOVE RTT-REMITTANCE-REF(RT-IDX) TO RD-REFERENCE.
           MOVE WS-REGISTER-DETAIL TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.

       WRITE-BALANCE-ADJUSTMENT.
           MOVE SPACES TO CUSTOMER-TRAN-RECORD.
           SET TRAN-BAL-ADJ TO TRUE.
           MOVE CUSTOMER-ID TO TRAN-CUSTOMER-ID.
           MOVE WS-CUSTOMER-RETURNED TO TRAN-BALANCE.
           MOVE ZERO TO TRAN-LAST-PAYMENT-DATE.
           MOVE ZERO TO TRAN-CREDIT-LIMIT.
           MOVE ZERO TO TRAN-PARENT-CUSTOMER-ID.
           SET TRAN-HOLD-SET TO TRUE.
           WRITE CUSTOMER-TRAN-RECORD.
           IF RET-TRAN-STATUS NOT = "00"
               DISPLAY "Error writing RETTRAN.DAT: " RET-TRAN-STATUS
           ELSE
               ADD TRAN-BALANCE TO WS-RETTRAN-HASH
               ADD 1 TO WS-CUSTOMERS-HELD
           END-IF.

      * A return that passed every check but whose customer the
      * master walk never reached has nowhere to post.
       REPORT-UNPOSTED-RETURN.
           IF RTT-VALID(RT-IDX) = "Y" AND RTT-POSTED(RT-IDX) = "N"
               MOVE "CUSTOMER NOT ON MASTER" TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-RETTRAN-TRAILER.
           MOVE "*TRAILER" TO BCT-TRAILER-ID.
           MOVE WS-CUSTOMERS-HELD TO BCT-RECORD-COUNT.
           MOVE WS-RETTRAN-HASH TO BCT-HASH-TOTAL.
           WRITE CUSTOMER-TRAN-RECORD FROM BATCH-CONTROL-TRAILER.
           IF RET-TRAN-STATUS NOT = "00"
               DISPLAY "Error writing RETTRAN.DAT trailer: "
                   RET-TRAN-STATUS
           END-IF.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           MOVE WS-RETURNS-REVERSED TO RT-RETURN-COUNT.
           MOVE WS-PAYMENTS-REVERSED TO RT-PAYMENTS.
           MOVE WS-DISCOUNTS-REVERSED TO RT-DISCOUNTS.
           MOVE WS-REGISTER-TOTAL-1 TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           MOVE WS-CUSTOMERS-HELD TO RT-HELD-COUNT.
           MOVE WS-FEES-CHARGED TO RT-FEES.
           MOVE WS-RETURN-EXCEPTIONS TO RT-EXCEPTION-COUNT.
           MOVE WS-REGISTER-TOTAL-2 TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.

       CLOSE-FILES.
           PERFORM WRITE-RETTRAN-TRAILER.
           CLOSE CUSTOMER-FILE.
           CLOSE AR-TRANSACTION-FILE.
           CLOSE RETURN-TRAN-FILE.
           CLOSE RETURN-GL-FILE.
           CLOSE REGISTER-REPORT-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
