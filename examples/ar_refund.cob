               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REF-TRAN-STATUS.
           SELECT REFUND-GL-FILE ASSIGN TO "REFGL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REF-GL-STATUS.
           SELECT CHECK-EXTRACT-FILE ASSIGN TO "REFCHK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
      * selection the controller hasn't signed. The post-approval
      * step appends REFAR.DAT to ARTRAN.DAT when it sends
      * REFCHK.DAT to treasury and REFTRAN.DAT into the maintenance
      * merge; a rejected run is four files thrown away, not an
      * orphan row to hand-edit off the subledger.
       FD REFUND-AR-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY CUSTTRAN.

      * The run's ledger entries, in GLPOST layout. Held with the
      * rest of the package - the approval step hands REFGL.DAT to
      * GLBAL with REFAR.DAT, and a rejected run throws it away too.
       FD REFUND-GL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLPOST.

      * The check-issue feed for the treasury system - one record
      * per refund check to cut, with the name and address the
      * check prints from.
       01 FILE-STATUS                PIC XX VALUE SPACES.
       01 REF-AR-STATUS              PIC XX VALUE SPACES.
       01 REF-TRAN-STATUS            PIC XX VALUE SPACES.
       01 REF-GL-STATUS              PIC XX VALUE SPACES.
       01 CHECK-EXT-STATUS           PIC XX VALUE SPACES.
       01 RPT-STATUS                 PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.
       01 WS-COUNTERS.
           05 WS-CUSTOMERS-READ      PIC 9(7) VALUE ZERO.
           05 WS-REFUNDS-SELECTED    PIC 9(7) VALUE ZERO.
           05 WS-GL-POST-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-REFUNDED-AMOUNT         PIC S9(9)V99 VALUE ZERO.

       01 WS-REGISTER-HEADING-1.
                   " refund(s) selected; nothing posts until "
                   "ARREFUND.RPT is approved - then REFCHK.DAT "
                   "goes to treasury, REFAR.DAT onto ARTRAN.DAT, "
                   "REFGL.DAT to GLBAL, and REFTRAN.DAT into the "
                   "maintenance merge."
           END-IF.
           STOP RUN.

           IF REF-TRAN-STATUS NOT = "00"
               DISPLAY "Error opening REFTRAN.DAT: " REF-TRAN-STATUS
           END-IF.
           OPEN OUTPUT REFUND-GL-FILE.
           IF REF-GL-STATUS NOT = "00"
               DISPLAY "Error opening REFGL.DAT: " REF-GL-STATUS
           END-IF.
           OPEN OUTPUT CHECK-EXTRACT-FILE.
           IF CHECK-EXT-STATUS NOT = "00"
               DISPLAY "Error opening REFCHK.DAT: " CHECK-EXT-STATUS
           MOVE WS-REFUND-AMOUNT TO ART-AMOUNT.
           MOVE "REFUND CHECK" TO ART-DESCRIPTION.
           MOVE SPACES TO ART-INVOICE-NUMBER.
           MOVE WS-CURRENT-DATE TO ART-DUE-DATE.
           MOVE ZERO TO ART-DISC-DATE ART-DISC-AMOUNT.
           WRITE AR-TRANSACTION-RECORD.
           IF REF-AR-STATUS NOT = "00"
               DISPLAY "Error writing REFAR.DAT: " REF-AR-STATUS
           MOVE WS-REFUND-AMOUNT TO TRAN-BALANCE.
           MOVE ZERO TO TRAN-LAST-PAYMENT-DATE.
           MOVE ZERO TO TRAN-CREDIT-LIMIT.
           MOVE ZERO TO TRAN-PARENT-CUSTOMER-ID.
           WRITE CUSTOMER-TRAN-RECORD.
           IF REF-TRAN-STATUS NOT = "00"
               DISPLAY "Error writing REFTRAN.DAT: " REF-TRAN-STATUS
           ELSE
               ADD TRAN-BALANCE TO WS-REFTRAN-HASH
           END-IF.
           PERFORM WRITE-REFUND-GL-POSTING.
           MOVE CUSTOMER-ID TO RD-CUSTOMER-ID.
           MOVE CUSTOMER-NAME TO RD-CUSTOMER-NAME.
           MOVE BALANCE TO RD-BALANCE.
           ADD WS-REFUND-AMOUNT TO WS-REFUNDED-AMOUNT.
           ADD 1 TO WS-REFUNDS-SELECTED.

      * Debit AR to take the credit balance off the books, credit
      * refund clearing until treasury's check clears it. Keyed "RF"
      * and the customer - the refund carries no invoice number.
       WRITE-REFUND-GL-POSTING.
           MOVE SPACES TO GL-INVOICE-NUMBER.
           STRING "RF" CUSTOMER-ID DELIMITED BY SIZE
               INTO GL-INVOICE-NUMBER.
           MOVE "1200" TO GL-ACCOUNT-CODE.
           MOVE "ACCOUNTS RECEIVABLE" TO GL-ACCOUNT-NAME.
           SET GL-DEBIT TO TRUE.
           MOVE WS-REFUND-AMOUNT TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           IF REF-GL-STATUS NOT = "00"
               DISPLAY "Error writing REFGL.DAT: " REF-GL-STATUS
           END-IF.
           ADD 1 TO WS-GL-POST-COUNT.

           MOVE "2150" TO GL-ACCOUNT-CODE.
           MOVE "REFUND CLEARING" TO GL-ACCOUNT-NAME.
           SET GL-CREDIT TO TRUE.
           MOVE WS-REFUND-AMOUNT TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           IF REF-GL-STATUS NOT = "00"
               DISPLAY "Error writing REFGL.DAT: " REF-GL-STATUS
           END-IF.
           ADD 1 TO WS-GL-POST-COUNT.

       WRITE-REFTRAN-TRAILER.
           MOVE "*TRAILER" TO BCT-TRAILER-ID.
           MOVE WS-REFUNDS-SELECTED TO BCT-RECORD-COUNT.
           CLOSE CUSTOMER-FILE.
           CLOSE REFUND-AR-FILE.
           CLOSE REFUND-TRAN-FILE.
           CLOSE REFUND-GL-FILE.
           CLOSE CHECK-EXTRACT-FILE.
           CLOSE REGISTER-REPORT-FILE.
