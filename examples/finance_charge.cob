               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AR-TRAN-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DISPUTE-STATUS.
           SELECT FIN-TRAN-FILE ASSIGN TO "FINTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FIN-TRAN-STATUS.
           SELECT FIN-GL-FILE ASSIGN TO "FINGL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FIN-GL-STATUS.
           SELECT REGISTER-REPORT-FILE ASSIGN TO "FINCHG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY ARTRAN.

       FD DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTE.

       FD FIN-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTTRAN.

      * The income side of each assessment, in GLPOST layout so
      * GLBAL proves it alongside INVOICECALC's GLPOST.DAT.
       FD FIN-GL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLPOST.

       FD REGISTER-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REGISTER-REPORT-LINE       PIC X(100).
       01 FILE-STATUS                PIC XX VALUE SPACES.
       01 FIN-RATE-STATUS            PIC XX VALUE SPACES.
       01 AR-TRAN-STATUS             PIC XX VALUE SPACES.
       01 DISPUTE-STATUS             PIC XX VALUE SPACES.
       01 FIN-TRAN-STATUS            PIC XX VALUE SPACES.
       01 FIN-GL-STATUS              PIC XX VALUE SPACES.
       01 RPT-STATUS                 PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.

       01 WS-CURRENT-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-AGE-DAYS                PIC S9(7) VALUE ZERO.
       01 WS-TODAY-INTEGER           PIC S9(9) VALUE ZERO.

      * The subledger's open items, tabled before the run appends
      * to ARTRAN.DAT the way CASHAPP tables them: charges and
      * balance forwards add, payments and discounts subtract. An
      * item is due on the due date stamped on the first record
      * that put money on it, or that record's date when none was.
       01 OPEN-ITEM-TABLE.
           05 OPEN-ITEM-ENTRY OCCURS 2000 TIMES INDEXED BY OI-IDX.
               10 OI-CUSTOMER-ID     PIC 9(5).
               10 OI-INVOICE-NUMBER  PIC X(10).
               10 OI-OPEN-AMOUNT     PIC S9(7)V99.
               10 OI-DUE-DATE        PIC 9(8).
               10 OI-DISPUTED-AMOUNT PIC S9(7)V99.
       01 WS-OPEN-ITEM-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-OPEN-ITEM-MAX           PIC 9(4) VALUE 2000.
       01 WS-OPEN-ITEM-FOUND         PIC X VALUE "N".
       01 WS-ARTRAN-EOF              PIC X VALUE "N".
       01 WS-DISPUTE-EOF             PIC X VALUE "N".

      * The schedule lives in FINRATE.DAT so finance can change a
      * rate or a breakpoint without a recompile, the same reason

       01 WS-ASSESS-RATE             PIC V9999 VALUE ZERO.
       01 WS-CHARGE-AMOUNT           PIC 9(7)V99 VALUE ZERO.
       01 WS-ITEM-CHARGE             PIC 9(7)V99 VALUE ZERO.
       01 WS-ASSESS-BASE             PIC S9(7)V99 VALUE ZERO.

      * Control trailer for FINTRAN.DAT - count and TRAN-BALANCE
      * hash of the adjustments written, the same trailer every
       01 WS-COUNTERS.
           05 WS-CUSTOMERS-READ      PIC 9(7) VALUE ZERO.
           05 WS-CUSTOMERS-ASSESSED  PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-ASSESSED      PIC 9(7) VALUE ZERO.
           05 WS-GL-POST-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-IN-DISPUTE    PIC 9(7) VALUE ZERO.
       01 WS-ASSESSED-AMOUNT         PIC S9(9)V99 VALUE ZERO.

       01 WS-REGISTER-HEADING-1.
       01 WS-REGISTER-HEADING-2.
           05 FILLER PIC X(9) VALUE "CUST-ID  ".
           05 FILLER PIC X(31) VALUE "NAME".
           05 FILLER PIC X(12) VALUE "INVOICE     ".
           05 FILLER PIC X(15) VALUE "OPEN AMOUNT    ".
           05 FILLER PIC X(10) VALUE "DAYS-PAST ".
           05 FILLER PIC X(8) VALUE "RATE    ".
           05 FILLER PIC X(15) VALUE "CHARGE".

       01 WS-REGISTER-DETAIL.
           05 RD-CUSTOMER-ID         PIC 9(5).
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 RD-CUSTOMER-NAME       PIC X(30).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 RD-INVOICE-NUMBER      PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-BALANCE             PIC $$,$$$,$$9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-AGE-DAYS            PIC ZZZZZZ9.
           PERFORM CLOSE-FILES.
           PERFORM WRITE-RUN-LOG.
           DISPLAY "FINCHG: " WS-CUSTOMERS-ASSESSED
               " account(s) assessed on " WS-ITEMS-ASSESSED
               " past-due item(s); review FINCHG.RPT before "
               "FINTRAN.DAT goes into the maintenance merge and "
               "FINGL.DAT to GLBAL.".
           DISPLAY "FINCHG: " WS-ITEMS-IN-DISPUTE
               " past-due item(s) held back in dispute".
           STOP RUN.

       CAPTURE-START-TIME.
      * ARTRAN.DAT is opened extend - the assessment run walks the
      * master in CUSTOMER-ID order, so the appended charges keep
      * the ascending sequence the subledger requires, the same way
      * CASHAPP's payment batch does. The open-item pre-pass reads
      * it first, while it holds only what was on file before.
       OPEN-FILES.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           PERFORM LOAD-OPEN-ITEMS.
           PERFORM LOAD-OPEN-DISPUTES.
           OPEN INPUT CUSTOMER-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening CUSTOMER-FILE: " FILE-STATUS
           IF FIN-TRAN-STATUS NOT = "00"
               DISPLAY "Error opening FINTRAN.DAT: " FIN-TRAN-STATUS
           END-IF.
           OPEN OUTPUT FIN-GL-FILE.
           IF FIN-GL-STATUS NOT = "00"
               DISPLAY "Error opening FINGL.DAT: " FIN-GL-STATUS
           END-IF.
           OPEN OUTPUT REGISTER-REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "Error opening FINCHG.RPT: " RPT-STATUS
           MOVE WS-REGISTER-HEADING-2 TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.

      * No ARTRAN.DAT means nothing is open and nothing is assessed.
       LOAD-OPEN-ITEMS.
           OPEN INPUT AR-TRANSACTION-FILE.
           IF AR-TRAN-STATUS NOT = "00"
               MOVE "Y" TO WS-ARTRAN-EOF
           END-IF.
           PERFORM READ-OPEN-ITEM-PASS.
           PERFORM POST-OPEN-ITEM UNTIL WS-ARTRAN-EOF = "Y".
           IF AR-TRAN-STATUS = "00" OR AR-TRAN-STATUS = "10"
               CLOSE AR-TRANSACTION-FILE
           END-IF.
           MOVE SPACES TO AR-TRAN-STATUS.

       READ-OPEN-ITEM-PASS.
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

       POST-OPEN-ITEM.
           MOVE "N" TO WS-OPEN-ITEM-FOUND.
           SET OI-IDX TO 1.
           SEARCH OPEN-ITEM-ENTRY
               AT END
                   CONTINUE
               WHEN OI-IDX > WS-OPEN-ITEM-COUNT
                   CONTINUE
               WHEN OI-CUSTOMER-ID(OI-IDX) = ART-CUSTOMER-ID
                   AND OI-INVOICE-NUMBER(OI-IDX) = ART-INVOICE-NUMBER
                   MOVE "Y" TO WS-OPEN-ITEM-FOUND
           END-SEARCH.
           IF WS-OPEN-ITEM-FOUND = "N"
               IF WS-OPEN-ITEM-COUNT < WS-OPEN-ITEM-MAX
                   ADD 1 TO WS-OPEN-ITEM-COUNT
                   SET OI-IDX TO WS-OPEN-ITEM-COUNT
                   MOVE ART-CUSTOMER-ID TO OI-CUSTOMER-ID(OI-IDX)
                   MOVE ART-INVOICE-NUMBER
                       TO OI-INVOICE-NUMBER(OI-IDX)
                   MOVE ZERO TO OI-OPEN-AMOUNT(OI-IDX)
                       OI-DUE-DATE(OI-IDX) OI-DISPUTED-AMOUNT(OI-IDX)
                   MOVE "Y" TO WS-OPEN-ITEM-FOUND
               ELSE
                   DISPLAY "Warning: open-item table full - customer "
                       ART-CUSTOMER-ID " items not assessed"
               END-IF
           END-IF.
           IF WS-OPEN-ITEM-FOUND = "Y"
               IF ART-CREDIT-ENTRY
                   SUBTRACT ART-AMOUNT FROM OI-OPEN-AMOUNT(OI-IDX)
               ELSE
                   ADD ART-AMOUNT TO OI-OPEN-AMOUNT(OI-IDX)
                   IF OI-DUE-DATE(OI-IDX) = ZERO
                       IF ART-DUE-DATE = ZERO
                           MOVE ART-TRAN-DATE TO OI-DUE-DATE(OI-IDX)
                       ELSE
                           MOVE ART-DUE-DATE TO OI-DUE-DATE(OI-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-OPEN-ITEM-PASS.

       LOAD-FINANCE-RATES.
           OPEN INPUT FINANCE-RATE-FILE.
           IF FIN-RATE-STATUS NOT = "00"
           END-IF.
           PERFORM READ-FINANCE-RATE.

      * An invoice in open dispute is held out of assessment for the
      * amount disputed - the whole open amount when the dispute
      * names none, never more than is open - until DSPMAINT
      * resolves it. No DISPUTE.DAT means nothing is in dispute.
       LOAD-OPEN-DISPUTES.
           OPEN INPUT DISPUTE-FILE.
           IF DISPUTE-STATUS NOT = "00"
               IF DISPUTE-STATUS NOT = "35"
                   DISPLAY "Error opening DISPUTE.DAT: "
                       DISPUTE-STATUS
               END-IF
               MOVE "Y" TO WS-DISPUTE-EOF
           END-IF.
           PERFORM READ-DISPUTE.
           PERFORM POST-OPEN-DISPUTE UNTIL WS-DISPUTE-EOF = "Y".
           IF DISPUTE-STATUS = "00" OR DISPUTE-STATUS = "10"
               CLOSE DISPUTE-FILE
           END-IF.

       READ-DISPUTE.
           IF WS-DISPUTE-EOF = "N"
               READ DISPUTE-FILE
                   AT END MOVE "Y" TO WS-DISPUTE-EOF
               END-READ
               IF DISPUTE-STATUS NOT = "00"
                   AND DISPUTE-STATUS NOT = "10"
                   DISPLAY "Error reading DISPUTE.DAT: "
                       DISPUTE-STATUS
                   MOVE "Y" TO WS-DISPUTE-EOF
               END-IF
           END-IF.

       POST-OPEN-DISPUTE.
           IF DSP-UNRESOLVED
               SET OI-IDX TO 1
               SEARCH OPEN-ITEM-ENTRY
                   AT END
                       CONTINUE
                   WHEN OI-IDX > WS-OPEN-ITEM-COUNT
                       CONTINUE
                   WHEN OI-CUSTOMER-ID(OI-IDX) = DSP-CUSTOMER-ID
                       AND OI-INVOICE-NUMBER(OI-IDX)
                           = DSP-INVOICE-NUMBER
                       IF DSP-AMOUNT = ZERO
                           OR DSP-AMOUNT > OI-OPEN-AMOUNT(OI-IDX)
                           MOVE OI-OPEN-AMOUNT(OI-IDX)
                               TO OI-DISPUTED-AMOUNT(OI-IDX)
                       ELSE
                           MOVE DSP-AMOUNT
                               TO OI-DISPUTED-AMOUNT(OI-IDX)
                       END-IF
               END-SEARCH
           END-IF.
           PERFORM READ-DISPUTE.

       READ-CUSTOMER.
           READ CUSTOMER-FILE
               AT END MOVE "Y" TO WS-CUSTOMER-EOF
               END-IF
           END-IF.

      * Only money past its due date is assessed: each of the
      * account's open invoices past due is charged at the rate for
      * its own days past due, the same measure CUSTAGE and CUSTDUN
      * use, and the item charges go to the account as one finance
      * charge. A credit balance owes nothing. On-account money has
      * no invoice and no terms, and earlier finance charges ride
      * there, so it is never assessed - no interest on interest.
       ASSESS-ONE-CUSTOMER.
           MOVE ZERO TO WS-CHARGE-AMOUNT.
           IF BALANCE > ZERO
               PERFORM ASSESS-OPEN-ITEM
                   VARYING OI-IDX FROM 1 BY 1
                   UNTIL OI-IDX > WS-OPEN-ITEM-COUNT
               IF WS-CHARGE-AMOUNT > ZERO
                   PERFORM WRITE-FINANCE-CHARGE
               END-IF
           END-IF.
           PERFORM READ-CUSTOMER.

      * Only the undisputed part of an item is assessed; an item
      * wholly in dispute is skipped and counted.
       ASSESS-OPEN-ITEM.
           IF OI-CUSTOMER-ID(OI-IDX) = CUSTOMER-ID
               AND OI-INVOICE-NUMBER(OI-IDX) NOT = SPACES
               AND OI-OPEN-AMOUNT(OI-IDX) > ZERO
               AND OI-DUE-DATE(OI-IDX) < WS-CURRENT-DATE
               COMPUTE WS-ASSESS-BASE = OI-OPEN-AMOUNT(OI-IDX)
                   - OI-DISPUTED-AMOUNT(OI-IDX)
               IF OI-DISPUTED-AMOUNT(OI-IDX) > ZERO
                   ADD 1 TO WS-ITEMS-IN-DISPUTE
               END-IF
           ELSE
               MOVE ZERO TO WS-ASSESS-BASE
           END-IF.
           IF WS-ASSESS-BASE > ZERO
               COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(OI-DUE-DATE(OI-IDX))
               PERFORM LOOKUP-FINANCE-RATE
               IF WS-ASSESS-RATE > ZERO
                   COMPUTE WS-ITEM-CHARGE ROUNDED =
                       WS-ASSESS-BASE * WS-ASSESS-RATE
                   IF WS-ITEM-CHARGE > ZERO
                       ADD WS-ITEM-CHARGE TO WS-CHARGE-AMOUNT
                       PERFORM WRITE-ITEM-REGISTER-LINE
                   END-IF
               END-IF
           END-IF.

       WRITE-ITEM-REGISTER-LINE.
           MOVE CUSTOMER-ID TO RD-CUSTOMER-ID.
           MOVE CUSTOMER-NAME TO RD-CUSTOMER-NAME.
           MOVE OI-INVOICE-NUMBER(OI-IDX) TO RD-INVOICE-NUMBER.
           MOVE WS-ASSESS-BASE TO RD-BALANCE.
           MOVE WS-AGE-DAYS TO RD-AGE-DAYS.
           MOVE WS-ASSESS-RATE TO RD-RATE.
           MOVE WS-ITEM-CHARGE TO RD-CHARGE.
           MOVE WS-REGISTER-DETAIL TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           ADD 1 TO WS-ITEMS-ASSESSED.

      * The rate of the last table entry whose age-days the item
      * exceeds - entries load in ascending breakpoint order, the
      * DISCRATE convention. No match leaves the rate at zero and
      * the account unassessed.
           END-PERFORM.

      * One charge to the subledger and one balance-adjust into the
      * maintenance cycle per assessed account; the register lines
      * are what the controller signs off before FINTRAN.DAT is
      * merged into CUSTTRAN.DAT by the nightly sort step. The
      * charge itself is due the day it is assessed.
       WRITE-FINANCE-CHARGE.
           MOVE CUSTOMER-ID TO ART-CUSTOMER-ID.
           MOVE WS-CURRENT-DATE TO ART-TRAN-DATE.
           MOVE WS-CHARGE-AMOUNT TO ART-AMOUNT.
           MOVE "FINANCE CHARGE" TO ART-DESCRIPTION.
           MOVE SPACES TO ART-INVOICE-NUMBER.
           MOVE WS-CURRENT-DATE TO ART-DUE-DATE.
           MOVE ZERO TO ART-DISC-DATE ART-DISC-AMOUNT.
           WRITE AR-TRANSACTION-RECORD.
           IF AR-TRAN-STATUS NOT = "00"
               DISPLAY "Error writing ARTRAN.DAT: " AR-TRAN-STATUS
           MOVE WS-CHARGE-AMOUNT TO TRAN-BALANCE.
           MOVE ZERO TO TRAN-LAST-PAYMENT-DATE.
           MOVE ZERO TO TRAN-CREDIT-LIMIT.
           MOVE ZERO TO TRAN-PARENT-CUSTOMER-ID.
           WRITE CUSTOMER-TRAN-RECORD.
           IF FIN-TRAN-STATUS NOT = "00"
               DISPLAY "Error writing FINTRAN.DAT: " FIN-TRAN-STATUS
           ELSE
               ADD TRAN-BALANCE TO WS-FINTRAN-HASH
           END-IF.
           PERFORM WRITE-FINANCE-GL-POSTING.
           ADD WS-CHARGE-AMOUNT TO WS-ASSESSED-AMOUNT.
           ADD 1 TO WS-CUSTOMERS-ASSESSED.

      * Debit AR, credit finance-charge income for the amount the
      * subledger was just charged. A finance charge carries no
      * invoice number, so the pair is keyed "FC" and the customer.
       WRITE-FINANCE-GL-POSTING.
           MOVE SPACES TO GL-INVOICE-NUMBER.
           STRING "FC" CUSTOMER-ID DELIMITED BY SIZE
               INTO GL-INVOICE-NUMBER.
           MOVE "1200" TO GL-ACCOUNT-CODE.
           MOVE "ACCOUNTS RECEIVABLE" TO GL-ACCOUNT-NAME.
           SET GL-DEBIT TO TRUE.
           MOVE WS-CHARGE-AMOUNT TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           IF FIN-GL-STATUS NOT = "00"
               DISPLAY "Error writing FINGL.DAT: " FIN-GL-STATUS
           END-IF.
           ADD 1 TO WS-GL-POST-COUNT.

           MOVE "4100" TO GL-ACCOUNT-CODE.
           MOVE "FINANCE CHG INCOME" TO GL-ACCOUNT-NAME.
           SET GL-CREDIT TO TRUE.
           MOVE WS-CHARGE-AMOUNT TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           IF FIN-GL-STATUS NOT = "00"
               DISPLAY "Error writing FINGL.DAT: " FIN-GL-STATUS
           END-IF.
           ADD 1 TO WS-GL-POST-COUNT.

       WRITE-FINTRAN-TRAILER.
           MOVE "*TRAILER" TO BCT-TRAILER-ID.
           MOVE WS-CUSTOMERS-ASSESSED TO BCT-RECORD-COUNT.
           CLOSE CUSTOMER-FILE.
           CLOSE AR-TRANSACTION-FILE.
           CLOSE FIN-TRAN-FILE.
           CLOSE FIN-GL-FILE.
           CLOSE REGISTER-REPORT-FILE.
