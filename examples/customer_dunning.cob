               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DUN-NEW-STATUS.
           SELECT AR-TRANSACTION-FILE ASSIGN TO "ARTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AR-TRAN-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DISPUTE-STATUS.
           SELECT LETTER-FILE ASSIGN TO "CUSTDUN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-STATUS.
           05 NDH-LAST-LEVEL         PIC 9(1).
           05 NDH-LAST-SENT-DATE     PIC 9(8).

       FD AR-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARTRAN.

       FD DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTE.

       FD LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01 LETTER-LINE                PIC X(80).
       01 DUN-HIST-STATUS            PIC XX VALUE SPACES.
       01 DUN-NEW-STATUS             PIC XX VALUE SPACES.
       01 LETTER-STATUS              PIC XX VALUE SPACES.
       01 AR-TRAN-STATUS             PIC XX VALUE SPACES.
       01 DISPUTE-STATUS             PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.

       01 WS-RAW-TIME                PIC 9(8).
       01 WS-TODAY-INTEGER           PIC S9(9) VALUE ZERO.
       01 WS-PAYMENT-INTEGER         PIC S9(9) VALUE ZERO.

      * The subledger's open items, tabled from ARTRAN.DAT the way
      * CASHAPP tables them: charges and balance forwards add,
      * payments and discounts subtract. An item is due on the due
      * date stamped on the first record that put money on it, or
      * that record's date when none was.
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
       01 WS-ITEM-NET-TOTAL          PIC S9(9)V99 VALUE ZERO.
       01 WS-RESIDUE                 PIC S9(9)V99 VALUE ZERO.
       01 WS-PAST-DUE-AMOUNT         PIC S9(9)V99 VALUE ZERO.
       01 WS-UNDISPUTED-AMOUNT       PIC S9(9)V99 VALUE ZERO.
       01 WS-OLDEST-DAYS             PIC S9(7) VALUE ZERO.

      * Letter level the customer's aging calls for this cycle, off
      * the oldest past-due item: 0 = nothing past due or a credit
      * balance (no letter), 1 = reminder at 1-30 days past due,
      * 2 = firm notice at 31-60, 3 = final demand over 60. The
      * level already on the history file for the same customer
      * suppresses anything at or below it.
       01 WS-DUN-LEVEL               PIC 9(1) VALUE ZERO.
       01 WS-HIST-LEVEL              PIC 9(1) VALUE ZERO.
       01 WS-HIST-SENT-DATE          PIC 9(8) VALUE ZERO.
       01 WS-HIST-FOUND              PIC X VALUE "N".
      * Set when a past-due item of the customer's is held back in
      * dispute - the escalation is suspended, not forgotten.
       01 WS-CUST-IN-DISPUTE         PIC X VALUE "N".

       01 WS-COUNTERS.
           05 WS-CUSTOMERS-READ      PIC 9(7) VALUE ZERO.
           05 WS-REMINDERS-SENT      PIC 9(7) VALUE ZERO.
           05 WS-FIRM-SENT           PIC 9(7) VALUE ZERO.
           05 WS-FINAL-SENT          PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-IN-DISPUTE    PIC 9(7) VALUE ZERO.

       01 WS-LETTER-DATE-LINE.
           05 FILLER                 PIC X(6) VALUE "DATE: ".

       01 WS-LETTER-RE-LINE.
           05 FILLER                 PIC X(25) VALUE
               "RE: PAST DUE AMOUNT OF  ".
           05 LR-BALANCE             PIC $$,$$$,$$9.99.
           05 FILLER                 PIC X(42) VALUE SPACES.

                   " letter(s) written to CUSTDUN.RPT ("
                   WS-REMINDERS-SENT " reminder, " WS-FIRM-SENT
                   " firm, " WS-FINAL-SENT " final)"
               DISPLAY "CUSTDUN: " WS-ITEMS-IN-DISPUTE
                   " past-due item(s) held back in dispute"
           END-IF.
           STOP RUN.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           PERFORM LOAD-OPEN-ITEMS.
           PERFORM LOAD-OPEN-DISPUTES.
           OPEN INPUT CUSTOMER-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening CUSTOMER-FILE: " FILE-STATUS
               END-IF
           END-IF.

      * No ARTRAN.DAT leaves every balance to age the old way, off
      * LAST-PAYMENT-DATE.
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
                       ART-CUSTOMER-ID " ages off last payment"
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

      * An invoice in open dispute is held out of the letters for
      * the amount disputed - the whole open amount when the
      * dispute names none, never more than is open - until
      * DSPMAINT resolves it. No DISPUTE.DAT means nothing is in
      * dispute.
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
               " has no matching CUSTOMER-FILE record - dropped".
           PERFORM READ-DUN-HISTORY.

      * Same aging as CUSTAGE's BUCKET-CUSTOMER: each open item
      * is measured in days past its due date and the oldest one
      * past due sets the level; what is past due is what the
      * letter asks for. The part of BALANCE the open items don't
      * account for ages off LAST-PAYMENT-DATE as if billed net 30
      * that day, and never paid is over 60. A credit balance owes
      * nothing.
       SET-DUN-LEVEL.
           MOVE ZERO TO WS-DUN-LEVEL WS-ITEM-NET-TOTAL
               WS-PAST-DUE-AMOUNT WS-OLDEST-DAYS.
           MOVE "N" TO WS-CUST-IN-DISPUTE.
           IF BALANCE > 0
               PERFORM CHECK-OPEN-ITEM
                   VARYING OI-IDX FROM 1 BY 1
                   UNTIL OI-IDX > WS-OPEN-ITEM-COUNT
               COMPUTE WS-RESIDUE = BALANCE - WS-ITEM-NET-TOTAL
               IF WS-RESIDUE > ZERO
                   PERFORM CHECK-RESIDUE
               END-IF
               EVALUATE TRUE
                   WHEN WS-OLDEST-DAYS <= 0
                       MOVE ZERO TO WS-DUN-LEVEL
                   WHEN WS-OLDEST-DAYS <= 30
                       MOVE 1 TO WS-DUN-LEVEL
                   WHEN WS-OLDEST-DAYS <= 60
                       MOVE 2 TO WS-DUN-LEVEL
                   WHEN OTHER
                       MOVE 3 TO WS-DUN-LEVEL
               END-EVALUATE
               IF WS-PAST-DUE-AMOUNT > BALANCE
                   MOVE BALANCE TO WS-PAST-DUE-AMOUNT
               END-IF
           END-IF.

      * What is in dispute still counts toward the items' net, so it
      * never falls into the residue, but it is neither asked for
      * nor allowed to drive the letter level.
       CHECK-OPEN-ITEM.
           IF OI-CUSTOMER-ID(OI-IDX) = CUSTOMER-ID
               ADD OI-OPEN-AMOUNT(OI-IDX) TO WS-ITEM-NET-TOTAL
               COMPUTE WS-UNDISPUTED-AMOUNT = OI-OPEN-AMOUNT(OI-IDX)
                   - OI-DISPUTED-AMOUNT(OI-IDX)
               IF OI-DISPUTED-AMOUNT(OI-IDX) > ZERO
                   AND OI-OPEN-AMOUNT(OI-IDX) > ZERO
                   AND OI-DUE-DATE(OI-IDX) < WS-CURRENT-DATE
                   ADD 1 TO WS-ITEMS-IN-DISPUTE
                   MOVE "Y" TO WS-CUST-IN-DISPUTE
               END-IF
               IF WS-UNDISPUTED-AMOUNT > ZERO
                   AND OI-DUE-DATE(OI-IDX) < WS-CURRENT-DATE
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE(OI-DUE-DATE(OI-IDX))
                   ADD WS-UNDISPUTED-AMOUNT TO WS-PAST-DUE-AMOUNT
                   IF WS-AGE-DAYS > WS-OLDEST-DAYS
                       MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
                   END-IF
               END-IF
           END-IF.

       CHECK-RESIDUE.
           IF LAST-PAYMENT-DATE = ZERO
               MOVE 999 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-PAYMENT-INTEGER =
                   FUNCTION INTEGER-OF-DATE(LAST-PAYMENT-DATE)
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-INTEGER - WS-PAYMENT-INTEGER - 30
           END-IF.
           IF WS-AGE-DAYS > 0
               ADD WS-RESIDUE TO WS-PAST-DUE-AMOUNT
               IF WS-AGE-DAYS > WS-OLDEST-DAYS
                   MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
               END-IF
           END-IF.

      * letter than the one already sent; an account back at current
      * drops off the history so a fresh delinquency starts over at
      * the reminder. The letters themselves, archived per run, are
      * the proof of what was sent when a dispute comes in. An
      * account that is only current because its past-due items
      * are in dispute keeps its level, so the escalation picks up
      * where it stopped once the dispute is resolved.
       APPLY-DUN-LEVEL.
           EVALUATE TRUE
               WHEN WS-DUN-LEVEL = ZERO
                   AND WS-CUST-IN-DISPUTE = "Y"
                   AND WS-HIST-FOUND = "Y"
                   PERFORM CARRY-HISTORY-FORWARD
               WHEN WS-DUN-LEVEL = ZERO
                   CONTINUE
               WHEN WS-DUN-LEVEL > WS-HIST-LEVEL
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-PAST-DUE-AMOUNT TO LR-BALANCE.
           MOVE WS-LETTER-RE-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           ADD 1 TO WS-LETTERS-WRITTEN.

       WRITE-REMINDER-BODY.
           MOVE "OUR RECORDS SHOW THE ABOVE AMOUNT IS NOW PAST ITS"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "DUE DATE. THIS MAY BE AN OVERSIGHT - IF SO,"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "PLEASE SEND YOUR REMITTANCE TODAY. THANK YOU."
           WRITE LETTER-LINE.

       WRITE-FIRM-BODY.
           MOVE "THE ABOVE AMOUNT IS NOW MORE THAN 30 DAYS PAST DUE"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "DESPITE OUR EARLIER REMINDER. PAYMENT IN FULL IS"
           WRITE LETTER-LINE.

       WRITE-FINAL-BODY.
           MOVE "FINAL DEMAND: THE ABOVE AMOUNT IS MORE THAN 60"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "DAYS PAST DUE. UNLESS PAYMENT IN FULL IS RECEIVED"
