               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AR-TRAN-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DISPUTE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "CUSTSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMT-STATUS.
           SELECT CONSOLIDATED-STATEMENT-FILE
               ASSIGN TO "CUSTCONS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONS-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY ARTRAN.

       FD DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTE.

       FD STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01 STATEMENT-LINE             PIC X(110).

      * One statement per family, to the parent, with every member's
      * open items under that member's own subtotal.
       FD CONSOLIDATED-STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01 CONSOLIDATED-LINE          PIC X(110).

       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.
       01 FILE-STATUS                PIC XX VALUE SPACES.
       01 AR-TRAN-STATUS             PIC XX VALUE SPACES.
       01 STMT-STATUS                PIC XX VALUE SPACES.
       01 DISPUTE-STATUS             PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.
       01 CONS-STATUS                PIC XX VALUE SPACES.
       01 WS-CUSTOMER-EOF            PIC X VALUE "N".
       01 WS-AR-TRAN-EOF             PIC X VALUE "N".
       01 WS-DISPUTE-EOF             PIC X VALUE "N".

       01 WS-RAW-TIME                PIC 9(8).
       01 WS-START-TIMESTAMP         PIC 9(14) VALUE ZERO.

      * One row per invoice seen in the customer's activity, built
      * as the transaction lines print: charges and the balance
      * forward add to an item's net, payments and discounts
      * subtract, so the section under the totals can say which
      * invoices the balance still covers, which are past due, and
      * which are settled. The blank invoice key collects on-account
      * money. An item is due on the due date stamped on the first
      * record that put money on it.
       01 STMT-ITEM-TABLE.
           05 STMT-ITEM-ENTRY OCCURS 100 TIMES INDEXED BY SI-IDX.
               10 SI-INVOICE-NUMBER  PIC X(10).
               10 SI-OPEN-AMOUNT     PIC S9(7)V99.
               10 SI-DUE-DATE        PIC 9(8).
       01 WS-STMT-ITEM-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-STMT-ITEM-MAX           PIC 9(3) VALUE 100.
       01 WS-STMT-ITEM-FOUND         PIC X VALUE "N".

      * Disputes still open, tabled once at start-up so each
      * statement can mark the invoices the customer has challenged.
      * A zero DT-AMOUNT disputes the whole open item.
       01 DISPUTE-TABLE.
           05 DISPUTE-ENTRY OCCURS 500 TIMES INDEXED BY DT-IDX.
               10 DT-CUSTOMER-ID     PIC 9(5).
               10 DT-INVOICE-NUMBER  PIC X(10).
               10 DT-AMOUNT          PIC 9(7)V99.
       01 WS-DISPUTE-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-DISPUTE-MAX             PIC 9(3) VALUE 500.
       01 WS-DISPUTE-FOUND           PIC X VALUE "N".

      * Families, found by a first pass over the master: every
      * account some other account names as its parent heads one.
      * The statement pass then tables each member as it comes by
      * and the open items its own statement shows, so the
      * consolidated statements can be written once the pass is
      * over - a parent and its branches are rarely neighbours in
      * CUSTOMER-ID order.
       01 FAMILY-HEAD-TABLE.
           05 FAMILY-HEAD-ENTRY OCCURS 100 TIMES INDEXED BY FH-IDX.
               10 FH-HEAD-ID         PIC 9(5).
               10 FH-HEAD-FOUND      PIC X(01).
               10 FH-CUSTOMER-NAME   PIC X(30).
               10 FH-CUSTOMER-ADDRESS PIC X(50).
               10 FH-CREDIT-LIMIT    PIC 9(7)V99.
       01 WS-FAMILY-HEAD-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-FAMILY-HEAD-MAX         PIC 9(3) VALUE 100.
       01 WS-FAMILY-HEAD-FOUND       PIC X VALUE "N".

       01 FAMILY-MEMBER-TABLE.
           05 FAMILY-MEMBER-ENTRY OCCURS 500 TIMES INDEXED BY FM-IDX.
               10 FM-HEAD-ID         PIC 9(5).
               10 FM-MEMBER-ID       PIC 9(5).
               10 FM-CUSTOMER-NAME   PIC X(30).
       01 WS-FAMILY-MEMBER-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-FAMILY-MEMBER-MAX       PIC 9(3) VALUE 500.

       01 FAMILY-ITEM-TABLE.
           05 FAMILY-ITEM-ENTRY OCCURS 2000 TIMES INDEXED BY FI-IDX.
               10 FI-MEMBER-ID       PIC 9(5).
               10 FI-OPEN-AMOUNT     PIC S9(7)V99.
               10 FI-DETAIL          PIC X(78).
       01 WS-FAMILY-ITEM-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-FAMILY-ITEM-MAX         PIC 9(4) VALUE 2000.

       01 WS-FAMILY-HEAD             PIC 9(5) VALUE ZEROS.
       01 WS-FAMILY-MEMBER-STORED    PIC X VALUE "N".
       01 WS-MEMBER-PASS             PIC X VALUE SPACE.
       01 WS-MEMBER-OPEN             PIC S9(9)V99 VALUE ZERO.
       01 WS-MEMBER-ITEMS            PIC 9(4) VALUE ZERO.
       01 WS-FAMILY-OPEN             PIC S9(9)V99 VALUE ZERO.
       01 WS-CONSOLIDATED-COUNT      PIC 9(7) VALUE ZERO.

       01 WS-CONS-HEADING-1.
           05 FILLER PIC X(24) VALUE "CONSOLIDATED STATEMENT: ".
           05 CH-HEAD-ID PIC 9(5).
           05 FILLER PIC X(3) VALUE SPACES.
           05 CH-CUSTOMER-NAME PIC X(30).
           05 FILLER PIC X(48) VALUE SPACES.
       01 WS-CONS-HEADING-2.
           05 FILLER PIC X(32) VALUE SPACES.
           05 CH-CUSTOMER-ADDRESS PIC X(50).
           05 FILLER PIC X(28) VALUE SPACES.
       01 WS-MEMBER-HEADING.
           05 MH-MEMBER-LABEL PIC X(15).
           05 MH-MEMBER-ID PIC 9(5).
           05 FILLER PIC X(3) VALUE SPACES.
           05 MH-CUSTOMER-NAME PIC X(30).
           05 FILLER PIC X(57) VALUE SPACES.
       01 WS-MEMBER-NONE-LINE        PIC X(40) VALUE
           "  (NO OPEN ITEMS)".
       01 WS-MEMBER-TOTAL-LINE.
           05 MT-MEMBER-LABEL PIC X(15).
           05 FILLER PIC X(10) VALUE "SUBTOTAL: ".
           05 MT-OPEN-AMOUNT PIC $$$,$$$,$$9.99-.
           05 FILLER PIC X(70) VALUE SPACES.
       01 WS-FAMILY-TOTAL-LINE.
           05 FILLER PIC X(25) VALUE "FAMILY BALANCE OPEN:     ".
           05 FT-OPEN-AMOUNT PIC $$$,$$$,$$9.99-.
           05 FILLER PIC X(70) VALUE SPACES.
       01 WS-FAMILY-LIMIT-LINE.
           05 FILLER PIC X(25) VALUE "FAMILY CREDIT LIMIT:     ".
           05 FT-CREDIT-LIMIT PIC $$$,$$$,$$9.99.
           05 FILLER PIC X(71) VALUE SPACES.

       01 WS-OPEN-SECTION-HEADING    PIC X(40) VALUE
           "OPEN-ITEM STATUS".
       01 WS-OPEN-ITEM-DETAIL.
           05 OD-AMOUNT              PIC $$,$$$,$$9.99-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 OD-STATUS              PIC X(12).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 OD-DUE-LABEL           PIC X(4).
           05 OD-DUE-DATE            PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 OD-DISPUTE-LABEL       PIC X(9).
           05 OD-DISPUTE-AMOUNT      PIC $$,$$$,$$9.99 BLANK WHEN ZERO.
       01 WS-RUN-DATE                PIC 9(8) VALUE ZERO.

       01 WS-TOTALS-LINE.
           05 FILLER PIC X(16) VALUE "TOTAL CHARGES: ".
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM LOAD-FAMILY-HEADS.
           PERFORM OPEN-FILES.
           PERFORM READ-CUSTOMER.
           PERFORM READ-AR-TRANSACTION.
           PERFORM PROCESS-CUSTOMERS UNTIL WS-CUSTOMER-EOF = "Y".
           PERFORM WRITE-CONSOLIDATED-STATEMENT
               VARYING FH-IDX FROM 1 BY 1
               UNTIL FH-IDX > WS-FAMILY-HEAD-COUNT.
           PERFORM CLOSE-FILES.
           PERFORM WRITE-RUN-LOG.
           DISPLAY "CUSTSTMT: " WS-STATEMENT-COUNT
               " statement(s) written, " WS-EXCEPTION-COUNT
               " out of balance".
           DISPLAY "CUSTSTMT: " WS-CONSOLIDATED-COUNT
               " consolidated family statement(s) to CUSTCONS.RPT".
           STOP RUN.

       CAPTURE-START-TIME.
           CLOSE RUN-LOG-FILE.

       OPEN-FILES.
           MOVE WS-START-TIMESTAMP(1:8) TO WS-RUN-DATE.
           OPEN INPUT CUSTOMER-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening CUSTOMER-FILE: " FILE-STATUS
                   "activity"
               MOVE "Y" TO WS-AR-TRAN-EOF
           END-IF.
           PERFORM LOAD-OPEN-DISPUTES.
           OPEN OUTPUT STATEMENT-FILE.
           IF STMT-STATUS NOT = "00"
               DISPLAY "Error opening CUSTSTMT.RPT: " STMT-STATUS
           END-IF.
           OPEN OUTPUT CONSOLIDATED-STATEMENT-FILE.
           IF CONS-STATUS NOT = "00"
               DISPLAY "Error opening CUSTCONS.RPT: " CONS-STATUS
           END-IF.

      * First pass over the master, closed again before the
      * statement pass opens it. A parent named by a branch but not
      * on the master still gets its family statement, addressed to
      * no one, so the branches' open items are not lost from view.
       LOAD-FAMILY-HEADS.
           OPEN INPUT CUSTOMER-FILE.
           IF FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-CUSTOMER-EOF
           END-IF.
           PERFORM READ-CUSTOMER.
           PERFORM STORE-FAMILY-HEAD UNTIL WS-CUSTOMER-EOF = "Y".
           IF FILE-STATUS = "00" OR FILE-STATUS = "10"
               CLOSE CUSTOMER-FILE
           END-IF.
           MOVE "N" TO WS-CUSTOMER-EOF.

       STORE-FAMILY-HEAD.
           IF PARENT-CUSTOMER-ID NOT = ZERO
               AND PARENT-CUSTOMER-ID NOT = CUSTOMER-ID
               MOVE PARENT-CUSTOMER-ID TO WS-FAMILY-HEAD
               PERFORM FIND-FAMILY-HEAD
               IF WS-FAMILY-HEAD-FOUND = "N"
                   IF WS-FAMILY-HEAD-COUNT < WS-FAMILY-HEAD-MAX
                       ADD 1 TO WS-FAMILY-HEAD-COUNT
                       SET FH-IDX TO WS-FAMILY-HEAD-COUNT
                       MOVE PARENT-CUSTOMER-ID TO FH-HEAD-ID(FH-IDX)
                       MOVE "N" TO FH-HEAD-FOUND(FH-IDX)
                       MOVE "** NOT ON CUSTOMER MASTER **"
                           TO FH-CUSTOMER-NAME(FH-IDX)
                       MOVE SPACES TO FH-CUSTOMER-ADDRESS(FH-IDX)
                       MOVE ZERO TO FH-CREDIT-LIMIT(FH-IDX)
                   ELSE
                       DISPLAY "CUSTSTMT: family table full - parent "
                           PARENT-CUSTOMER-ID " gets no consolidated "
                           "statement"
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-CUSTOMER.

       FIND-FAMILY-HEAD.
           MOVE "N" TO WS-FAMILY-HEAD-FOUND.
           SET FH-IDX TO 1.
           SEARCH FAMILY-HEAD-ENTRY
               AT END
                   CONTINUE
               WHEN FH-IDX > WS-FAMILY-HEAD-COUNT
                   CONTINUE
               WHEN FH-HEAD-ID(FH-IDX) = WS-FAMILY-HEAD
                   MOVE "Y" TO WS-FAMILY-HEAD-FOUND
           END-SEARCH.

      * No DISPUTE.DAT means nothing is in dispute; resolved
      * disputes are left off the table.
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
           PERFORM STORE-DISPUTE UNTIL WS-DISPUTE-EOF = "Y".
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

       STORE-DISPUTE.
           IF DSP-UNRESOLVED
               IF WS-DISPUTE-COUNT < WS-DISPUTE-MAX
                   ADD 1 TO WS-DISPUTE-COUNT
                   SET DT-IDX TO WS-DISPUTE-COUNT
                   MOVE DSP-CUSTOMER-ID TO DT-CUSTOMER-ID(DT-IDX)
                   MOVE DSP-INVOICE-NUMBER TO DT-INVOICE-NUMBER(DT-IDX)
                   MOVE DSP-AMOUNT TO DT-AMOUNT(DT-IDX)
               ELSE
                   DISPLAY "Warning: dispute table full - invoice "
                       DSP-INVOICE-NUMBER " not marked in dispute"
               END-IF
           END-IF.
           PERFORM READ-DISPUTE.

       READ-CUSTOMER.
           READ CUSTOMER-FILE
      * INVOICECALC uses for header/line matching.
       PROCESS-CUSTOMERS.
           PERFORM WRITE-STATEMENT-HEADING.
           PERFORM NOTE-FAMILY-MEMBER.
           MOVE ZERO TO WS-TOTAL-CHARGES WS-TOTAL-PAYMENTS
               WS-BALANCE-FORWARD.
           MOVE ZERO TO WS-STMT-ITEM-COUNT.
           ADD 1 TO WS-STATEMENT-COUNT.
           PERFORM READ-CUSTOMER.

      * A branch belongs to its parent's family; a parent heads its
      * own and its master fields address the consolidated
      * statement. Anyone else has no family and nothing is tabled.
       NOTE-FAMILY-MEMBER.
           MOVE "N" TO WS-FAMILY-MEMBER-STORED.
           MOVE "N" TO WS-FAMILY-HEAD-FOUND.
           IF PARENT-CUSTOMER-ID NOT = ZERO
               AND PARENT-CUSTOMER-ID NOT = CUSTOMER-ID
               MOVE PARENT-CUSTOMER-ID TO WS-FAMILY-HEAD
               PERFORM FIND-FAMILY-HEAD
           ELSE
               MOVE CUSTOMER-ID TO WS-FAMILY-HEAD
               PERFORM FIND-FAMILY-HEAD
               IF WS-FAMILY-HEAD-FOUND = "Y"
                   MOVE "Y" TO FH-HEAD-FOUND(FH-IDX)
                   MOVE CUSTOMER-NAME TO FH-CUSTOMER-NAME(FH-IDX)
                   MOVE CUSTOMER-ADDRESS
                       TO FH-CUSTOMER-ADDRESS(FH-IDX)
                   MOVE CREDIT-LIMIT TO FH-CREDIT-LIMIT(FH-IDX)
               END-IF
           END-IF.
           IF WS-FAMILY-HEAD-FOUND = "Y"
               IF WS-FAMILY-MEMBER-COUNT < WS-FAMILY-MEMBER-MAX
                   ADD 1 TO WS-FAMILY-MEMBER-COUNT
                   SET FM-IDX TO WS-FAMILY-MEMBER-COUNT
                   MOVE WS-FAMILY-HEAD TO FM-HEAD-ID(FM-IDX)
                   MOVE CUSTOMER-ID TO FM-MEMBER-ID(FM-IDX)
                   MOVE CUSTOMER-NAME TO FM-CUSTOMER-NAME(FM-IDX)
                   MOVE "Y" TO WS-FAMILY-MEMBER-STORED
               ELSE
                   DISPLAY "CUSTSTMT: family member table full - "
                       "customer " CUSTOMER-ID " left off its "
                       "family statement"
               END-IF
           END-IF.

      * An AR transaction whose CUSTOMER-ID sorts ahead of the
      * customer just read belongs to no one still on file - most
      * often a customer deleted by CUSTMAINT whose AR rows were never
           MOVE WS-COLUMN-HEADING TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      * A balance-forward record is ARCLOSE's stand-in for an open
      * item's history archived off at period end - the forwards
      * open the statement like the prior balance on a bank
      * statement.
       WRITE-TRANSACTION-LINE.
           MOVE ART-TRAN-DATE TO TL-DATE.
           MOVE ART-DESCRIPTION TO TL-DESCRIPTION.
               WHEN ART-REFUND
                   MOVE "REFUND " TO TL-TYPE
                   ADD ART-AMOUNT TO WS-TOTAL-CHARGES
      * A prompt-pay discount settles invoice money the way a
      * payment does and rides the payments column.
               WHEN ART-DISCOUNT
                   MOVE "DISCNT " TO TL-TYPE
                   ADD ART-AMOUNT TO WS-TOTAL-PAYMENTS
      * So does a bad-debt write-off.
               WHEN ART-WRITE-OFF
                   MOVE "WRTOFF " TO TL-TYPE
                   ADD ART-AMOUNT TO WS-TOTAL-PAYMENTS
      * A payment the bank returned puts the money back on the
      * invoice, so it rides the charges column like a refund.
               WHEN ART-RETURNED
                   MOVE "RETURN " TO TL-TYPE
                   ADD ART-AMOUNT TO WS-TOTAL-CHARGES
               WHEN OTHER
                   MOVE "PAYMENT" TO TL-TYPE
                   ADD ART-AMOUNT TO WS-TOTAL-PAYMENTS
                   MOVE ART-INVOICE-NUMBER
                       TO SI-INVOICE-NUMBER(SI-IDX)
                   MOVE ZERO TO SI-OPEN-AMOUNT(SI-IDX)
                       SI-DUE-DATE(SI-IDX)
                   MOVE "Y" TO WS-STMT-ITEM-FOUND
               ELSE
                   DISPLAY "CUSTSTMT: item table full - customer "
               END-IF
           END-IF.
           IF WS-STMT-ITEM-FOUND = "Y"
               IF ART-CREDIT-ENTRY
                   SUBTRACT ART-AMOUNT FROM SI-OPEN-AMOUNT(SI-IDX)
               ELSE
                   ADD ART-AMOUNT TO SI-OPEN-AMOUNT(SI-IDX)
                   IF SI-DUE-DATE(SI-IDX) = ZERO
                       IF ART-DUE-DATE = ZERO
                           MOVE ART-TRAN-DATE TO SI-DUE-DATE(SI-IDX)
                       ELSE
                           MOVE ART-DUE-DATE TO SI-DUE-DATE(SI-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

               MOVE SI-INVOICE-NUMBER(SI-IDX) TO OD-INVOICE-NUMBER
           END-IF.
           MOVE SI-OPEN-AMOUNT(SI-IDX) TO OD-AMOUNT.
           MOVE SPACES TO OD-DUE-LABEL OD-DUE-DATE OD-DISPUTE-LABEL.
           MOVE ZERO TO OD-DISPUTE-AMOUNT.
           IF SI-OPEN-AMOUNT(SI-IDX) > ZERO
               AND SI-DUE-DATE(SI-IDX) NOT = ZERO
               MOVE "DUE " TO OD-DUE-LABEL
               MOVE SI-DUE-DATE(SI-IDX) TO OD-DUE-DATE
           END-IF.
           PERFORM FIND-ITEM-DISPUTE.
           EVALUATE TRUE
               WHEN SI-OPEN-AMOUNT(SI-IDX) > ZERO
                   AND WS-DISPUTE-FOUND = "Y"
                   MOVE "IN DISPUTE" TO OD-STATUS
                   MOVE "DISPUTED " TO OD-DISPUTE-LABEL
                   IF DT-AMOUNT(DT-IDX) = ZERO
                       OR DT-AMOUNT(DT-IDX) > SI-OPEN-AMOUNT(SI-IDX)
                       MOVE SI-OPEN-AMOUNT(SI-IDX)
                           TO OD-DISPUTE-AMOUNT
                   ELSE
                       MOVE DT-AMOUNT(DT-IDX) TO OD-DISPUTE-AMOUNT
                   END-IF
               WHEN SI-OPEN-AMOUNT(SI-IDX) > ZERO
                   AND SI-DUE-DATE(SI-IDX) NOT = ZERO
                   AND SI-DUE-DATE(SI-IDX) < WS-RUN-DATE
                   MOVE "PAST DUE" TO OD-STATUS
               WHEN SI-OPEN-AMOUNT(SI-IDX) > ZERO
                   MOVE "OPEN" TO OD-STATUS
               WHEN SI-OPEN-AMOUNT(SI-IDX) = ZERO
           END-EVALUATE.
           MOVE WS-OPEN-ITEM-DETAIL TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF WS-FAMILY-MEMBER-STORED = "Y"
               AND SI-OPEN-AMOUNT(SI-IDX) NOT = ZERO
               PERFORM STORE-FAMILY-ITEM
           END-IF.

      * Only what is still open goes on the family statement - the
      * settled items stay on the member's own statement.
       STORE-FAMILY-ITEM.
           IF WS-FAMILY-ITEM-COUNT < WS-FAMILY-ITEM-MAX
               ADD 1 TO WS-FAMILY-ITEM-COUNT
               SET FI-IDX TO WS-FAMILY-ITEM-COUNT
               MOVE CUSTOMER-ID TO FI-MEMBER-ID(FI-IDX)
               MOVE SI-OPEN-AMOUNT(SI-IDX) TO FI-OPEN-AMOUNT(FI-IDX)
               MOVE WS-OPEN-ITEM-DETAIL TO FI-DETAIL(FI-IDX)
           ELSE
               DISPLAY "CUSTSTMT: family item table full - customer "
                   CUSTOMER-ID " family statement incomplete"
           END-IF.

      * On-account money has no invoice to dispute.
       FIND-ITEM-DISPUTE.
           MOVE "N" TO WS-DISPUTE-FOUND.
           IF SI-INVOICE-NUMBER(SI-IDX) NOT = SPACES
               SET DT-IDX TO 1
               SEARCH DISPUTE-ENTRY
                   AT END
                       CONTINUE
                   WHEN DT-IDX > WS-DISPUTE-COUNT
                       CONTINUE
                   WHEN DT-CUSTOMER-ID(DT-IDX) = CUSTOMER-ID
                       AND DT-INVOICE-NUMBER(DT-IDX)
                           = SI-INVOICE-NUMBER(SI-IDX)
                       MOVE "Y" TO WS-DISPUTE-FOUND
               END-SEARCH
           END-IF.

      * Balance forward plus charges less payments should equal the
      * current BALANCE if CUSTOMER-FILE and the AR subledger agree -
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      * The parent's own account leads, then each branch in
      * CUSTOMER-ID order, each under its own subtotal; the family
      * total is what the parent is asked to see settled.
       WRITE-CONSOLIDATED-STATEMENT.
           MOVE FH-HEAD-ID(FH-IDX) TO CH-HEAD-ID.
           MOVE FH-CUSTOMER-NAME(FH-IDX) TO CH-CUSTOMER-NAME.
           MOVE WS-CONS-HEADING-1 TO CONSOLIDATED-LINE.
           WRITE CONSOLIDATED-LINE.
           MOVE FH-CUSTOMER-ADDRESS(FH-IDX) TO CH-CUSTOMER-ADDRESS.
           MOVE WS-CONS-HEADING-2 TO CONSOLIDATED-LINE.
           WRITE CONSOLIDATED-LINE.
           MOVE ZERO TO WS-FAMILY-OPEN.
           MOVE "P" TO WS-MEMBER-PASS.
           PERFORM WRITE-FAMILY-MEMBER
               VARYING FM-IDX FROM 1 BY 1
               UNTIL FM-IDX > WS-FAMILY-MEMBER-COUNT.
           MOVE "B" TO WS-MEMBER-PASS.
           PERFORM WRITE-FAMILY-MEMBER
               VARYING FM-IDX FROM 1 BY 1
               UNTIL FM-IDX > WS-FAMILY-MEMBER-COUNT.
           MOVE WS-FAMILY-OPEN TO FT-OPEN-AMOUNT.
           MOVE WS-FAMILY-TOTAL-LINE TO CONSOLIDATED-LINE.
           WRITE CONSOLIDATED-LINE.
           IF FH-CREDIT-LIMIT(FH-IDX) > ZERO
               MOVE FH-CREDIT-LIMIT(FH-IDX) TO FT-CREDIT-LIMIT
               MOVE WS-FAMILY-LIMIT-LINE TO CONSOLIDATED-LINE
               WRITE CONSOLIDATED-LINE
           END-IF.
           MOVE SPACES TO CONSOLIDATED-LINE.
           WRITE CONSOLIDATED-LINE.
           ADD 1 TO WS-CONSOLIDATED-COUNT.

       WRITE-FAMILY-MEMBER.
           IF FM-HEAD-ID(FM-IDX) = FH-HEAD-ID(FH-IDX)
               IF (WS-MEMBER-PASS = "P"
                       AND FM-MEMBER-ID(FM-IDX) = FH-HEAD-ID(FH-IDX))
                   OR (WS-MEMBER-PASS = "B"
                       AND FM-MEMBER-ID(FM-IDX)
                           NOT = FH-HEAD-ID(FH-IDX))
                   PERFORM WRITE-MEMBER-SECTION
               END-IF
           END-IF.

       WRITE-MEMBER-SECTION.
           IF WS-MEMBER-PASS = "P"
               MOVE "PARENT ACCOUNT " TO MH-MEMBER-LABEL
                   MT-MEMBER-LABEL
           ELSE
               MOVE "BRANCH         " TO MH-MEMBER-LABEL
                   MT-MEMBER-LABEL
           END-IF.
           MOVE FM-MEMBER-ID(FM-IDX) TO MH-MEMBER-ID.
           MOVE FM-CUSTOMER-NAME(FM-IDX) TO MH-CUSTOMER-NAME.
           MOVE WS-MEMBER-HEADING TO CONSOLIDATED-LINE.
           WRITE CONSOLIDATED-LINE.
           MOVE ZERO TO WS-MEMBER-OPEN WS-MEMBER-ITEMS.
           PERFORM WRITE-FAMILY-ITEM
               VARYING FI-IDX FROM 1 BY 1
               UNTIL FI-IDX > WS-FAMILY-ITEM-COUNT.
           IF WS-MEMBER-ITEMS = ZERO
               MOVE WS-MEMBER-NONE-LINE TO CONSOLIDATED-LINE
               WRITE CONSOLIDATED-LINE
           END-IF.
           MOVE WS-MEMBER-OPEN TO MT-OPEN-AMOUNT.
           MOVE WS-MEMBER-TOTAL-LINE TO CONSOLIDATED-LINE.
           WRITE CONSOLIDATED-LINE.
           ADD WS-MEMBER-OPEN TO WS-FAMILY-OPEN.

       WRITE-FAMILY-ITEM.
           IF FI-MEMBER-ID(FI-IDX) = FM-MEMBER-ID(FM-IDX)
               MOVE FI-DETAIL(FI-IDX) TO CONSOLIDATED-LINE
               WRITE CONSOLIDATED-LINE
               ADD FI-OPEN-AMOUNT(FI-IDX) TO WS-MEMBER-OPEN
               ADD 1 TO WS-MEMBER-ITEMS
           END-IF.

       CLOSE-FILES.
           CLOSE CUSTOMER-FILE.
           CLOSE AR-TRANSACTION-FILE.
           CLOSE STATEMENT-FILE.
           CLOSE CONSOLIDATED-STATEMENT-FILE.
