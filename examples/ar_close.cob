           05 HST-AMOUNT             PIC S9(7)V99.
           05 HST-DESCRIPTION        PIC X(20).
           05 HST-INVOICE-NUMBER     PIC X(10).
           05 HST-DUE-DATE           PIC 9(8).
           05 HST-DISC-DATE          PIC 9(8).
           05 HST-DISC-AMOUNT        PIC S9(7)V99.

       FD AR-NEW-FILE
           LABEL RECORDS ARE STANDARD.
           05 NAR-AMOUNT             PIC S9(7)V99.
           05 NAR-DESCRIPTION        PIC X(20).
           05 NAR-INVOICE-NUMBER     PIC X(10).
           05 NAR-DUE-DATE           PIC 9(8).
           05 NAR-DISC-DATE          PIC 9(8).
           05 NAR-DISC-AMOUNT        PIC S9(7)V99.

       FD CLOSE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 WS-CUTOFF-DATE             PIC 9(8) VALUE ZEROS.
       01 WS-HISTORY-NAME            PIC X(20) VALUE SPACES.

      * Net of each open item's closed-period activity, built on
      * the first pass: charges and an earlier balance forward add,
      * payments and discounts subtract. The item takes its due
      * date and discount terms from the first record that put
      * money on it. The second pass writes each nonzero item out
      * as an opening record in the new period, so an invoice still
      * owed at the close keeps its number and due date - aging,
      * dunning and cash application still see it as an invoice.
       01 CARRY-TABLE.
           05 CARRY-ENTRY OCCURS 3000 TIMES INDEXED BY CF-IDX.
               10 CF-CUSTOMER-ID     PIC 9(5).
               10 CF-INVOICE-NUMBER  PIC X(10).
               10 CF-NET-BALANCE     PIC S9(7)V99.
               10 CF-DUE-DATE        PIC 9(8).
               10 CF-DISC-DATE       PIC 9(8).
               10 CF-DISC-AMOUNT     PIC S9(7)V99.
               10 CF-WRITTEN         PIC X(01).
       01 WS-CARRY-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-CARRY-MAX               PIC 9(4) VALUE 3000.
       01 WS-CARRY-FOUND             PIC X VALUE "N".

       01 WS-CURRENT-CUSTOMER        PIC 9(5) VALUE ZEROS.
           05 FILLER PIC X(55) VALUE SPACES.
       01 WS-REPORT-HEADING-2.
           05 FILLER PIC X(9) VALUE "CUST-ID  ".
           05 FILLER PIC X(12) VALUE "INVOICE".
           05 FILLER PIC X(16) VALUE "BALANCE FORWARD".
           05 FILLER PIC X(53) VALUE "DUE DATE".

       01 WS-REPORT-DETAIL.
           05 RD-CUSTOMER-ID         PIC 9(5).
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 RD-INVOICE-NUMBER      PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-BALANCE-FORWARD     PIC $$,$$$,$$9.99-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-DUE-DATE            PIC 9(8).
           05 FILLER                 PIC X(45) VALUE SPACES.

       01 WS-REPORT-TOTAL-LINE.
           05 FILLER                 PIC X(17) VALUE
               MOVE ART-AMOUNT TO HST-AMOUNT
               MOVE ART-DESCRIPTION TO HST-DESCRIPTION
               MOVE ART-INVOICE-NUMBER TO HST-INVOICE-NUMBER
               MOVE ART-DUE-DATE TO HST-DUE-DATE
               MOVE ART-DISC-DATE TO HST-DISC-DATE
               MOVE ART-DISC-AMOUNT TO HST-DISC-AMOUNT
               WRITE HISTORY-AR-RECORD
               IF HISTORY-STATUS NOT = "00"
                   DISPLAY "Error writing " WS-HISTORY-NAME ": "
               WHEN CF-IDX > WS-CARRY-COUNT
                   CONTINUE
               WHEN CF-CUSTOMER-ID(CF-IDX) = ART-CUSTOMER-ID
                   AND CF-INVOICE-NUMBER(CF-IDX) = ART-INVOICE-NUMBER
                   MOVE "Y" TO WS-CARRY-FOUND
           END-SEARCH.
           IF WS-CARRY-FOUND = "N"
                   ADD 1 TO WS-CARRY-COUNT
                   SET CF-IDX TO WS-CARRY-COUNT
                   MOVE ART-CUSTOMER-ID TO CF-CUSTOMER-ID(CF-IDX)
                   MOVE ART-INVOICE-NUMBER
                       TO CF-INVOICE-NUMBER(CF-IDX)
                   MOVE ZERO TO CF-NET-BALANCE(CF-IDX)
                       CF-DUE-DATE(CF-IDX) CF-DISC-DATE(CF-IDX)
                       CF-DISC-AMOUNT(CF-IDX)
                   MOVE "N" TO CF-WRITTEN(CF-IDX)
                   MOVE "Y" TO WS-CARRY-FOUND
               ELSE
               END-IF
           END-IF.
           IF WS-CARRY-FOUND = "Y"
               IF ART-CREDIT-ENTRY
                   SUBTRACT ART-AMOUNT FROM CF-NET-BALANCE(CF-IDX)
               ELSE
                   ADD ART-AMOUNT TO CF-NET-BALANCE(CF-IDX)
                   IF CF-DUE-DATE(CF-IDX) = ZERO
                       PERFORM SET-CARRY-DUE-DATE
                   END-IF
               END-IF
           END-IF.

      * A record from before due dates were stamped is taken as due
      * the day it was posted.
       SET-CARRY-DUE-DATE.
           IF ART-DUE-DATE = ZERO
               MOVE ART-TRAN-DATE TO CF-DUE-DATE(CF-IDX)
           ELSE
               MOVE ART-DUE-DATE TO CF-DUE-DATE(CF-IDX)
           END-IF.
           MOVE ART-DISC-DATE TO CF-DISC-DATE(CF-IDX).
           MOVE ART-DISC-AMOUNT TO CF-DISC-AMOUNT(CF-IDX).

      * Second pass: the file is re-read and rebuilt. At each new
      * customer the balance-forward records go out first, one per
      * item still open (zero nets are skipped - they'd only clutter
      * statements), then that customer's open-period transactions
      * follow in their original order, keeping ARNEW.DAT in
      * customer sequence.
       BUILD-NEW-PERIOD.
           IF WS-ABORT = "Y"
               CONTINUE
               MOVE ART-AMOUNT TO NAR-AMOUNT
               MOVE ART-DESCRIPTION TO NAR-DESCRIPTION
               MOVE ART-INVOICE-NUMBER TO NAR-INVOICE-NUMBER
               MOVE ART-DUE-DATE TO NAR-DUE-DATE
               MOVE ART-DISC-DATE TO NAR-DISC-DATE
               MOVE ART-DISC-AMOUNT TO NAR-DISC-AMOUNT
               WRITE NEW-AR-RECORD
               IF AR-NEW-STATUS NOT = "00"
                   DISPLAY "Error writing ARNEW.DAT: " AR-NEW-STATUS
           PERFORM READ-AR-TRANSACTION.

       WRITE-BALANCE-FORWARD.
           PERFORM WRITE-ONE-FORWARD
               VARYING CF-IDX FROM 1 BY 1
               UNTIL CF-IDX > WS-CARRY-COUNT.

      * An on-account item forwards with a blank invoice number, the
      * way on-account money always has.
       WRITE-ONE-FORWARD.
           IF CF-CUSTOMER-ID(CF-IDX) = WS-CURRENT-CUSTOMER
               AND CF-WRITTEN(CF-IDX) = "N"
               AND CF-NET-BALANCE(CF-IDX) NOT = ZERO
               MOVE WS-CURRENT-CUSTOMER TO NAR-CUSTOMER-ID
               MOVE "B" TO NAR-TRAN-TYPE
               MOVE CF-NET-BALANCE(CF-IDX) TO NAR-AMOUNT
               MOVE "BALANCE FORWARD" TO NAR-DESCRIPTION
               MOVE CF-INVOICE-NUMBER(CF-IDX) TO NAR-INVOICE-NUMBER
               MOVE CF-DUE-DATE(CF-IDX) TO NAR-DUE-DATE
               MOVE CF-DISC-DATE(CF-IDX) TO NAR-DISC-DATE
               MOVE CF-DISC-AMOUNT(CF-IDX) TO NAR-DISC-AMOUNT
               WRITE NEW-AR-RECORD
               IF AR-NEW-STATUS NOT = "00"
                   DISPLAY "Error writing ARNEW.DAT: " AR-NEW-STATUS
               MOVE "Y" TO CF-WRITTEN(CF-IDX)
               ADD 1 TO WS-BALFWD-WRITTEN
               MOVE WS-CURRENT-CUSTOMER TO RD-CUSTOMER-ID
               MOVE CF-INVOICE-NUMBER(CF-IDX) TO RD-INVOICE-NUMBER
               MOVE CF-NET-BALANCE(CF-IDX) TO RD-BALANCE-FORWARD
               MOVE CF-DUE-DATE(CF-IDX) TO RD-DUE-DATE
               MOVE WS-REPORT-DETAIL TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
           END-IF.
