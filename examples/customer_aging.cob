               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT AR-TRANSACTION-FILE ASSIGN TO "ARTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AR-TRAN-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "CUSTAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD AR-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARTRAN.

       FD AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 AGING-REPORT-LINE        PIC X(130).
       WORKING-STORAGE SECTION.
       01 FILE-STATUS               PIC XX VALUE SPACES.
       01 RPT-STATUS                 PIC XX VALUE SPACES.
       01 AR-TRAN-STATUS             PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.
       01 WS-EOF                     PIC X VALUE "N".

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
       01 WS-OPEN-ITEM-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-OPEN-ITEM-MAX           PIC 9(4) VALUE 2000.
       01 WS-OPEN-ITEM-FOUND         PIC X VALUE "N".
       01 WS-ARTRAN-EOF              PIC X VALUE "N".

      * One customer's buckets, filled item by item.
       01 WS-CUSTOMER-BUCKETS.
           05 WS-CUST-CURRENT        PIC S9(9)V99 VALUE ZERO.
           05 WS-CUST-30             PIC S9(9)V99 VALUE ZERO.
           05 WS-CUST-60             PIC S9(9)V99 VALUE ZERO.
           05 WS-CUST-90             PIC S9(9)V99 VALUE ZERO.
           05 WS-CUST-CREDIT         PIC S9(9)V99 VALUE ZERO.
       01 WS-ITEM-NET-TOTAL          PIC S9(9)V99 VALUE ZERO.
       01 WS-BUCKET-AMOUNT           PIC S9(9)V99 VALUE ZERO.

       01 WS-BUCKET-TOTALS.
           05 WS-CUSTOMERS-PROCESSED PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-CURRENT       PIC S9(9)V99 VALUE ZERO.
           05 FILLER PIC X(38) VALUE
               "CUST-ID  NAME                     ".
           05 FILLER PIC X(15) VALUE "CURRENT        ".
           05 FILLER PIC X(15) VALUE "1-30 PAST DUE  ".
           05 FILLER PIC X(15) VALUE "31-60 PAST DUE ".
           05 FILLER PIC X(15) VALUE "OVER 60 PAST   ".
           05 FILLER PIC X(17) VALUE "CREDIT".

       01 WS-DETAIL-LINE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           PERFORM LOAD-OPEN-ITEMS.
           OPEN INPUT CUSTOMER-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening CUSTOMER-FILE: " FILE-STATUS
           MOVE WS-HEADING-2 TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

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
                       OI-DUE-DATE(OI-IDX)
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

       READ-NEXT-RECORD.
           READ CUSTOMER-FILE
               AT END MOVE "Y" TO WS-EOF
           ADD 1 TO WS-CUSTOMERS-PROCESSED.
           PERFORM READ-NEXT-RECORD.

      * Each open item ages by how far it is past its due date:
      * not yet due is CURRENT, then 1-30, 31-60 and over 60 days
      * past due. An item netting to a credit goes to the CREDIT
      * column whatever its age. Whatever part of BALANCE the open
      * items don't account for - a master with no subledger
      * history, or a feeder not yet through maintenance - ages the
      * way the whole balance used to, off LAST-PAYMENT-DATE, as if
      * billed net 30 on that date; never paid is over 60.
       BUCKET-CUSTOMER.
           MOVE ZERO TO WS-CUST-CURRENT WS-CUST-30 WS-CUST-60
               WS-CUST-90 WS-CUST-CREDIT WS-ITEM-NET-TOTAL.
           MOVE CUSTOMER-ID TO DL-CUSTOMER-ID.
           MOVE CUSTOMER-NAME TO DL-CUSTOMER-NAME.
           PERFORM BUCKET-OPEN-ITEM
               VARYING OI-IDX FROM 1 BY 1
               UNTIL OI-IDX > WS-OPEN-ITEM-COUNT.
           COMPUTE WS-BUCKET-AMOUNT = BALANCE - WS-ITEM-NET-TOTAL.
           IF WS-BUCKET-AMOUNT NOT = ZERO
               PERFORM BUCKET-RESIDUE
           END-IF.
           MOVE WS-CUST-CURRENT TO DL-CURRENT.
           MOVE WS-CUST-30 TO DL-30.
           MOVE WS-CUST-60 TO DL-60.
           MOVE WS-CUST-90 TO DL-90.
           MOVE WS-CUST-CREDIT TO DL-CREDIT.
           ADD WS-CUST-CURRENT TO WS-TOTAL-CURRENT.
           ADD WS-CUST-30 TO WS-TOTAL-30.
           ADD WS-CUST-60 TO WS-TOTAL-60.
           ADD WS-CUST-90 TO WS-TOTAL-90.
           ADD WS-CUST-CREDIT TO WS-TOTAL-CREDIT.

       BUCKET-OPEN-ITEM.
           IF OI-CUSTOMER-ID(OI-IDX) = CUSTOMER-ID
               AND OI-OPEN-AMOUNT(OI-IDX) NOT = ZERO
               MOVE OI-OPEN-AMOUNT(OI-IDX) TO WS-BUCKET-AMOUNT
               ADD WS-BUCKET-AMOUNT TO WS-ITEM-NET-TOTAL
               MOVE ZERO TO WS-AGE-DAYS
               IF OI-DUE-DATE(OI-IDX) NOT = ZERO
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE(OI-DUE-DATE(OI-IDX))
               END-IF
               PERFORM ADD-TO-BUCKET
           END-IF.

       BUCKET-RESIDUE.
           IF LAST-PAYMENT-DATE = ZERO
               MOVE 999 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-PAYMENT-INTEGER =
                   FUNCTION INTEGER-OF-DATE(LAST-PAYMENT-DATE)
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-INTEGER - WS-PAYMENT-INTEGER - 30
           END-IF.
           PERFORM ADD-TO-BUCKET.

      * WS-AGE-DAYS is days past due, zero or less not yet due.
       ADD-TO-BUCKET.
           EVALUATE TRUE
               WHEN WS-BUCKET-AMOUNT < ZERO
                   ADD WS-BUCKET-AMOUNT TO WS-CUST-CREDIT
               WHEN WS-AGE-DAYS <= 0
                   ADD WS-BUCKET-AMOUNT TO WS-CUST-CURRENT
               WHEN WS-AGE-DAYS <= 30
                   ADD WS-BUCKET-AMOUNT TO WS-CUST-30
               WHEN WS-AGE-DAYS <= 60
                   ADD WS-BUCKET-AMOUNT TO WS-CUST-60
               WHEN OTHER
                   ADD WS-BUCKET-AMOUNT TO WS-CUST-90
           END-EVALUATE.

       WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO AGING-REPORT-LINE.
