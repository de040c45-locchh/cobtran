           05 NEW-ITEM-DESC          PIC X(20).
           05 NEW-UNIT-PRICE         PIC 9(5)V99.
           05 NEW-ITEM-STATUS        PIC X(01).
           05 NEW-QTY-ON-HAND        PIC S9(7).
           05 NEW-REORDER-POINT      PIC 9(7).
           05 NEW-REORDER-QTY        PIC 9(7).

       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           05 WS-RECORDS-DISCONTINUED PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-CARRIED     PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-WRITTEN     PIC 9(7) VALUE ZERO.
           05 WS-STOCK-RECEIVED      PIC 9(7) VALUE ZERO.
           05 WS-STOCK-ADJUSTED      PIC 9(7) VALUE ZERO.
           05 WS-STOCK-ISSUED        PIC 9(7) VALUE ZERO.
           05 WS-STOCK-RETURNED      PIC 9(7) VALUE ZERO.
           05 WS-STOCK-REJECTED      PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           STOP RUN.

      * Pre-pass over ITEMTRAN.DAT: count the detail records and sum
      * ITR-UNIT-PRICE and ITR-QUANTITY, so a stock movement counts
      * toward the hash as well as a price change, then hold them up
      * against the *TRAILER the transmission put on the tail. A
      * short file, a missing trailer, or totals that don't tie mean
      * the transmission is suspect, and nothing gets applied.
       VERIFY-TRANSACTION-CONTROL.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           IF CTL-RPT-STATUS NOT = "00"
                       MOVE "Y" TO WS-TRAILER-FOUND
                   WHEN OTHER
                       ADD 1 TO WS-CTL-RECORD-COUNT
                       ADD ITR-UNIT-PRICE ITR-QUANTITY
                           TO WS-CTL-HASH-TOTAL
               END-EVALUATE
           END-IF.

           MOVE WS-RAW-TIME(1:6) TO WS-END-TIMESTAMP(9:6).
           COMPUTE WS-RECORDS-IN = WS-RECORDS-CARRIED
               + WS-RECORDS-CHANGED + WS-RECORDS-DISCONTINUED
               + WS-RECORDS-ADDED + WS-STOCK-RECEIVED
               + WS-STOCK-ADJUSTED + WS-STOCK-ISSUED
               + WS-STOCK-RETURNED.
           OPEN EXTEND RUN-LOG-FILE.
           IF RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           MOVE IM-ITEM-DESC TO NEW-ITEM-DESC.
           MOVE IM-UNIT-PRICE TO NEW-UNIT-PRICE.
           MOVE IM-ITEM-STATUS TO NEW-ITEM-STATUS.
           MOVE IM-QTY-ON-HAND TO NEW-QTY-ON-HAND.
           MOVE IM-REORDER-POINT TO NEW-REORDER-POINT.
           MOVE IM-REORDER-QTY TO NEW-REORDER-QTY.
           PERFORM WRITE-NEW-MASTER.
           ADD 1 TO WS-RECORDS-CARRIED.

      * A transaction key with no matching master must start with an
      * add; the rest of that key's transactions apply on top before
      * the record is written. Change, discontinue or a stock
      * movement against an item that doesn't exist is rejected. A
      * new item starts with nothing on hand - stock arrives by
      * receipt.
       APPLY-UNMATCHED-GROUP.
           IF ITR-ADD
               MOVE WS-TRAN-KEY TO WS-GROUP-KEY
               MOVE ITR-ITEM-DESC TO NEW-ITEM-DESC
               MOVE ITR-UNIT-PRICE TO NEW-UNIT-PRICE
               MOVE "A" TO NEW-ITEM-STATUS
               MOVE ZERO TO NEW-QTY-ON-HAND
               MOVE ITR-REORDER-POINT TO NEW-REORDER-POINT
               MOVE ITR-REORDER-QTY TO NEW-REORDER-QTY
               ADD 1 TO WS-RECORDS-ADDED
               PERFORM READ-TRANSACTION
               PERFORM APPLY-ONE-TRANSACTION
           MOVE IM-ITEM-DESC TO NEW-ITEM-DESC.
           MOVE IM-UNIT-PRICE TO NEW-UNIT-PRICE.
           MOVE IM-ITEM-STATUS TO NEW-ITEM-STATUS.
           MOVE IM-QTY-ON-HAND TO NEW-QTY-ON-HAND.
           MOVE IM-REORDER-POINT TO NEW-REORDER-POINT.
           MOVE IM-REORDER-QTY TO NEW-REORDER-QTY.
           PERFORM APPLY-ONE-TRANSACTION
               UNTIL TRAN-EOF
                  OR WS-TRAN-KEY NOT = WS-GROUP-KEY.
      * a discontinued item's lines with the right reason. An add on
      * top of a held discontinued item reactivates it, the closest
      * thing the item master has to CUSTMAINT's delete-then-re-add.
      * Whatever stock the item still holds comes back with it.
       APPLY-ONE-TRANSACTION.
           EVALUATE TRUE
               WHEN ITR-ADD AND NEW-ITEM-STATUS = "D"
                   MOVE ITR-ITEM-DESC TO NEW-ITEM-DESC
                   MOVE ITR-UNIT-PRICE TO NEW-UNIT-PRICE
                   MOVE ITR-REORDER-POINT TO NEW-REORDER-POINT
                   MOVE ITR-REORDER-QTY TO NEW-REORDER-QTY
                   MOVE "A" TO NEW-ITEM-STATUS
                   ADD 1 TO WS-RECORDS-ADDED
               WHEN ITR-ADD
               WHEN ITR-CHANGE
                   MOVE ITR-ITEM-DESC TO NEW-ITEM-DESC
                   MOVE ITR-UNIT-PRICE TO NEW-UNIT-PRICE
                   MOVE ITR-REORDER-POINT TO NEW-REORDER-POINT
                   MOVE ITR-REORDER-QTY TO NEW-REORDER-QTY
                   ADD 1 TO WS-RECORDS-CHANGED
               WHEN ITR-DISCONTINUE
                   MOVE "D" TO NEW-ITEM-STATUS
                   ADD 1 TO WS-RECORDS-DISCONTINUED
               WHEN ITR-STOCK-MOVEMENT
                   PERFORM POST-STOCK-MOVEMENT
               WHEN OTHER
                   DISPLAY "Unknown transaction code " ITR-CODE
                       " for ITEM-ID " ITR-ITEM-ID
           END-EVALUATE.
           PERFORM READ-TRANSACTION.

      * Receipts, issues and returns carry an unsigned quantity -
      * the code says which way the stock moves - so a negative one
      * is a keying error and is rejected. Only an adjustment is
      * signed. Stock still posts to a discontinued item: the goods
      * are on the shelf whether or not the item may be sold. An
      * issue is never refused for want of stock - the goods have
      * already been billed - so on hand can go below zero, and is
      * called out when it does.
       POST-STOCK-MOVEMENT.
           EVALUATE TRUE
               WHEN ITR-QUANTITY < ZERO AND NOT ITR-ADJUSTMENT
                   DISPLAY "Rejected - negative quantity on "
                       "transaction code " ITR-CODE
                       " for ITEM-ID " ITR-ITEM-ID
                   ADD 1 TO WS-STOCK-REJECTED
               WHEN ITR-RECEIPT
                   ADD ITR-QUANTITY TO NEW-QTY-ON-HAND
                   ADD 1 TO WS-STOCK-RECEIVED
               WHEN ITR-ADJUSTMENT
                   ADD ITR-QUANTITY TO NEW-QTY-ON-HAND
                   ADD 1 TO WS-STOCK-ADJUSTED
               WHEN ITR-ISSUE
                   SUBTRACT ITR-QUANTITY FROM NEW-QTY-ON-HAND
                   ADD 1 TO WS-STOCK-ISSUED
               WHEN ITR-RETURN
                   ADD ITR-QUANTITY TO NEW-QTY-ON-HAND
                   ADD 1 TO WS-STOCK-RETURNED
           END-EVALUATE.
           IF NEW-QTY-ON-HAND < ZERO
               DISPLAY "Warning - ITEM-ID " ITR-ITEM-ID
                   " on hand below zero after " ITR-CODE " "
                   ITR-REFERENCE
           END-IF.

       WRITE-NEW-MASTER.
           WRITE NEW-ITEM-RECORD.
           IF NEW-MASTER-STATUS NOT = "00"
           DISPLAY "  Discontinued: " WS-RECORDS-DISCONTINUED.
           DISPLAY "  Carried     : " WS-RECORDS-CARRIED.
           DISPLAY "  Written     : " WS-RECORDS-WRITTEN.
           DISPLAY "  Receipts    : " WS-STOCK-RECEIVED.
           DISPLAY "  Adjustments : " WS-STOCK-ADJUSTED.
           DISPLAY "  Issues      : " WS-STOCK-ISSUED.
           DISPLAY "  Returns     : " WS-STOCK-RETURNED.
           DISPLAY "  Stock reject: " WS-STOCK-REJECTED.
