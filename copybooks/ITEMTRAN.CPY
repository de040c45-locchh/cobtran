      *  ITEMTRAN.CPY                                     *
      *  Maintenance transaction record for ITEMMAST.DAT.  *
      *  Add creates an active item, change replaces the    *
      *  description, price and reorder settings,            *
      *  discontinue sets the item status to "D" so           *
      *  VALIDATE-LINE-ITEM keeps rejecting its lines with a   *
      *  proper reason instead of "unknown item".              *
      *  Stock moves through the same file: a receipt adds      *
      *  ITR-QUANTITY to on hand, an adjustment adds it signed   *
      *  (a physical count correction), an issue takes off what  *
      *  the invoice run billed and a return puts back what a     *
      *  credit memo took back - INVOICECALC writes the issues     *
      *  and returns to INVSTK.DAT, which the nightly sort step     *
      *  merges in here. ITR-REFERENCE carries the PO, count sheet   *
      *  or invoice number the movement came from. Transactions are  *
      *  applied in ascending ITR-ITEM-ID sequence against the       *
      *  current master to build the next generation, and the        *
      *  transmitted file carries the *TRAILER control record with   *
      *  the count and the sum of ITR-UNIT-PRICE plus ITR-QUANTITY   *
      *  as its hash.                                                *
      *****************************************************
       01 ITEM-TRAN-RECORD.
           05 ITR-CODE               PIC X(01).
               88 ITR-ADD            VALUE "A".
               88 ITR-CHANGE         VALUE "C".
               88 ITR-DISCONTINUE    VALUE "D".
               88 ITR-RECEIPT        VALUE "R".
               88 ITR-ADJUSTMENT     VALUE "J".
               88 ITR-ISSUE          VALUE "I".
               88 ITR-RETURN         VALUE "T".
               88 ITR-STOCK-MOVEMENT VALUES "R" "J" "I" "T".
           05 ITR-ITEM-ID            PIC X(8).
           05 ITR-ITEM-DESC          PIC X(20).
           05 ITR-UNIT-PRICE         PIC 9(5)V99.
           05 ITR-QUANTITY           PIC S9(7).
           05 ITR-REORDER-POINT      PIC 9(7).
           05 ITR-REORDER-QTY        PIC 9(7).
           05 ITR-REFERENCE          PIC X(10).
