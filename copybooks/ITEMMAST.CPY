      *  carrying the catalog description, the current unit  *
      *  price the invoice run validates keyed prices         *
      *  against, and whether the item may still be billed.    *
      *  Quantity on hand is moved only by ITEMMNT - receipts,  *
      *  adjustments, billed issues and credit-memo returns all  *
      *  arrive as ITEMTRAN.DAT transactions. It is signed: a     *
      *  count that has gone below zero is a warehouse problem     *
      *  to be shown, not hidden. An item whose on hand, less its   *
      *  open backorders, falls below the reorder point goes on the  *
      *  reorder report with the reorder quantity as its suggested    *
      *  buy.                                                          *
      *****************************************************
       01 ITEM-MASTER-RECORD.
           05 IM-ITEM-ID             PIC X(8).
           05 IM-ITEM-STATUS         PIC X(01).
               88 IM-ACTIVE          VALUE "A".
               88 IM-DISCONTINUED    VALUE "D".
           05 IM-QTY-ON-HAND         PIC S9(7).
           05 IM-REORDER-POINT       PIC 9(7).
           05 IM-REORDER-QTY         PIC 9(7).
