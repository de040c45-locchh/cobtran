           05 NEW-ITEM-DESC          PIC X(20).
           05 NEW-UNIT-PRICE         PIC 9(5)V99.
           05 NEW-ITEM-STATUS        PIC X(01).
           05 NEW-QTY-ON-HAND        PIC S9(7).
           05 NEW-REORDER-POINT      PIC 9(7).
           05 NEW-REORDER-QTY        PIC 9(7).

       FD BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01 BACKUP-ITEM-RECORD        PIC X(57).

       FD GENERATION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
