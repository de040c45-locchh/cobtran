      *  of overwriting each other. Transactions are applied    *
      *  in CUSTOMER-ID sequence against the current master     *
      *  to build the next generation.                          *
      *  TRAN-CREDIT-HOLD "H" puts the customer on credit       *
      *  hold and "R" releases it, on an add, change or          *
      *  balance adjustment alike; blank leaves the hold as it    *
      *  stands, so a routine change never releases one.          *
      *  Approval ("V") carries only the customer and the          *
      *  approving operator; it releases the change CUSTMAINT       *
      *  is holding for that customer on PENDAPPR.DAT.              *
      *****************************************************
       01 CUSTOMER-TRAN-RECORD.
           05 TRAN-CODE              PIC X(01).
               88 TRAN-CHANGE        VALUE "C".
               88 TRAN-DELETE        VALUE "D".
               88 TRAN-BAL-ADJ       VALUE "B".
               88 TRAN-APPROVE       VALUE "V".
           05 TRAN-CUSTOMER-ID       PIC 9(5).
           05 TRAN-CUSTOMER-NAME     PIC X(30).
           05 TRAN-CUSTOMER-ADDRESS  PIC X(50).
           05 TRAN-CREDIT-LIMIT      PIC 9(7)V99.
           05 TRAN-CUSTOMER-TYPE     PIC X(01).
           05 TRAN-TAX-JURISDICTION  PIC X(02).
           05 TRAN-TERMS-CODE        PIC X(02).
           05 TRAN-CREDIT-HOLD       PIC X(01).
               88 TRAN-HOLD-SET      VALUE "H".
               88 TRAN-HOLD-RELEASE  VALUE "R".
      * Replaces PARENT-CUSTOMER-ID on an add or change like the
      * other master fields; zero on an add or change makes the
      * account stand alone. Balance adjustments leave it alone.
           05 TRAN-PARENT-CUSTOMER-ID PIC 9(5).
      * Who keyed the transaction - on an approval, who approved it.
      * Feeders that post balance adjustments leave it blank.
           05 TRAN-OPERATOR-ID       PIC X(08).
