           05 IX-CREDIT-LIMIT       PIC 9(7)V99.
           05 IX-CUSTOMER-TYPE      PIC X(01).
           05 IX-TAX-JURISDICTION   PIC X(02).
           05 IX-TERMS-CODE         PIC X(02).
           05 IX-CREDIT-HOLD        PIC X(01).
           05 IX-PARENT-CUSTOMER-ID PIC 9(5).

       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           MOVE CREDIT-LIMIT TO IX-CREDIT-LIMIT.
           MOVE CUSTOMER-TYPE TO IX-CUSTOMER-TYPE.
           MOVE TAX-JURISDICTION TO IX-TAX-JURISDICTION.
           MOVE TERMS-CODE TO IX-TERMS-CODE.
           MOVE CREDIT-HOLD TO IX-CREDIT-HOLD.
           MOVE PARENT-CUSTOMER-ID TO IX-PARENT-CUSTOMER-ID.
           WRITE INDEXED-CUSTOMER-RECORD.
           IF INDEX-STATUS = "00"
               ADD 1 TO WS-RECORDS-LOADED
