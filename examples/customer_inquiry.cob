           05 IX-CREDIT-LIMIT       PIC 9(7)V99.
           05 IX-CUSTOMER-TYPE      PIC X(01).
           05 IX-TAX-JURISDICTION   PIC X(02).
           05 IX-TERMS-CODE         PIC X(02).
           05 IX-CREDIT-HOLD        PIC X(01).
           05 IX-PARENT-CUSTOMER-ID PIC 9(5).

       WORKING-STORAGE SECTION.
       01 INDEX-STATUS               PIC XX VALUE SPACES.
           DISPLAY "CREDIT LIMIT     : " DISPLAY-CREDIT-LIMIT.
           DISPLAY "CUSTOMER TYPE    : " IX-CUSTOMER-TYPE.
           DISPLAY "TAX JURISDICTION : " IX-TAX-JURISDICTION.
           DISPLAY "PAYMENT TERMS    : " IX-TERMS-CODE.
           DISPLAY "CREDIT HOLD      : " IX-CREDIT-HOLD.
           DISPLAY "PARENT ACCOUNT   : " IX-PARENT-CUSTOMER-ID.
           DISPLAY "-----------------------------------".
