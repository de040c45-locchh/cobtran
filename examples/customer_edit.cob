           PERFORM EDIT-CREDIT-LIMIT.
           PERFORM EDIT-CUSTOMER-TYPE.
           PERFORM EDIT-JURISDICTION.
           PERFORM EDIT-PARENT.
           PERFORM READ-NEXT-RECORD.

       EDIT-NAME.
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      * An account named as its own parent would count its balance
      * twice in the family exposure the billing run tests.
       EDIT-PARENT.
           IF PARENT-CUSTOMER-ID = CUSTOMER-ID
               MOVE "PARENT IS THE CUSTOMER ITSELF" TO ED-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE CUSTOMER-ID TO ED-CUSTOMER-ID.
           MOVE CUSTOMER-NAME TO ED-CUSTOMER-NAME.
