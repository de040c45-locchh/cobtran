           05 NEW-CREDIT-LIMIT      PIC 9(7)V99.
           05 NEW-CUSTOMER-TYPE     PIC X(01).
           05 NEW-TAX-JURISDICTION  PIC X(02).
           05 NEW-TERMS-CODE        PIC X(02).
           05 NEW-CREDIT-HOLD       PIC X(01).
           05 NEW-PARENT-CUSTOMER-ID PIC 9(5).

       FD BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01 BACKUP-CUSTOMER-RECORD    PIC X(137).

       FD GENERATION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
