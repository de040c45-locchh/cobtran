           05 HST-AMOUNT             PIC S9(7)V99.
           05 HST-DESCRIPTION        PIC X(20).
           05 HST-INVOICE-NUMBER     PIC X(10).
           05 HST-DUE-DATE           PIC 9(8).
           05 HST-DISC-DATE          PIC 9(8).
           05 HST-DISC-AMOUNT        PIC S9(7)V99.

       FD AR-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
               WHEN "R"
                   MOVE "REFUND " TO TL-TYPE
                   ADD WS-PRINT-AMOUNT TO WS-TOTAL-CHARGES
               WHEN "D"
                   MOVE "DISCNT " TO TL-TYPE
                   ADD WS-PRINT-AMOUNT TO WS-TOTAL-PAYMENTS
               WHEN "W"
                   MOVE "WRTOFF " TO TL-TYPE
                   ADD WS-PRINT-AMOUNT TO WS-TOTAL-PAYMENTS
               WHEN "N"
                   MOVE "RETURN " TO TL-TYPE
                   ADD WS-PRINT-AMOUNT TO WS-TOTAL-CHARGES
               WHEN OTHER
                   MOVE "PAYMENT" TO TL-TYPE
                   ADD WS-PRINT-AMOUNT TO WS-TOTAL-PAYMENTS
