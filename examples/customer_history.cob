           05 FILLER PIC X(16) VALUE "BALANCE BEFORE  ".
           05 FILLER PIC X(16) VALUE "BALANCE AFTER   ".
           05 FILLER PIC X(16) VALUE "LIMIT BEFORE    ".
           05 FILLER PIC X(16) VALUE "LIMIT AFTER".
           05 FILLER PIC X(10) VALUE "KEYED BY".
           05 FILLER PIC X(21) VALUE "APPROVED BY".

       01 WS-REPORT-DETAIL.
           05 RD-CYCLE-DATE          PIC 9(8).
           05 RD-LIMIT-BEFORE        PIC $$,$$$,$$9.99.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 RD-LIMIT-AFTER         PIC $$,$$$,$$9.99.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 RD-KEYED-BY            PIC X(08).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-APPROVED-BY         PIC X(08).

       01 WS-FIELD-CHANGE-LINE.
           05 FILLER                 PIC X(12) VALUE SPACES.
               MOVE CHA-BALANCE TO RD-BALANCE-AFTER
               MOVE CHB-CREDIT-LIMIT TO RD-LIMIT-BEFORE
               MOVE CHA-CREDIT-LIMIT TO RD-LIMIT-AFTER
               MOVE CH-KEYED-BY TO RD-KEYED-BY
               MOVE CH-APPROVED-BY TO RD-APPROVED-BY
               MOVE WS-REPORT-DETAIL TO HISTORY-REPORT-LINE
               WRITE HISTORY-REPORT-LINE
               PERFORM REPORT-FIELD-CHANGES
               MOVE WS-FIELD-CHANGE-LINE TO HISTORY-REPORT-LINE
               WRITE HISTORY-REPORT-LINE
           END-IF.
           IF CHB-TERMS-CODE NOT = CHA-TERMS-CODE
               MOVE "TERMS    " TO FC-FIELD-NAME
               MOVE CHB-TERMS-CODE TO FC-BEFORE-VALUE
               MOVE CHA-TERMS-CODE TO FC-AFTER-VALUE
               MOVE WS-FIELD-CHANGE-LINE TO HISTORY-REPORT-LINE
               WRITE HISTORY-REPORT-LINE
           END-IF.
           IF CHB-CREDIT-HOLD NOT = CHA-CREDIT-HOLD
               MOVE "CRED HOLD" TO FC-FIELD-NAME
               MOVE CHB-CREDIT-HOLD TO FC-BEFORE-VALUE
               MOVE CHA-CREDIT-HOLD TO FC-AFTER-VALUE
               MOVE WS-FIELD-CHANGE-LINE TO HISTORY-REPORT-LINE
               WRITE HISTORY-REPORT-LINE
           END-IF.
           IF CHB-PARENT-CUSTOMER-ID NOT = CHA-PARENT-CUSTOMER-ID
               MOVE "PARENT   " TO FC-FIELD-NAME
               MOVE CHB-PARENT-CUSTOMER-ID TO FC-BEFORE-VALUE
               MOVE CHA-PARENT-CUSTOMER-ID TO FC-AFTER-VALUE
               MOVE WS-FIELD-CHANGE-LINE TO HISTORY-REPORT-LINE
               WRITE HISTORY-REPORT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE WS-CHANGES-REPORTED TO TL-CHANGES.
