       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHPRF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-DEPOSIT-FILE ASSIGN TO "BANKDEP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DEPOSIT-STATUS.
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOCKBOX-STATUS.
           SELECT CASH-TRAN-FILE ASSIGN TO "CASHTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CASH-TRAN-STATUS.
           SELECT CASH-GL-FILE ASSIGN TO "CASHGL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CASH-GL-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "CASHSUSP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.
           SELECT RESUBMIT-FILE ASSIGN TO "LBXRESUB.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RESUBMIT-STATUS.
           SELECT REFUND-REQUEST-FILE ASSIGN TO "REFUNDRQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REFUND-STATUS.
           SELECT NEW-SUSPENSE-FILE ASSIGN TO "SUSPNEW.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NEW-SUSPENSE-STATUS.
           SELECT PROOF-CONTROL-FILE ASSIGN TO "CASHPCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.
           SELECT PROOF-REPORT-FILE ASSIGN TO "CASHPRF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-DEPOSIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BANKDEP.

       FD LOCKBOX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOCKBOX.

       FD CASH-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTTRAN.

       FD CASH-GL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLPOST.

       FD SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CASHSUSP.

      * CASHFIX writes its resubmissions in the lockbox layout, to
      * be merged into the next LOCKBOX.DAT.
       FD RESUBMIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOCKBOX REPLACING
               ==LOCKBOX-PAYMENT-RECORD== BY ==RESUBMIT-RECORD==
               LEADING ==LBX-== BY ==RSB-==.

      * Same layouts CASHFIX writes - see cash_fix.cob.
       FD REFUND-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01 REFUND-REQUEST-RECORD.
           05 RFQ-CUSTOMER-ID        PIC 9(5).
           05 RFQ-PAYMENT-DATE       PIC 9(8).
           05 RFQ-AMOUNT             PIC 9(7)V99.
           05 RFQ-REMITTANCE-REF     PIC X(20).

       FD NEW-SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01 NEW-SUSPENSE-RECORD.
           05 NSU-CUSTOMER-ID        PIC 9(5).
           05 NSU-PAYMENT-DATE       PIC 9(8).
           05 NSU-AMOUNT             PIC 9(7)V99.
           05 NSU-REMITTANCE-REF     PIC X(20).
           05 NSU-REASON             PIC X(20).

       FD PROOF-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CASHPCTL.

       FD PROOF-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 PROOF-REPORT-LINE          PIC X(100).

       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 DEPOSIT-STATUS             PIC XX VALUE SPACES.
       01 LOCKBOX-STATUS             PIC XX VALUE SPACES.
       01 CASH-TRAN-STATUS           PIC XX VALUE SPACES.
       01 CASH-GL-STATUS             PIC XX VALUE SPACES.
       01 SUSPENSE-STATUS            PIC XX VALUE SPACES.
       01 RESUBMIT-STATUS            PIC XX VALUE SPACES.
       01 REFUND-STATUS              PIC XX VALUE SPACES.
       01 NEW-SUSPENSE-STATUS        PIC XX VALUE SPACES.
       01 CONTROL-STATUS             PIC XX VALUE SPACES.
       01 RPT-STATUS                 PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.

       01 WS-RAW-TIME                PIC 9(8).
       01 WS-START-TIMESTAMP         PIC 9(14) VALUE ZERO.
       01 WS-END-TIMESTAMP           PIC 9(14) VALUE ZERO.

       01 WS-ABORT                   PIC X VALUE "N".
       01 WS-INPUT-EOF               PIC X VALUE "N".
       01 WS-PROOF-DATE              PIC 9(8) VALUE ZEROS.

      * CASHPRF proves the day; CASHPRF SIGNOFF <operator> is
      * treasury's say-so that a proof out of balance may stand and
      * the stream may go on. The sign-off holds only for the day
      * and the difference it was given for.
       01 WS-COMMAND-ARG             PIC X(40) VALUE SPACES.
       01 WS-SIGNOFF-MODE            PIC X VALUE "N".
       01 WS-SIGNOFF-BY              PIC X(08) VALUE SPACES.

      * Last run's control record, if any. A record dated today is
      * a rerun: the day opens where that run opened. One dated
      * earlier is yesterday's close and today opens there.
       01 WS-CONTROL-FOUND           PIC X VALUE "N".
       01 WS-PRIOR-RESULT            PIC X(01) VALUE SPACES.
       01 WS-PRIOR-SIGNED-BY         PIC X(08) VALUE SPACES.
       01 WS-PRIOR-SIGNED-DIFF       PIC 9(9)V99 VALUE ZERO.

       01 WS-PROOF-FIGURES.
           05 WS-BANK-COUNT          PIC 9(7) VALUE ZERO.
           05 WS-BANK-AMOUNT         PIC S9(9)V99 VALUE ZERO.
           05 WS-TRAILER-FOUND       PIC X VALUE "N".
           05 WS-TRAILER-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-TRAILER-AMOUNT      PIC S9(9)V99 VALUE ZERO.
           05 WS-LOCKBOX-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-LOCKBOX-AMOUNT      PIC S9(9)V99 VALUE ZERO.
           05 WS-OPEN-RESUB-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-OPEN-RESUB-AMOUNT   PIC S9(9)V99 VALUE ZERO.
           05 WS-OPEN-SUSP-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-OPEN-SUSP-AMOUNT    PIC S9(9)V99 VALUE ZERO.
           05 WS-APPLIED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-APPLIED-GROSS       PIC S9(9)V99 VALUE ZERO.
           05 WS-DISCOUNT-AMOUNT     PIC S9(9)V99 VALUE ZERO.
           05 WS-CASH-APPLIED        PIC S9(9)V99 VALUE ZERO.
           05 WS-SUSPENSE-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-SUSPENSE-AMOUNT     PIC S9(9)V99 VALUE ZERO.
           05 WS-NEW-SUSP-COUNT      PIC S9(7) VALUE ZERO.
           05 WS-NEW-SUSP-AMOUNT     PIC S9(9)V99 VALUE ZERO.
           05 WS-RESUB-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-RESUB-AMOUNT        PIC S9(9)V99 VALUE ZERO.
           05 WS-REFUND-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-REFUND-AMOUNT       PIC S9(9)V99 VALUE ZERO.
           05 WS-CARRIED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-CARRIED-AMOUNT      PIC S9(9)V99 VALUE ZERO.

      * Each leg's difference, and the sum of them all taken without
      * sign - so two legs out by offsetting amounts still show.
       01 WS-DIFF-COUNT              PIC S9(7) VALUE ZERO.
       01 WS-DIFF-AMOUNT             PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-DIFFERENCE        PIC 9(9)V99 VALUE ZERO.
       01 WS-LEGS-OUT                PIC 9(2) VALUE ZERO.
       01 WS-PROOF-RESULT            PIC X(01) VALUE "B".
           88 PROOF-IN-BALANCE       VALUE "B".
           88 PROOF-OUT-OF-BALANCE   VALUE "O".
           88 PROOF-SIGNED-OFF       VALUE "S".

       01 WS-HEADING-1.
           05 FILLER PIC X(18) VALUE "DAILY CASH PROOF  ".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 H1-PROOF-DATE PIC 9(8).
           05 FILLER PIC X(64) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 SL-TITLE PIC X(44).
           05 FILLER PIC X(10) VALUE "     ITEMS".
           05 FILLER PIC X(18) VALUE "            AMOUNT".
           05 FILLER PIC X(28) VALUE SPACES.

       01 WS-PROOF-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-LABEL PIC X(42) VALUE SPACES.
           05 PL-COUNT PIC ZZZ,ZZ9-.
           05 PL-COUNT-X REDEFINES PL-COUNT PIC X(08).
           05 FILLER PIC X(3) VALUE SPACES.
           05 PL-AMOUNT PIC $$$$,$$$,$$9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-FLAG PIC X(27) VALUE SPACES.

       01 WS-RESULT-LINE.
           05 FILLER PIC X(8) VALUE "RESULT: ".
           05 RS-TEXT PIC X(92).

       01 WS-DISPLAY-AMOUNT          PIC $$$$,$$$,$$9.99.

      * The bank's control trailer at the foot of LOCKBOX.DAT.
           COPY BATCHCTL.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM EDIT-REQUEST.
           IF WS-ABORT = "N"
               PERFORM LOAD-PROOF-CONTROL
               PERFORM TOTAL-BANK-DEPOSITS
               PERFORM TOTAL-LOCKBOX
               PERFORM TOTAL-CASH-APPLIED
               PERFORM TOTAL-DISCOUNTS
               PERFORM TOTAL-SUSPENSE
               PERFORM TOTAL-RESUBMISSIONS
               PERFORM TOTAL-REFUNDS
               PERFORM TOTAL-CARRIED-SUSPENSE
               PERFORM OPEN-REPORT
               PERFORM PROVE-BANK-TO-LOCKBOX
               PERFORM PROVE-LOCKBOX-FILE
               PERFORM PROVE-CASH-APPLICATION
               PERFORM PROVE-SUSPENSE-WORKED
               PERFORM JUDGE-PROOF
               PERFORM WRITE-PROOF-RESULT
               CLOSE PROOF-REPORT-FILE
               PERFORM REWRITE-PROOF-CONTROL
           END-IF.
           PERFORM WRITE-RUN-LOG.
           IF WS-ABORT = "Y"
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CAPTURE-START-TIME.
           ACCEPT WS-START-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-START-TIMESTAMP(9:6).
           MOVE WS-START-TIMESTAMP(1:8) TO WS-PROOF-DATE.

      * Writes one audit record to the shared run log, same layout
      * and append convention CUSTFILE and INVOICECALC use. A proof
      * out of balance and not signed off logs ABORTED, so BATCHDRV
      * stops the stream ahead of the AR steps.
       WRITE-RUN-LOG.
           ACCEPT WS-END-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-END-TIMESTAMP(9:6).
           OPEN EXTEND RUN-LOG-FILE.
           IF RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE "CASHPRF" TO RL-PROGRAM-NAME.
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP.
           MOVE WS-LOCKBOX-COUNT TO RL-RECORDS-IN.
           MOVE WS-LEGS-OUT TO RL-RECORDS-OUT.
           IF WS-ABORT = "Y"
               SET RL-ABORTED TO TRUE
           ELSE
               SET RL-NORMAL TO TRUE
           END-IF.
           WRITE RUN-LOG-RECORD.
           IF RUNLOG-STATUS NOT = "00"
               DISPLAY "Warning: could not write RUNLOG.DAT ("
                   RUNLOG-STATUS ")"
           END-IF.
           CLOSE RUN-LOG-FILE.

       EDIT-REQUEST.
           ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
           IF WS-COMMAND-ARG NOT = SPACES
               IF WS-COMMAND-ARG(1:8) = "SIGNOFF "
                   AND WS-COMMAND-ARG(9:8) NOT = SPACES
                   MOVE WS-COMMAND-ARG(9:8) TO WS-SIGNOFF-BY
                   MOVE "Y" TO WS-SIGNOFF-MODE
               ELSE
                   DISPLAY "CASHPRF: run with no argument to prove "
                       "the day, or CASHPRF SIGNOFF <operator> to "
                       "accept a proof out of balance"
                   MOVE "Y" TO WS-ABORT
               END-IF
           END-IF.

      * No CASHPCTL.DAT means no day has been proved yet: nothing
      * opens on suspense and nothing was resubmitted. If that is
      * not so, the first proof is out by the difference and
      * treasury signs it off once.
       LOAD-PROOF-CONTROL.
           OPEN INPUT PROOF-CONTROL-FILE.
           IF CONTROL-STATUS = "00"
               READ PROOF-CONTROL-FILE
                   AT END CONTINUE
               END-READ
               IF CONTROL-STATUS = "00"
                   MOVE "Y" TO WS-CONTROL-FOUND
               END-IF
               CLOSE PROOF-CONTROL-FILE
           END-IF.
           IF WS-CONTROL-FOUND = "Y"
               IF CPC-PROOF-DATE = WS-PROOF-DATE
                   MOVE CPC-OPEN-SUSP-COUNT TO WS-OPEN-SUSP-COUNT
                   MOVE CPC-OPEN-SUSP-AMOUNT TO WS-OPEN-SUSP-AMOUNT
                   MOVE CPC-OPEN-RESUB-COUNT TO WS-OPEN-RESUB-COUNT
                   MOVE CPC-OPEN-RESUB-AMOUNT TO WS-OPEN-RESUB-AMOUNT
                   MOVE CPC-PROOF-RESULT TO WS-PRIOR-RESULT
                   MOVE CPC-SIGNED-OFF-BY TO WS-PRIOR-SIGNED-BY
                   MOVE CPC-SIGNED-DIFFERENCE TO WS-PRIOR-SIGNED-DIFF
               ELSE
                   MOVE CPC-CLOSE-SUSP-COUNT TO WS-OPEN-SUSP-COUNT
                   MOVE CPC-CLOSE-SUSP-AMOUNT TO WS-OPEN-SUSP-AMOUNT
                   MOVE CPC-CLOSE-RESUB-COUNT TO WS-OPEN-RESUB-COUNT
                   MOVE CPC-CLOSE-RESUB-AMOUNT
                       TO WS-OPEN-RESUB-AMOUNT
               END-IF
           END-IF.

      * No BANKDEP.DAT proves nothing - the bank leg shows the whole
      * lockbox as the difference.
       TOTAL-BANK-DEPOSITS.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT BANK-DEPOSIT-FILE.
           IF DEPOSIT-STATUS NOT = "00"
               DISPLAY "Warning: BANKDEP.DAT not available ("
                   DEPOSIT-STATUS ")"
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM ADD-ONE-DEPOSIT UNTIL WS-INPUT-EOF = "Y".
           IF DEPOSIT-STATUS = "00" OR DEPOSIT-STATUS = "10"
               CLOSE BANK-DEPOSIT-FILE
           END-IF.

       ADD-ONE-DEPOSIT.
           READ BANK-DEPOSIT-FILE
               AT END MOVE "Y" TO WS-INPUT-EOF
           END-READ.
           IF WS-INPUT-EOF = "N"
               IF DEPOSIT-STATUS = "00"
                   ADD BDP-ITEM-COUNT TO WS-BANK-COUNT
                   ADD BDP-DEPOSIT-AMOUNT TO WS-BANK-AMOUNT
               ELSE
                   DISPLAY "Error reading BANKDEP.DAT: "
                       DEPOSIT-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
               END-IF
           END-IF.

      * Every payment on the file is counted, whether the bank sent
      * it or CASHFIX resubmitted it; the trailer is held apart.
       TOTAL-LOCKBOX.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT LOCKBOX-FILE.
           IF LOCKBOX-STATUS NOT = "00"
               DISPLAY "Warning: LOCKBOX.DAT not available ("
                   LOCKBOX-STATUS ")"
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM ADD-ONE-LOCKBOX-RECORD UNTIL WS-INPUT-EOF = "Y".
           IF LOCKBOX-STATUS = "00" OR LOCKBOX-STATUS = "10"
               CLOSE LOCKBOX-FILE
           END-IF.

       ADD-ONE-LOCKBOX-RECORD.
           READ LOCKBOX-FILE
               AT END MOVE "Y" TO WS-INPUT-EOF
           END-READ.
           IF WS-INPUT-EOF = "N"
               EVALUATE TRUE
                   WHEN LOCKBOX-STATUS NOT = "00"
                       DISPLAY "Error reading LOCKBOX.DAT: "
                           LOCKBOX-STATUS
                       MOVE "Y" TO WS-INPUT-EOF
                   WHEN LOCKBOX-PAYMENT-RECORD(1:8) = "*TRAILER"
                       MOVE LOCKBOX-PAYMENT-RECORD(1:28)
                           TO BATCH-CONTROL-TRAILER
                       MOVE "Y" TO WS-TRAILER-FOUND
                       MOVE BCT-RECORD-COUNT TO WS-TRAILER-COUNT
                       MOVE BCT-HASH-TOTAL TO WS-TRAILER-AMOUNT
                       MOVE "Y" TO WS-INPUT-EOF
                   WHEN OTHER
                       ADD 1 TO WS-LOCKBOX-COUNT
                       ADD LBX-AMOUNT TO WS-LOCKBOX-AMOUNT
               END-EVALUATE
           END-IF.

      * CASHAPP writes one balance adjustment per payment applied,
      * for the payment and any discount it earned together, as a
      * credit - so the sum is turned back into money received.
       TOTAL-CASH-APPLIED.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT CASH-TRAN-FILE.
           IF CASH-TRAN-STATUS NOT = "00"
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM ADD-ONE-CASH-TRAN UNTIL WS-INPUT-EOF = "Y".
           IF CASH-TRAN-STATUS = "00" OR CASH-TRAN-STATUS = "10"
               CLOSE CASH-TRAN-FILE
           END-IF.

       ADD-ONE-CASH-TRAN.
           READ CASH-TRAN-FILE
               AT END MOVE "Y" TO WS-INPUT-EOF
           END-READ.
           IF WS-INPUT-EOF = "N"
               EVALUATE TRUE
                   WHEN CASH-TRAN-STATUS NOT = "00"
                       DISPLAY "Error reading CASHTRAN.DAT: "
                           CASH-TRAN-STATUS
                       MOVE "Y" TO WS-INPUT-EOF
                   WHEN CUSTOMER-TRAN-RECORD(1:8) = "*TRAILER"
                       MOVE "Y" TO WS-INPUT-EOF
                   WHEN OTHER
                       ADD 1 TO WS-APPLIED-COUNT
                       SUBTRACT TRAN-BALANCE FROM WS-APPLIED-GROSS
               END-EVALUATE
           END-IF.

      * The discounts CASHAPP allowed are the sales-discount debits
      * on its GL file - no cash came in for them.
       TOTAL-DISCOUNTS.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT CASH-GL-FILE.
           IF CASH-GL-STATUS NOT = "00"
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM ADD-ONE-GL-ENTRY UNTIL WS-INPUT-EOF = "Y".
           IF CASH-GL-STATUS = "00" OR CASH-GL-STATUS = "10"
               CLOSE CASH-GL-FILE
           END-IF.
           COMPUTE WS-CASH-APPLIED =
               WS-APPLIED-GROSS - WS-DISCOUNT-AMOUNT.

       ADD-ONE-GL-ENTRY.
           READ CASH-GL-FILE
               AT END MOVE "Y" TO WS-INPUT-EOF
           END-READ.
           IF WS-INPUT-EOF = "N"
               IF CASH-GL-STATUS = "00"
                   IF GL-ACCOUNT-CODE = "4050" AND GL-DEBIT
                       ADD GL-AMOUNT TO WS-DISCOUNT-AMOUNT
                   END-IF
               ELSE
                   DISPLAY "Error reading CASHGL.DAT: "
                       CASH-GL-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
               END-IF
           END-IF.

      * CASHSUSP.DAT holds what the day opened with on suspense plus
      * what CASHAPP added to it; CASHFIX has worked all of it.
       TOTAL-SUSPENSE.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-STATUS NOT = "00"
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM ADD-ONE-SUSPENSE-ITEM UNTIL WS-INPUT-EOF = "Y".
           IF SUSPENSE-STATUS = "00" OR SUSPENSE-STATUS = "10"
               CLOSE SUSPENSE-FILE
           END-IF.
           COMPUTE WS-NEW-SUSP-COUNT =
               WS-SUSPENSE-COUNT - WS-OPEN-SUSP-COUNT.
           COMPUTE WS-NEW-SUSP-AMOUNT =
               WS-SUSPENSE-AMOUNT - WS-OPEN-SUSP-AMOUNT.

       ADD-ONE-SUSPENSE-ITEM.
           READ SUSPENSE-FILE
               AT END MOVE "Y" TO WS-INPUT-EOF
           END-READ.
           IF WS-INPUT-EOF = "N"
               IF SUSPENSE-STATUS = "00"
                   ADD 1 TO WS-SUSPENSE-COUNT
                   ADD SUS-AMOUNT TO WS-SUSPENSE-AMOUNT
               ELSE
                   DISPLAY "Error reading CASHSUSP.DAT: "
                       SUSPENSE-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
               END-IF
           END-IF.

       TOTAL-RESUBMISSIONS.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT RESUBMIT-FILE.
           IF RESUBMIT-STATUS NOT = "00"
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM ADD-ONE-RESUBMISSION UNTIL WS-INPUT-EOF = "Y".
           IF RESUBMIT-STATUS = "00" OR RESUBMIT-STATUS = "10"
               CLOSE RESUBMIT-FILE
           END-IF.

       ADD-ONE-RESUBMISSION.
           READ RESUBMIT-FILE
               AT END MOVE "Y" TO WS-INPUT-EOF
           END-READ.
           IF WS-INPUT-EOF = "N"
               IF RESUBMIT-STATUS = "00"
                   ADD 1 TO WS-RESUB-COUNT
                   ADD RSB-AMOUNT TO WS-RESUB-AMOUNT
               ELSE
                   DISPLAY "Error reading LBXRESUB.DAT: "
                       RESUBMIT-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
               END-IF
           END-IF.

       TOTAL-REFUNDS.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT REFUND-REQUEST-FILE.
           IF REFUND-STATUS NOT = "00"
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM ADD-ONE-REFUND UNTIL WS-INPUT-EOF = "Y".
           IF REFUND-STATUS = "00" OR REFUND-STATUS = "10"
               CLOSE REFUND-REQUEST-FILE
           END-IF.

       ADD-ONE-REFUND.
           READ REFUND-REQUEST-FILE
               AT END MOVE "Y" TO WS-INPUT-EOF
           END-READ.
           IF WS-INPUT-EOF = "N"
               IF REFUND-STATUS = "00"
                   ADD 1 TO WS-REFUND-COUNT
                   ADD RFQ-AMOUNT TO WS-REFUND-AMOUNT
               ELSE
                   DISPLAY "Error reading REFUNDRQ.DAT: "
                       REFUND-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
               END-IF
           END-IF.

       TOTAL-CARRIED-SUSPENSE.
           MOVE "N" TO WS-INPUT-EOF.
           OPEN INPUT NEW-SUSPENSE-FILE.
           IF NEW-SUSPENSE-STATUS NOT = "00"
               MOVE "Y" TO WS-INPUT-EOF
           END-IF.
           PERFORM ADD-ONE-CARRIED-ITEM UNTIL WS-INPUT-EOF = "Y".
           IF NEW-SUSPENSE-STATUS = "00"
               OR NEW-SUSPENSE-STATUS = "10"
               CLOSE NEW-SUSPENSE-FILE
           END-IF.

       ADD-ONE-CARRIED-ITEM.
           READ NEW-SUSPENSE-FILE
               AT END MOVE "Y" TO WS-INPUT-EOF
           END-READ.
           IF WS-INPUT-EOF = "N"
               IF NEW-SUSPENSE-STATUS = "00"
                   ADD 1 TO WS-CARRIED-COUNT
                   ADD NSU-AMOUNT TO WS-CARRIED-AMOUNT
               ELSE
                   DISPLAY "Error reading SUSPNEW.DAT: "
                       NEW-SUSPENSE-STATUS
                   MOVE "Y" TO WS-INPUT-EOF
               END-IF
           END-IF.

       OPEN-REPORT.
           OPEN OUTPUT PROOF-REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "Error opening CASHPRF.RPT: " RPT-STATUS
           END-IF.
           MOVE WS-PROOF-DATE TO H1-PROOF-DATE.
           MOVE WS-HEADING-1 TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.

      * What the bank says it deposited against what it says it
      * sent on the lockbox file.
       PROVE-BANK-TO-LOCKBOX.
           MOVE "BANK TO LOCKBOX" TO SL-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE "BANK DEPOSIT (BANKDEP.DAT)" TO PL-LABEL.
           MOVE WS-BANK-COUNT TO PL-COUNT.
           MOVE WS-BANK-AMOUNT TO PL-AMOUNT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "LOCKBOX TRAILER" TO PL-LABEL.
           IF WS-TRAILER-FOUND = "Y"
               MOVE WS-TRAILER-COUNT TO PL-COUNT
               MOVE WS-TRAILER-AMOUNT TO PL-AMOUNT
               PERFORM WRITE-PROOF-LINE
           ELSE
               MOVE SPACES TO PL-COUNT-X
               MOVE ZERO TO PL-AMOUNT
               MOVE "NO TRAILER ON LOCKBOX.DAT" TO PL-FLAG
               PERFORM WRITE-PROOF-LINE
               ADD 1 TO WS-LEGS-OUT
           END-IF.
           COMPUTE WS-DIFF-COUNT = WS-BANK-COUNT - WS-TRAILER-COUNT.
           COMPUTE WS-DIFF-AMOUNT =
               WS-BANK-AMOUNT - WS-TRAILER-AMOUNT.
           PERFORM WRITE-DIFFERENCE-LINE.

      * The payments on the file must be the bank's, as its trailer
      * counts them, plus the ones the last CASHFIX resubmitted.
       PROVE-LOCKBOX-FILE.
           MOVE "LOCKBOX FILE" TO SL-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE "LOCKBOX TRAILER" TO PL-LABEL.
           MOVE WS-TRAILER-COUNT TO PL-COUNT.
           MOVE WS-TRAILER-AMOUNT TO PL-AMOUNT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "RESUBMITTED BY LAST CASHFIX" TO PL-LABEL.
           MOVE WS-OPEN-RESUB-COUNT TO PL-COUNT.
           MOVE WS-OPEN-RESUB-AMOUNT TO PL-AMOUNT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "PAYMENTS ON LOCKBOX.DAT" TO PL-LABEL.
           MOVE WS-LOCKBOX-COUNT TO PL-COUNT.
           MOVE WS-LOCKBOX-AMOUNT TO PL-AMOUNT.
           PERFORM WRITE-PROOF-LINE.
           COMPUTE WS-DIFF-COUNT = WS-TRAILER-COUNT
               + WS-OPEN-RESUB-COUNT - WS-LOCKBOX-COUNT.
           COMPUTE WS-DIFF-AMOUNT = WS-TRAILER-AMOUNT
               + WS-OPEN-RESUB-AMOUNT - WS-LOCKBOX-AMOUNT.
           PERFORM WRITE-DIFFERENCE-LINE.

      * Every payment on the lockbox either applied - one CASHTRAN
      * adjustment - or went to suspense.
       PROVE-CASH-APPLICATION.
           MOVE "CASH APPLICATION" TO SL-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE "PAYMENTS ON LOCKBOX.DAT" TO PL-LABEL.
           MOVE WS-LOCKBOX-COUNT TO PL-COUNT.
           MOVE WS-LOCKBOX-AMOUNT TO PL-AMOUNT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "APPLIED WITH DISCOUNTS (CASHTRAN.DAT)" TO PL-LABEL.
           MOVE WS-APPLIED-COUNT TO PL-COUNT.
           MOVE WS-APPLIED-GROSS TO PL-AMOUNT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "LESS DISCOUNTS ALLOWED (CASHGL.DAT)" TO PL-LABEL.
           MOVE SPACES TO PL-COUNT-X.
           MOVE WS-DISCOUNT-AMOUNT TO PL-AMOUNT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "CASH APPLIED" TO PL-LABEL.
           MOVE WS-APPLIED-COUNT TO PL-COUNT.
           MOVE WS-CASH-APPLIED TO PL-AMOUNT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "NEW SUSPENSE (CASHSUSP.DAT LESS OPENING)"
               TO PL-LABEL.
           MOVE WS-NEW-SUSP-COUNT TO PL-COUNT.
           MOVE WS-NEW-SUSP-AMOUNT TO PL-AMOUNT.
           PERFORM WRITE-PROOF-LINE.
           COMPUTE WS-DIFF-COUNT = WS-LOCKBOX-COUNT
               - WS-APPLIED-COUNT - WS-NEW-SUSP-COUNT.
           COMPUTE WS-DIFF-AMOUNT = WS-LOCKBOX-AMOUNT
               - WS-CASH-APPLIED - WS-NEW-SUSP-AMOUNT.
           PERFORM WRITE-DIFFERENCE-LINE.

      * CASHFIX resubmits, refunds or carries every suspended dollar.
      * A split resubmits one payment as several, so only the money
      * is proved on this leg, not the count.
       PROVE-SUSPENSE-WORKED.
           MOVE "SUSPENSE WORKED" TO SL-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE "OPENING SUSPENSE" TO PL-LABEL.
           MOVE WS-OPEN-SUSP-COUNT TO PL-COUNT.
           MOVE WS-OPEN-SUSP-AMOUNT TO PL-AMOUNT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "ON SUSPENSE TODAY (CASHSUSP.DAT)" TO PL-LABEL.
           MOVE WS-SUSPENSE-COUNT TO PL-COUNT.
           MOVE WS-SUSPENSE-AMOUNT TO PL-AMOUNT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "RESUBMITTED (LBXRESUB.DAT)" TO PL-LABEL.
           MOVE WS-RESUB-COUNT TO PL-COUNT.
           MOVE WS-RESUB-AMOUNT TO PL-AMOUNT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "ROUTED TO REFUND (REFUNDRQ.DAT)" TO PL-LABEL.
           MOVE WS-REFUND-COUNT TO PL-COUNT.
           MOVE WS-REFUND-AMOUNT TO PL-AMOUNT.
           PERFORM WRITE-PROOF-LINE.
           MOVE "STILL ON SUSPENSE (SUSPNEW.DAT)" TO PL-LABEL.
           MOVE WS-CARRIED-COUNT TO PL-COUNT.
           MOVE WS-CARRIED-AMOUNT TO PL-AMOUNT.
           PERFORM WRITE-PROOF-LINE.
           MOVE ZERO TO WS-DIFF-COUNT.
           COMPUTE WS-DIFF-AMOUNT = WS-SUSPENSE-AMOUNT
               - WS-RESUB-AMOUNT - WS-REFUND-AMOUNT
               - WS-CARRIED-AMOUNT.
           PERFORM WRITE-DIFFERENCE-LINE.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           MOVE WS-SECTION-LINE TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.

       WRITE-PROOF-LINE.
           MOVE WS-PROOF-LINE TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           MOVE SPACES TO PL-FLAG.

      * A leg is out when either its items or its money do not tie.
       WRITE-DIFFERENCE-LINE.
           MOVE "DIFFERENCE" TO PL-LABEL.
           MOVE WS-DIFF-COUNT TO PL-COUNT.
           MOVE WS-DIFF-AMOUNT TO PL-AMOUNT.
           IF WS-DIFF-COUNT NOT = ZERO OR WS-DIFF-AMOUNT NOT = ZERO
               MOVE "*** OUT OF BALANCE ***" TO PL-FLAG
               ADD 1 TO WS-LEGS-OUT
               IF WS-DIFF-AMOUNT < ZERO
                   SUBTRACT WS-DIFF-AMOUNT FROM WS-TOTAL-DIFFERENCE
               ELSE
                   ADD WS-DIFF-AMOUNT TO WS-TOTAL-DIFFERENCE
               END-IF
           ELSE
               MOVE "IN BALANCE" TO PL-FLAG
           END-IF.
           PERFORM WRITE-PROOF-LINE.

      * Out of balance stands only when treasury signs it off - now,
      * on the command line, or earlier today for this same total
      * difference. A rerun out by a different amount is a new
      * problem and holds the stream again.
       JUDGE-PROOF.
           EVALUATE TRUE
               WHEN WS-LEGS-OUT = ZERO
                   SET PROOF-IN-BALANCE TO TRUE
               WHEN WS-SIGNOFF-MODE = "Y"
                   SET PROOF-SIGNED-OFF TO TRUE
               WHEN WS-PRIOR-RESULT = "S"
                   AND WS-PRIOR-SIGNED-DIFF = WS-TOTAL-DIFFERENCE
                   SET PROOF-SIGNED-OFF TO TRUE
                   MOVE WS-PRIOR-SIGNED-BY TO WS-SIGNOFF-BY
               WHEN OTHER
                   SET PROOF-OUT-OF-BALANCE TO TRUE
                   MOVE "Y" TO WS-ABORT
           END-EVALUATE.

       WRITE-PROOF-RESULT.
           MOVE SPACES TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           MOVE SPACES TO RS-TEXT.
           MOVE WS-TOTAL-DIFFERENCE TO WS-DISPLAY-AMOUNT.
           EVALUATE TRUE
               WHEN PROOF-IN-BALANCE
                   MOVE "CASH PROVED - ALL LEGS IN BALANCE" TO RS-TEXT
               WHEN PROOF-SIGNED-OFF
                   STRING "OUT OF BALANCE BY " WS-DISPLAY-AMOUNT
                       " - SIGNED OFF BY " WS-SIGNOFF-BY
                       DELIMITED BY SIZE INTO RS-TEXT
               WHEN OTHER
                   STRING "OUT OF BALANCE BY " WS-DISPLAY-AMOUNT
                       " - AR STEPS HELD FOR TREASURY SIGN-OFF"
                       DELIMITED BY SIZE INTO RS-TEXT
           END-EVALUATE.
           MOVE WS-RESULT-LINE TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           DISPLAY "CASHPRF: " RS-TEXT.

      * Today's close is tomorrow's opening: what CASHFIX left on
      * suspense, and what it resubmitted into tomorrow's lockbox.
       REWRITE-PROOF-CONTROL.
           MOVE WS-PROOF-DATE TO CPC-PROOF-DATE.
           MOVE WS-OPEN-SUSP-COUNT TO CPC-OPEN-SUSP-COUNT.
           MOVE WS-OPEN-SUSP-AMOUNT TO CPC-OPEN-SUSP-AMOUNT.
           MOVE WS-OPEN-RESUB-COUNT TO CPC-OPEN-RESUB-COUNT.
           MOVE WS-OPEN-RESUB-AMOUNT TO CPC-OPEN-RESUB-AMOUNT.
           MOVE WS-CARRIED-COUNT TO CPC-CLOSE-SUSP-COUNT.
           MOVE WS-CARRIED-AMOUNT TO CPC-CLOSE-SUSP-AMOUNT.
           MOVE WS-RESUB-COUNT TO CPC-CLOSE-RESUB-COUNT.
           MOVE WS-RESUB-AMOUNT TO CPC-CLOSE-RESUB-AMOUNT.
           MOVE WS-PROOF-RESULT TO CPC-PROOF-RESULT.
           IF PROOF-SIGNED-OFF
               MOVE WS-SIGNOFF-BY TO CPC-SIGNED-OFF-BY
               MOVE WS-TOTAL-DIFFERENCE TO CPC-SIGNED-DIFFERENCE
           ELSE
               MOVE SPACES TO CPC-SIGNED-OFF-BY
               MOVE ZERO TO CPC-SIGNED-DIFFERENCE
           END-IF.
           OPEN OUTPUT PROOF-CONTROL-FILE.
           IF CONTROL-STATUS NOT = "00"
               DISPLAY "Error opening CASHPCTL.DAT: " CONTROL-STATUS
           ELSE
               WRITE CASH-PROOF-CONTROL-RECORD
               IF CONTROL-STATUS NOT = "00"
                   DISPLAY "Error writing CASHPCTL.DAT: "
                       CONTROL-STATUS
               END-IF
               CLOSE PROOF-CONTROL-FILE
           END-IF.
