       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARWRTOFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT WRITE-OFF-REQUEST-FILE ASSIGN TO "WRTOFFRQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REQUEST-STATUS.
           SELECT AR-TRANSACTION-FILE ASSIGN TO "ARTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AR-TRAN-STATUS.
           SELECT WRITE-OFF-TRAN-FILE ASSIGN TO "WOTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WO-TRAN-STATUS.
           SELECT WRITE-OFF-GL-FILE ASSIGN TO "WOGL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WO-GL-STATUS.
           SELECT DUN-HISTORY-FILE ASSIGN TO "DUNHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DUN-HIST-STATUS.
           SELECT REGISTER-REPORT-FILE ASSIGN TO "ARWRTOFF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD WRITE-OFF-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WRTOFFRQ.

      * Write-offs go straight onto the subledger - the requests
      * were signed before they reached this run, and the sweep
      * threshold is the credit manager's standing approval for
      * the small balances beneath it.
       FD AR-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARTRAN.

       FD WRITE-OFF-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTTRAN.

      * The ledger side of each write-off, in GLPOST layout so
      * GLBAL proves it alongside the other AR feeders.
       FD WRITE-OFF-GL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLPOST.

       FD DUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUNHIST.

       FD REGISTER-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REGISTER-REPORT-LINE       PIC X(100).

       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS                PIC XX VALUE SPACES.
       01 REQUEST-STATUS             PIC XX VALUE SPACES.
       01 AR-TRAN-STATUS             PIC XX VALUE SPACES.
       01 WO-TRAN-STATUS             PIC XX VALUE SPACES.
       01 WO-GL-STATUS               PIC XX VALUE SPACES.
       01 DUN-HIST-STATUS            PIC XX VALUE SPACES.
       01 RPT-STATUS                 PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.

       01 WS-RAW-TIME                PIC 9(8).
       01 WS-START-TIMESTAMP         PIC 9(14) VALUE ZERO.
       01 WS-END-TIMESTAMP           PIC 9(14) VALUE ZERO.

       01 WS-CUSTOMER-EOF            PIC X VALUE "N".
       01 WS-REQUEST-EOF             PIC X VALUE "N".
       01 WS-ARTRAN-EOF              PIC X VALUE "N".
       01 WS-DUN-HIST-EOF            PIC X VALUE "N".
       01 WS-ABORT                   PIC X VALUE "N".

      * "SWEEP 00500" on the command line also writes off every
      * past-due item with no more than $5.00 still open - the
      * pennies short-pays and rounding leave behind, which cost
      * more to dun than they are worth. No argument processes
      * the approved requests only.
       01 WS-COMMAND-ARG             PIC X(20) VALUE SPACES.
       01 WS-SWEEP-MODE              PIC X VALUE "N".
       01 WS-SWEEP-DIGITS            PIC X(5) VALUE ZEROS.
       01 WS-SWEEP-THRESHOLD REDEFINES WS-SWEEP-DIGITS
                                     PIC 9(3)V99.
       01 WS-CURRENT-DATE            PIC 9(8) VALUE ZEROS.

      * The approved requests, tabled so each customer's are
      * applied as the master walk reaches it. A request whose
      * customer the walk never reaches is rejected at the end.
       01 REQUEST-TABLE.
           05 REQUEST-ENTRY OCCURS 500 TIMES INDEXED BY WR-IDX.
               10 WRT-CUSTOMER-ID    PIC 9(5).
               10 WRT-INVOICE-NUMBER PIC X(10).
               10 WRT-AMOUNT         PIC 9(7)V99.
               10 WRT-REASON-CODE    PIC X(02).
               10 WRT-APPROVED-BY    PIC X(08).
               10 WRT-MATCHED        PIC X(01).
       01 WS-REQUEST-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-REQUEST-MAX             PIC 9(4) VALUE 500.

      * The subledger's open items, tabled before the run appends
      * to ARTRAN.DAT the way CASHAPP tables them: charges and
      * balance forwards add, payments, discounts and write-offs
      * subtract. An item is due on the due date stamped on the
      * first record that put money on it, or that record's date
      * when none was.
       01 OPEN-ITEM-TABLE.
           05 OPEN-ITEM-ENTRY OCCURS 2000 TIMES INDEXED BY OI-IDX.
               10 OI-CUSTOMER-ID     PIC 9(5).
               10 OI-INVOICE-NUMBER  PIC X(10).
               10 OI-OPEN-AMOUNT     PIC S9(7)V99.
               10 OI-DUE-DATE        PIC 9(8).
       01 WS-OPEN-ITEM-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-OPEN-ITEM-MAX           PIC 9(4) VALUE 2000.
       01 WS-OPEN-ITEM-FOUND         PIC X VALUE "N".

      * Reason codes the credit manager may approve under, with
      * the wording the register prints. A small-balance write-off
      * is expensed outright; every other reason is a loss the
      * bad-debt allowance was reserved for.
       01 REASON-CODE-NAMES.
           05 FILLER PIC X(18) VALUE "BKBANKRUPTCY".
           05 FILLER PIC X(18) VALUE "OBOUT OF BUSINESS".
           05 FILLER PIC X(18) VALUE "UCUNCOLLECTIBLE".
           05 FILLER PIC X(18) VALUE "SKSKIP - NO TRACE".
           05 FILLER PIC X(18) VALUE "DSDISPUTE SETTLED".
           05 FILLER PIC X(18) VALUE "SBSMALL BALANCE".
       01 REASON-CODE-TABLE REDEFINES REASON-CODE-NAMES.
           05 REASON-CODE-ENTRY OCCURS 6 TIMES INDEXED BY RS-IDX.
               10 RSN-CODE           PIC X(02).
               10 RSN-DESCRIPTION    PIC X(16).
       01 REASON-TOTALS-TABLE.
           05 REASON-TOTAL-ENTRY OCCURS 6 TIMES INDEXED BY RT-IDX.
               10 RST-COUNT          PIC 9(7).
               10 RST-AMOUNT         PIC S9(9)V99.
       01 WS-REASON-COUNT            PIC 9(2) VALUE 6.
       01 WS-REASON-FOUND            PIC X VALUE "N".

      * Customers whose dunning history this run retires - every
      * account a write-off left with nothing past due.
       01 DROP-TABLE.
           05 DROP-ENTRY OCCURS 1000 TIMES INDEXED BY DR-IDX.
               10 DRT-CUSTOMER-ID    PIC 9(5).
       01 WS-DROP-COUNT              PIC 9(4) VALUE ZERO.
       01 WS-DROP-MAX                PIC 9(4) VALUE 1000.
       01 WS-DROP-FOUND              PIC X VALUE "N".

      * DUNHIST.DAT held while it is rewritten without the dropped
      * customers. A history too big for the table, or one that
      * would not read cleanly, is left exactly as it was.
       01 DUNNING-KEEP-TABLE.
           05 DUNNING-KEEP-ENTRY OCCURS 2000 TIMES INDEXED BY DK-IDX.
               10 DKT-CUSTOMER-ID    PIC 9(5).
               10 DKT-LAST-LEVEL     PIC 9(1).
               10 DKT-LAST-SENT-DATE PIC 9(8).
       01 WS-DUN-KEEP-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-DUN-KEEP-MAX            PIC 9(4) VALUE 2000.
       01 WS-DUN-REWRITE-OK          PIC X VALUE "Y".

      * The write-off being posted, staged by whichever path chose
      * it - an invoice request, a whole-account request or the
      * sweep.
       01 WS-WO-INVOICE-NUMBER       PIC X(10) VALUE SPACES.
       01 WS-WO-AMOUNT               PIC 9(7)V99 VALUE ZERO.
       01 WS-WO-REASON-CODE          PIC X(02) VALUE SPACES.
       01 WS-WO-APPROVED-BY          PIC X(08) VALUE SPACES.
       01 WS-REJECT-MESSAGE          PIC X(30) VALUE SPACES.

       01 WS-ACCOUNT-NET             PIC S9(9)V99 VALUE ZERO.
       01 WS-ACCOUNT-REMAINING       PIC S9(9)V99 VALUE ZERO.
       01 WS-CUSTOMER-WRITTEN-OFF    PIC S9(9)V99 VALUE ZERO.
       01 WS-PAST-DUE-LEFT           PIC X VALUE "N".

      * Control trailer for WOTRAN.DAT - count and TRAN-BALANCE
      * hash of the adjustments written, the same trailer every
      * feeder into the maintenance merge carries.
           COPY BATCHCTL.
       01 WS-WOTRAN-HASH             PIC S9(11)V99 VALUE ZERO.

       01 WS-COUNTERS.
           05 WS-CUSTOMERS-READ      PIC 9(7) VALUE ZERO.
           05 WS-REQUESTS-READ       PIC 9(7) VALUE ZERO.
           05 WS-REQUESTS-REJECTED   PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-WRITTEN-OFF   PIC 9(7) VALUE ZERO.
           05 WS-CUSTOMERS-ADJUSTED  PIC 9(7) VALUE ZERO.
           05 WS-GL-POST-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-DUN-DROPPED         PIC 9(7) VALUE ZERO.
       01 WS-WRITTEN-OFF-AMOUNT      PIC S9(9)V99 VALUE ZERO.

       01 WS-REGISTER-HEADING-1.
           05 FILLER PIC X(30) VALUE "BAD-DEBT WRITE-OFF REGISTER - ".
           05 RH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(22) VALUE SPACES.
           05 RH-SWEEP-LABEL PIC X(22) VALUE SPACES.
           05 RH-SWEEP-THRESHOLD PIC $$$9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(11) VALUE SPACES.
       01 WS-REGISTER-HEADING-2.
           05 FILLER PIC X(9) VALUE "CUST-ID  ".
           05 FILLER PIC X(31) VALUE "NAME".
           05 FILLER PIC X(12) VALUE "INVOICE     ".
           05 FILLER PIC X(23) VALUE "REASON".
           05 FILLER PIC X(10) VALUE "APPROVED  ".
           05 FILLER PIC X(15) VALUE "WRITE-OFF".

       01 WS-REGISTER-DETAIL.
           05 RD-CUSTOMER-ID         PIC 9(5).
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 RD-CUSTOMER-NAME       PIC X(30).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 RD-INVOICE-NUMBER      PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-REASON-CODE         PIC X(02).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 RD-REASON-DESCRIPTION  PIC X(16).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-APPROVED-BY         PIC X(08).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-AMOUNT              PIC $$,$$$,$$9.99.

      * A request the run would not post prints where it would have
      * landed, with the amount asked for and why it was refused.
       01 WS-REJECT-DETAIL.
           05 RJ-CUSTOMER-ID         PIC 9(5).
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 RJ-CUSTOMER-NAME       PIC X(30).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 RJ-INVOICE-NUMBER      PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RJ-REASON-CODE         PIC X(02).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE "*REJECTED* ".
           05 RJ-MESSAGE             PIC X(30).

       01 WS-REASON-HEADING.
           05 FILLER PIC X(40) VALUE
               "WRITE-OFFS BY REASON".
           05 FILLER PIC X(60) VALUE SPACES.
       01 WS-REASON-TOTAL-LINE.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RR-REASON-CODE         PIC X(02).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RR-REASON-DESCRIPTION  PIC X(16).
           05 FILLER                 PIC X(8) VALUE "  ITEMS ".
           05 RR-COUNT               PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(10) VALUE "   AMOUNT ".
           05 RR-AMOUNT              PIC $$$,$$$,$$9.99.

       01 WS-REGISTER-TOTAL-LINE.
           05 FILLER                 PIC X(20) VALUE
               "ITEMS WRITTEN OFF: ".
           05 RT-ITEM-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(16) VALUE
               "   TOTAL: ".
           05 RT-AMOUNT              PIC $$$,$$$,$$9.99.
           05 FILLER                 PIC X(15) VALUE
               "   REJECTED: ".
           05 RT-REJECT-COUNT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM EDIT-RUN-MODE.
           IF WS-ABORT = "N"
               PERFORM OPEN-FILES
               PERFORM READ-CUSTOMER
               PERFORM WRITE-OFF-ONE-CUSTOMER
                   UNTIL WS-CUSTOMER-EOF = "Y"
               PERFORM REJECT-UNMATCHED-REQUEST
                   VARYING WR-IDX FROM 1 BY 1
                   UNTIL WR-IDX > WS-REQUEST-COUNT
               PERFORM WRITE-REGISTER-TOTALS
               PERFORM CLOSE-FILES
               IF WS-DROP-COUNT > ZERO
                   PERFORM REWRITE-DUNNING-HISTORY
               END-IF
           END-IF.
           PERFORM WRITE-RUN-LOG.
           IF WS-ABORT = "Y"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "ARWRTOFF: " WS-ITEMS-WRITTEN-OFF
                   " item(s) written off, " WS-REQUESTS-REJECTED
                   " request(s) rejected, " WS-DUN-DROPPED
                   " dunning record(s) dropped; WOTRAN.DAT goes "
                   "into the maintenance merge and WOGL.DAT to "
                   "GLBAL. Clear WRTOFFRQ.DAT once ARWRTOFF.RPT is "
                   "filed."
           END-IF.
           STOP RUN.

       CAPTURE-START-TIME.
           ACCEPT WS-START-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-START-TIMESTAMP(9:6).

      * Writes one audit record to the shared run log, same layout
      * and append convention CUSTFILE and INVOICECALC use.
       WRITE-RUN-LOG.
           ACCEPT WS-END-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-END-TIMESTAMP(9:6).
           OPEN EXTEND RUN-LOG-FILE.
           IF RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE "ARWRTOFF" TO RL-PROGRAM-NAME.
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP.
           MOVE WS-CUSTOMERS-READ TO RL-RECORDS-IN.
           MOVE WS-ITEMS-WRITTEN-OFF TO RL-RECORDS-OUT.
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

       EDIT-RUN-MODE.
           ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
           IF WS-COMMAND-ARG NOT = SPACES
               IF WS-COMMAND-ARG(1:6) = "SWEEP "
                   AND WS-COMMAND-ARG(7:5) NUMERIC
                   MOVE WS-COMMAND-ARG(7:5) TO WS-SWEEP-DIGITS
                   MOVE "Y" TO WS-SWEEP-MODE
               ELSE
                   DISPLAY "ARWRTOFF: run with no argument for "
                       "approved requests only, or with a sweep "
                       "threshold in cents, e.g. ARWRTOFF SWEEP 00500"
                   MOVE "Y" TO WS-ABORT
               END-IF
           END-IF.

      * ARTRAN.DAT is opened extend - the run walks the master in
      * CUSTOMER-ID order, so the appended write-offs keep the
      * ascending sequence the subledger requires, the same way
      * FINCHG's charges do. The open-item pre-pass reads it first,
      * while it holds only what was on file before.
       OPEN-FILES.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           INITIALIZE REASON-TOTALS-TABLE.
           PERFORM LOAD-OPEN-ITEMS.
           PERFORM LOAD-WRITE-OFF-REQUESTS.
           OPEN INPUT CUSTOMER-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening CUSTOMER-FILE: " FILE-STATUS
               MOVE "Y" TO WS-CUSTOMER-EOF
           END-IF.
           OPEN EXTEND AR-TRANSACTION-FILE.
           IF AR-TRAN-STATUS = "35"
               OPEN OUTPUT AR-TRANSACTION-FILE
           END-IF.
           IF AR-TRAN-STATUS NOT = "00"
               DISPLAY "Error opening ARTRAN.DAT: " AR-TRAN-STATUS
           END-IF.
           OPEN OUTPUT WRITE-OFF-TRAN-FILE.
           IF WO-TRAN-STATUS NOT = "00"
               DISPLAY "Error opening WOTRAN.DAT: " WO-TRAN-STATUS
           END-IF.
           OPEN OUTPUT WRITE-OFF-GL-FILE.
           IF WO-GL-STATUS NOT = "00"
               DISPLAY "Error opening WOGL.DAT: " WO-GL-STATUS
           END-IF.
           OPEN OUTPUT REGISTER-REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "Error opening ARWRTOFF.RPT: " RPT-STATUS
           END-IF.
           MOVE WS-CURRENT-DATE TO RH-RUN-DATE.
           IF WS-SWEEP-MODE = "Y"
               MOVE "SMALL-BALANCE SWEEP TO" TO RH-SWEEP-LABEL
               MOVE WS-SWEEP-THRESHOLD TO RH-SWEEP-THRESHOLD
           END-IF.
           MOVE WS-REGISTER-HEADING-1 TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           MOVE WS-REGISTER-HEADING-2 TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.

      * No ARTRAN.DAT means nothing is open and every request is
      * rejected.
       LOAD-OPEN-ITEMS.
           OPEN INPUT AR-TRANSACTION-FILE.
           IF AR-TRAN-STATUS NOT = "00"
               MOVE "Y" TO WS-ARTRAN-EOF
           END-IF.
           PERFORM READ-OPEN-ITEM-PASS.
           PERFORM POST-OPEN-ITEM UNTIL WS-ARTRAN-EOF = "Y".
           IF AR-TRAN-STATUS = "00" OR AR-TRAN-STATUS = "10"
               CLOSE AR-TRANSACTION-FILE
           END-IF.
           MOVE SPACES TO AR-TRAN-STATUS.

       READ-OPEN-ITEM-PASS.
           IF WS-ARTRAN-EOF = "N"
               READ AR-TRANSACTION-FILE
                   AT END MOVE "Y" TO WS-ARTRAN-EOF
               END-READ
               IF AR-TRAN-STATUS NOT = "00"
                   AND AR-TRAN-STATUS NOT = "10"
                   DISPLAY "Error reading ARTRAN.DAT: "
                       AR-TRAN-STATUS
                   MOVE "Y" TO WS-ARTRAN-EOF
               END-IF
           END-IF.

       POST-OPEN-ITEM.
           MOVE "N" TO WS-OPEN-ITEM-FOUND.
           SET OI-IDX TO 1.
           SEARCH OPEN-ITEM-ENTRY
               AT END
                   CONTINUE
               WHEN OI-IDX > WS-OPEN-ITEM-COUNT
                   CONTINUE
               WHEN OI-CUSTOMER-ID(OI-IDX) = ART-CUSTOMER-ID
                   AND OI-INVOICE-NUMBER(OI-IDX) = ART-INVOICE-NUMBER
                   MOVE "Y" TO WS-OPEN-ITEM-FOUND
           END-SEARCH.
           IF WS-OPEN-ITEM-FOUND = "N"
               IF WS-OPEN-ITEM-COUNT < WS-OPEN-ITEM-MAX
                   ADD 1 TO WS-OPEN-ITEM-COUNT
                   SET OI-IDX TO WS-OPEN-ITEM-COUNT
                   MOVE ART-CUSTOMER-ID TO OI-CUSTOMER-ID(OI-IDX)
                   MOVE ART-INVOICE-NUMBER
                       TO OI-INVOICE-NUMBER(OI-IDX)
                   MOVE ZERO TO OI-OPEN-AMOUNT(OI-IDX)
                       OI-DUE-DATE(OI-IDX)
                   MOVE "Y" TO WS-OPEN-ITEM-FOUND
               ELSE
                   DISPLAY "Warning: open-item table full - customer "
                       ART-CUSTOMER-ID " items not written off"
               END-IF
           END-IF.
           IF WS-OPEN-ITEM-FOUND = "Y"
               IF ART-CREDIT-ENTRY
                   SUBTRACT ART-AMOUNT FROM OI-OPEN-AMOUNT(OI-IDX)
               ELSE
                   ADD ART-AMOUNT TO OI-OPEN-AMOUNT(OI-IDX)
                   IF OI-DUE-DATE(OI-IDX) = ZERO
                       IF ART-DUE-DATE = ZERO
                           MOVE ART-TRAN-DATE TO OI-DUE-DATE(OI-IDX)
                       ELSE
                           MOVE ART-DUE-DATE TO OI-DUE-DATE(OI-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-OPEN-ITEM-PASS.

      * No WRTOFFRQ.DAT just means nothing was approved this cycle -
      * a sweep-only run is still worth making.
       LOAD-WRITE-OFF-REQUESTS.
           OPEN INPUT WRITE-OFF-REQUEST-FILE.
           IF REQUEST-STATUS NOT = "00"
               DISPLAY "ARWRTOFF: no WRTOFFRQ.DAT ("
                   REQUEST-STATUS "), no requests this run"
               MOVE "Y" TO WS-REQUEST-EOF
           END-IF.
           PERFORM READ-WRITE-OFF-REQUEST.
           PERFORM STORE-WRITE-OFF-REQUEST
               UNTIL WS-REQUEST-EOF = "Y".
           IF REQUEST-STATUS = "00" OR REQUEST-STATUS = "10"
               CLOSE WRITE-OFF-REQUEST-FILE
           END-IF.

       READ-WRITE-OFF-REQUEST.
           IF WS-REQUEST-EOF = "N"
               READ WRITE-OFF-REQUEST-FILE
                   AT END MOVE "Y" TO WS-REQUEST-EOF
               END-READ
               IF REQUEST-STATUS NOT = "00"
                   AND REQUEST-STATUS NOT = "10"
                   DISPLAY "Error reading WRTOFFRQ.DAT: "
                       REQUEST-STATUS
                   MOVE "Y" TO WS-REQUEST-EOF
               END-IF
           END-IF.

       STORE-WRITE-OFF-REQUEST.
           ADD 1 TO WS-REQUESTS-READ.
           IF WS-REQUEST-COUNT < WS-REQUEST-MAX
               ADD 1 TO WS-REQUEST-COUNT
               SET WR-IDX TO WS-REQUEST-COUNT
               MOVE WRQ-CUSTOMER-ID TO WRT-CUSTOMER-ID(WR-IDX)
               MOVE WRQ-INVOICE-NUMBER TO WRT-INVOICE-NUMBER(WR-IDX)
               MOVE WRQ-AMOUNT TO WRT-AMOUNT(WR-IDX)
               MOVE WRQ-REASON-CODE TO WRT-REASON-CODE(WR-IDX)
               MOVE WRQ-APPROVED-BY TO WRT-APPROVED-BY(WR-IDX)
               MOVE "N" TO WRT-MATCHED(WR-IDX)
           ELSE
               DISPLAY "Warning: write-off request table full - "
                   "customer " WRQ-CUSTOMER-ID " request not loaded"
           END-IF.
           PERFORM READ-WRITE-OFF-REQUEST.

       READ-CUSTOMER.
           READ CUSTOMER-FILE
               AT END MOVE "Y" TO WS-CUSTOMER-EOF
           END-READ.
           IF WS-CUSTOMER-EOF = "N"
               IF FILE-STATUS = "00"
                   ADD 1 TO WS-CUSTOMERS-READ
               ELSE
                   DISPLAY "Error reading CUSTOMER-FILE: "
                       FILE-STATUS
                   MOVE "Y" TO WS-CUSTOMER-EOF
               END-IF
           END-IF.

      * The customer's approved requests go first, in the order they
      * were keyed, then the sweep picks over whatever small past-due
      * amounts they left. One balance adjustment carries the
      * customer's total into the maintenance merge.
       WRITE-OFF-ONE-CUSTOMER.
           MOVE ZERO TO WS-CUSTOMER-WRITTEN-OFF.
           PERFORM APPLY-ONE-REQUEST
               VARYING WR-IDX FROM 1 BY 1
               UNTIL WR-IDX > WS-REQUEST-COUNT.
           IF WS-SWEEP-MODE = "Y"
               PERFORM SWEEP-OPEN-ITEM
                   VARYING OI-IDX FROM 1 BY 1
                   UNTIL OI-IDX > WS-OPEN-ITEM-COUNT
           END-IF.
           IF WS-CUSTOMER-WRITTEN-OFF > ZERO
               PERFORM WRITE-BALANCE-ADJUSTMENT
               PERFORM CHECK-DUNNING-DROP
           END-IF.
           PERFORM READ-CUSTOMER.

       APPLY-ONE-REQUEST.
           IF WRT-CUSTOMER-ID(WR-IDX) = CUSTOMER-ID
               MOVE "Y" TO WRT-MATCHED(WR-IDX)
               MOVE WRT-REASON-CODE(WR-IDX) TO WS-WO-REASON-CODE
               MOVE WRT-APPROVED-BY(WR-IDX) TO WS-WO-APPROVED-BY
               PERFORM FIND-REASON-CODE
               EVALUATE TRUE
                   WHEN WS-WO-APPROVED-BY = SPACES
                       MOVE "NO APPROVER ON REQUEST"
                           TO WS-REJECT-MESSAGE
                       PERFORM WRITE-REJECT-LINE
                   WHEN WS-REASON-FOUND = "N"
                       MOVE "UNKNOWN REASON CODE"
                           TO WS-REJECT-MESSAGE
                       PERFORM WRITE-REJECT-LINE
                   WHEN WRT-INVOICE-NUMBER(WR-IDX) = SPACES
                       PERFORM WRITE-OFF-ACCOUNT
                   WHEN OTHER
                       PERFORM WRITE-OFF-INVOICE
               END-EVALUATE
           END-IF.

       FIND-REASON-CODE.
           MOVE "N" TO WS-REASON-FOUND.
           SET RS-IDX TO 1.
           SEARCH REASON-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN RSN-CODE(RS-IDX) = WS-WO-REASON-CODE
                   MOVE "Y" TO WS-REASON-FOUND
           END-SEARCH.

      * An invoice request writes off the amount approved, or the
      * whole of what is still open when no amount was given - but
      * never more than is open; cash that came in after approval
      * is not written off twice.
       WRITE-OFF-INVOICE.
           MOVE "N" TO WS-OPEN-ITEM-FOUND.
           SET OI-IDX TO 1.
           SEARCH OPEN-ITEM-ENTRY
               AT END
                   CONTINUE
               WHEN OI-IDX > WS-OPEN-ITEM-COUNT
                   CONTINUE
               WHEN OI-CUSTOMER-ID(OI-IDX) = CUSTOMER-ID
                   AND OI-INVOICE-NUMBER(OI-IDX)
                       = WRT-INVOICE-NUMBER(WR-IDX)
                   MOVE "Y" TO WS-OPEN-ITEM-FOUND
           END-SEARCH.
           EVALUATE TRUE
               WHEN WS-OPEN-ITEM-FOUND = "N"
                   MOVE "INVOICE NOT ON SUBLEDGER"
                       TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECT-LINE
               WHEN OI-OPEN-AMOUNT(OI-IDX) NOT > ZERO
                   MOVE "INVOICE NOT OPEN" TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECT-LINE
               WHEN WRT-AMOUNT(WR-IDX) > OI-OPEN-AMOUNT(OI-IDX)
                   MOVE "EXCEEDS OPEN AMOUNT" TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   MOVE WRT-INVOICE-NUMBER(WR-IDX)
                       TO WS-WO-INVOICE-NUMBER
                   IF WRT-AMOUNT(WR-IDX) = ZERO
                       MOVE OI-OPEN-AMOUNT(OI-IDX) TO WS-WO-AMOUNT
                   ELSE
                       MOVE WRT-AMOUNT(WR-IDX) TO WS-WO-AMOUNT
                   END-IF
                   PERFORM POST-WRITE-OFF
           END-EVALUATE.

      * A whole-account request writes off the subledger's net for
      * the customer - any unapplied credit on the account is used
      * up first, not refunded later. The net is spread over the
      * open items in the order they went on the subledger, so
      * every line of the write-off names the invoice it closes.
      * An amount on the request must agree with that net; a
      * mismatch means the account moved after it was approved.
       WRITE-OFF-ACCOUNT.
           MOVE ZERO TO WS-ACCOUNT-NET.
           PERFORM ADD-ACCOUNT-ITEM
               VARYING OI-IDX FROM 1 BY 1
               UNTIL OI-IDX > WS-OPEN-ITEM-COUNT.
           EVALUATE TRUE
               WHEN WS-ACCOUNT-NET NOT > ZERO
                   MOVE "NO BALANCE OPEN ON ACCOUNT"
                       TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECT-LINE
               WHEN WRT-AMOUNT(WR-IDX) NOT = ZERO
                   AND WRT-AMOUNT(WR-IDX) NOT = WS-ACCOUNT-NET
                   MOVE "AMOUNT DISAGREES WITH ACCOUNT"
                       TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   MOVE WS-ACCOUNT-NET TO WS-ACCOUNT-REMAINING
                   PERFORM WRITE-OFF-ACCOUNT-ITEM
                       VARYING OI-IDX FROM 1 BY 1
                       UNTIL OI-IDX > WS-OPEN-ITEM-COUNT
                           OR WS-ACCOUNT-REMAINING NOT > ZERO
           END-EVALUATE.

       ADD-ACCOUNT-ITEM.
           IF OI-CUSTOMER-ID(OI-IDX) = CUSTOMER-ID
               ADD OI-OPEN-AMOUNT(OI-IDX) TO WS-ACCOUNT-NET
           END-IF.

       WRITE-OFF-ACCOUNT-ITEM.
           IF OI-CUSTOMER-ID(OI-IDX) = CUSTOMER-ID
               AND OI-OPEN-AMOUNT(OI-IDX) > ZERO
               MOVE OI-INVOICE-NUMBER(OI-IDX) TO WS-WO-INVOICE-NUMBER
               IF OI-OPEN-AMOUNT(OI-IDX) > WS-ACCOUNT-REMAINING
                   MOVE WS-ACCOUNT-REMAINING TO WS-WO-AMOUNT
               ELSE
                   MOVE OI-OPEN-AMOUNT(OI-IDX) TO WS-WO-AMOUNT
               END-IF
               SUBTRACT WS-WO-AMOUNT FROM WS-ACCOUNT-REMAINING
               PERFORM POST-WRITE-OFF
           END-IF.

      * Only past-due items are swept - a small invoice billed this
      * cycle is not a leftover, it just hasn't been paid yet.
       SWEEP-OPEN-ITEM.
           IF OI-CUSTOMER-ID(OI-IDX) = CUSTOMER-ID
               AND OI-OPEN-AMOUNT(OI-IDX) > ZERO
               AND OI-OPEN-AMOUNT(OI-IDX) NOT > WS-SWEEP-THRESHOLD
               AND OI-DUE-DATE(OI-IDX) < WS-CURRENT-DATE
               MOVE "SB" TO WS-WO-REASON-CODE
               MOVE "SWEEP" TO WS-WO-APPROVED-BY
               PERFORM FIND-REASON-CODE
               MOVE OI-INVOICE-NUMBER(OI-IDX) TO WS-WO-INVOICE-NUMBER
               MOVE OI-OPEN-AMOUNT(OI-IDX) TO WS-WO-AMOUNT
               PERFORM POST-WRITE-OFF
           END-IF.

      * One write-off against one open item: the "W" record that
      * settles it on the subledger, its ledger entries, and its
      * register line. The caller has the item at OI-IDX and the
      * reason at RS-IDX.
       POST-WRITE-OFF.
           MOVE CUSTOMER-ID TO ART-CUSTOMER-ID.
           MOVE WS-CURRENT-DATE TO ART-TRAN-DATE.
           SET ART-WRITE-OFF TO TRUE.
           MOVE WS-WO-AMOUNT TO ART-AMOUNT.
           MOVE SPACES TO ART-DESCRIPTION.
           STRING "BAD DEBT WRITE-OFF " WS-WO-REASON-CODE
               DELIMITED BY SIZE INTO ART-DESCRIPTION.
           MOVE WS-WO-INVOICE-NUMBER TO ART-INVOICE-NUMBER.
           MOVE WS-CURRENT-DATE TO ART-DUE-DATE.
           MOVE ZERO TO ART-DISC-DATE ART-DISC-AMOUNT.
           WRITE AR-TRANSACTION-RECORD.
           IF AR-TRAN-STATUS NOT = "00"
               DISPLAY "Error writing ARTRAN.DAT: " AR-TRAN-STATUS
           END-IF.
           SUBTRACT WS-WO-AMOUNT FROM OI-OPEN-AMOUNT(OI-IDX).
           PERFORM WRITE-WRITE-OFF-GL-POSTING.
           MOVE CUSTOMER-ID TO RD-CUSTOMER-ID.
           MOVE CUSTOMER-NAME TO RD-CUSTOMER-NAME.
           MOVE WS-WO-INVOICE-NUMBER TO RD-INVOICE-NUMBER.
           MOVE WS-WO-REASON-CODE TO RD-REASON-CODE.
           MOVE RSN-DESCRIPTION(RS-IDX) TO RD-REASON-DESCRIPTION.
           MOVE WS-WO-APPROVED-BY TO RD-APPROVED-BY.
           MOVE WS-WO-AMOUNT TO RD-AMOUNT.
           MOVE WS-REGISTER-DETAIL TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           SET RT-IDX TO RS-IDX.
           ADD 1 TO RST-COUNT(RT-IDX).
           ADD WS-WO-AMOUNT TO RST-AMOUNT(RT-IDX).
           ADD WS-WO-AMOUNT TO WS-CUSTOMER-WRITTEN-OFF.
           ADD WS-WO-AMOUNT TO WS-WRITTEN-OFF-AMOUNT.
           ADD 1 TO WS-ITEMS-WRITTEN-OFF.

      * Credit AR for the amount written off. A small balance is
      * expensed as it goes; any other reason is charged against
      * the allowance for doubtful accounts reserved for it. Keyed
      * on the invoice, or "WO" and the customer for on-account
      * money.
       WRITE-WRITE-OFF-GL-POSTING.
           MOVE SPACES TO GL-INVOICE-NUMBER.
           IF WS-WO-INVOICE-NUMBER = SPACES
               STRING "WO" CUSTOMER-ID DELIMITED BY SIZE
                   INTO GL-INVOICE-NUMBER
           ELSE
               MOVE WS-WO-INVOICE-NUMBER TO GL-INVOICE-NUMBER
           END-IF.
           IF WS-WO-REASON-CODE = "SB"
               MOVE "6410" TO GL-ACCOUNT-CODE
               MOVE "BAD DEBT EXPENSE" TO GL-ACCOUNT-NAME
           ELSE
               MOVE "1290" TO GL-ACCOUNT-CODE
               MOVE "ALLOW DOUBTFUL ACCTS" TO GL-ACCOUNT-NAME
           END-IF.
           SET GL-DEBIT TO TRUE.
           MOVE WS-WO-AMOUNT TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           IF WO-GL-STATUS NOT = "00"
               DISPLAY "Error writing WOGL.DAT: " WO-GL-STATUS
           END-IF.
           ADD 1 TO WS-GL-POST-COUNT.

           MOVE "1200" TO GL-ACCOUNT-CODE.
           MOVE "ACCOUNTS RECEIVABLE" TO GL-ACCOUNT-NAME.
           SET GL-CREDIT TO TRUE.
           MOVE WS-WO-AMOUNT TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           IF WO-GL-STATUS NOT = "00"
               DISPLAY "Error writing WOGL.DAT: " WO-GL-STATUS
           END-IF.
           ADD 1 TO WS-GL-POST-COUNT.

       WRITE-REJECT-LINE.
           MOVE WRT-CUSTOMER-ID(WR-IDX) TO RJ-CUSTOMER-ID.
           IF WRT-MATCHED(WR-IDX) = "Y"
               MOVE CUSTOMER-NAME TO RJ-CUSTOMER-NAME
           ELSE
               MOVE SPACES TO RJ-CUSTOMER-NAME
           END-IF.
           MOVE WRT-INVOICE-NUMBER(WR-IDX) TO RJ-INVOICE-NUMBER.
           MOVE WRT-REASON-CODE(WR-IDX) TO RJ-REASON-CODE.
           MOVE WS-REJECT-MESSAGE TO RJ-MESSAGE.
           MOVE WS-REJECT-DETAIL TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           ADD 1 TO WS-REQUESTS-REJECTED.

       REJECT-UNMATCHED-REQUEST.
           IF WRT-MATCHED(WR-IDX) = "N"
               MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-MESSAGE
               PERFORM WRITE-REJECT-LINE
           END-IF.

      * The negative adjustment that takes the customer's write-offs
      * off BALANCE when the maintenance merge applies WOTRAN.DAT.
       WRITE-BALANCE-ADJUSTMENT.
           MOVE SPACES TO CUSTOMER-TRAN-RECORD.
           SET TRAN-BAL-ADJ TO TRUE.
           MOVE CUSTOMER-ID TO TRAN-CUSTOMER-ID.
           COMPUTE TRAN-BALANCE = ZERO - WS-CUSTOMER-WRITTEN-OFF.
           MOVE ZERO TO TRAN-LAST-PAYMENT-DATE.
           MOVE ZERO TO TRAN-CREDIT-LIMIT.
           MOVE ZERO TO TRAN-PARENT-CUSTOMER-ID.
           WRITE CUSTOMER-TRAN-RECORD.
           IF WO-TRAN-STATUS NOT = "00"
               DISPLAY "Error writing WOTRAN.DAT: " WO-TRAN-STATUS
           ELSE
               ADD TRAN-BALANCE TO WS-WOTRAN-HASH
               ADD 1 TO WS-CUSTOMERS-ADJUSTED
           END-IF.

      * Dunning a balance that has been written off only annoys the
      * customer, so an account the write-offs left with nothing
      * past due loses its dunning history; should it fall behind
      * again, the escalation starts over at the reminder. An
      * account with past-due items still standing keeps its level.
       CHECK-DUNNING-DROP.
           MOVE "N" TO WS-PAST-DUE-LEFT.
           PERFORM CHECK-PAST-DUE-LEFT
               VARYING OI-IDX FROM 1 BY 1
               UNTIL OI-IDX > WS-OPEN-ITEM-COUNT.
           IF WS-PAST-DUE-LEFT = "N"
               IF WS-DROP-COUNT < WS-DROP-MAX
                   ADD 1 TO WS-DROP-COUNT
                   SET DR-IDX TO WS-DROP-COUNT
                   MOVE CUSTOMER-ID TO DRT-CUSTOMER-ID(DR-IDX)
               ELSE
                   DISPLAY "Warning: dunning drop table full - "
                       "customer " CUSTOMER-ID " left on DUNHIST.DAT"
               END-IF
           END-IF.

       CHECK-PAST-DUE-LEFT.
           IF OI-CUSTOMER-ID(OI-IDX) = CUSTOMER-ID
               AND OI-OPEN-AMOUNT(OI-IDX) > ZERO
               AND OI-DUE-DATE(OI-IDX) < WS-CURRENT-DATE
               MOVE "Y" TO WS-PAST-DUE-LEFT
           END-IF.

       WRITE-WOTRAN-TRAILER.
           MOVE "*TRAILER" TO BCT-TRAILER-ID.
           MOVE WS-CUSTOMERS-ADJUSTED TO BCT-RECORD-COUNT.
           MOVE WS-WOTRAN-HASH TO BCT-HASH-TOTAL.
           WRITE CUSTOMER-TRAN-RECORD FROM BATCH-CONTROL-TRAILER.
           IF WO-TRAN-STATUS NOT = "00"
               DISPLAY "Error writing WOTRAN.DAT trailer: "
                   WO-TRAN-STATUS
           END-IF.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           MOVE WS-REASON-HEADING TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           PERFORM WRITE-REASON-TOTAL
               VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > WS-REASON-COUNT.
           MOVE SPACES TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.
           MOVE WS-ITEMS-WRITTEN-OFF TO RT-ITEM-COUNT.
           MOVE WS-WRITTEN-OFF-AMOUNT TO RT-AMOUNT.
           MOVE WS-REQUESTS-REJECTED TO RT-REJECT-COUNT.
           MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.

       WRITE-REASON-TOTAL.
           SET RT-IDX TO RS-IDX.
           MOVE RSN-CODE(RS-IDX) TO RR-REASON-CODE.
           MOVE RSN-DESCRIPTION(RS-IDX) TO RR-REASON-DESCRIPTION.
           MOVE RST-COUNT(RT-IDX) TO RR-COUNT.
           MOVE RST-AMOUNT(RT-IDX) TO RR-AMOUNT.
           MOVE WS-REASON-TOTAL-LINE TO REGISTER-REPORT-LINE.
           WRITE REGISTER-REPORT-LINE.

       CLOSE-FILES.
           PERFORM WRITE-WOTRAN-TRAILER.
           CLOSE CUSTOMER-FILE.
           CLOSE AR-TRANSACTION-FILE.
           CLOSE WRITE-OFF-TRAN-FILE.
           CLOSE WRITE-OFF-GL-FILE.
           CLOSE REGISTER-REPORT-FILE.

      * DUNHIST.DAT is read whole and written back without the
      * dropped customers, so the order CUSTDUN matches on is kept.
      * No history file means no one is being dunned.
       REWRITE-DUNNING-HISTORY.
           OPEN INPUT DUN-HISTORY-FILE.
           IF DUN-HIST-STATUS NOT = "00"
               MOVE "Y" TO WS-DUN-HIST-EOF
               MOVE "N" TO WS-DUN-REWRITE-OK
           END-IF.
           PERFORM READ-DUNNING-HISTORY.
           PERFORM KEEP-DUNNING-HISTORY UNTIL WS-DUN-HIST-EOF = "Y".
           IF DUN-HIST-STATUS = "00" OR DUN-HIST-STATUS = "10"
               CLOSE DUN-HISTORY-FILE
           END-IF.
           IF WS-DUN-REWRITE-OK = "Y"
               OPEN OUTPUT DUN-HISTORY-FILE
               IF DUN-HIST-STATUS NOT = "00"
                   DISPLAY "Error opening DUNHIST.DAT for rewrite: "
                       DUN-HIST-STATUS
               ELSE
                   PERFORM WRITE-KEPT-HISTORY
                       VARYING DK-IDX FROM 1 BY 1
                       UNTIL DK-IDX > WS-DUN-KEEP-COUNT
                   CLOSE DUN-HISTORY-FILE
               END-IF
           ELSE
               MOVE ZERO TO WS-DUN-DROPPED
           END-IF.

       READ-DUNNING-HISTORY.
           IF WS-DUN-HIST-EOF = "N"
               READ DUN-HISTORY-FILE
                   AT END MOVE "Y" TO WS-DUN-HIST-EOF
               END-READ
               IF DUN-HIST-STATUS NOT = "00"
                   AND DUN-HIST-STATUS NOT = "10"
                   DISPLAY "Error reading DUNHIST.DAT: "
                       DUN-HIST-STATUS ", history not rewritten"
                   MOVE "Y" TO WS-DUN-HIST-EOF
                   MOVE "N" TO WS-DUN-REWRITE-OK
               END-IF
           END-IF.

       KEEP-DUNNING-HISTORY.
           MOVE "N" TO WS-DROP-FOUND.
           SET DR-IDX TO 1.
           SEARCH DROP-ENTRY
               AT END
                   CONTINUE
               WHEN DR-IDX > WS-DROP-COUNT
                   CONTINUE
               WHEN DRT-CUSTOMER-ID(DR-IDX) = DH-CUSTOMER-ID
                   MOVE "Y" TO WS-DROP-FOUND
           END-SEARCH.
           IF WS-DROP-FOUND = "Y"
               ADD 1 TO WS-DUN-DROPPED
           ELSE
               IF WS-DUN-KEEP-COUNT < WS-DUN-KEEP-MAX
                   ADD 1 TO WS-DUN-KEEP-COUNT
                   SET DK-IDX TO WS-DUN-KEEP-COUNT
                   MOVE DH-CUSTOMER-ID TO DKT-CUSTOMER-ID(DK-IDX)
                   MOVE DH-LAST-LEVEL TO DKT-LAST-LEVEL(DK-IDX)
                   MOVE DH-LAST-SENT-DATE
                       TO DKT-LAST-SENT-DATE(DK-IDX)
               ELSE
                   DISPLAY "Warning: DUNHIST.DAT too large to "
                       "rewrite, history left as it was"
                   MOVE "N" TO WS-DUN-REWRITE-OK
                   MOVE "Y" TO WS-DUN-HIST-EOF
               END-IF
           END-IF.
           PERFORM READ-DUNNING-HISTORY.

       WRITE-KEPT-HISTORY.
           MOVE DKT-CUSTOMER-ID(DK-IDX) TO DH-CUSTOMER-ID.
           MOVE DKT-LAST-LEVEL(DK-IDX) TO DH-LAST-LEVEL.
           MOVE DKT-LAST-SENT-DATE(DK-IDX) TO DH-LAST-SENT-DATE.
           WRITE DUNNING-HISTORY-RECORD.
           IF DUN-HIST-STATUS NOT = "00"
               DISPLAY "Error writing DUNHIST.DAT: " DUN-HIST-STATUS
           END-IF.
