       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOFILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BACKORDER-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ITEM-MAST-STATUS.
           SELECT FILL-HEADER-FILE ASSIGN TO "BOFILLH.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILL-HDR-STATUS.
           SELECT FILL-LINE-FILE ASSIGN TO "BOFILLL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILL-LINE-STATUS.
           SELECT NEW-BACKORDER-FILE ASSIGN TO "BACKNEW.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NEW-BACKORDER-STATUS.
           SELECT FILL-REPORT-FILE ASSIGN TO "BOFILL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BACKORD.

       FD ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ITEMMAST.

      * Filled backorders come out in INVHDR/INVLINE layout so the
      * merge ahead of INVOICECALC can fold them in with the keyed
      * work - the same route CREDREL's released invoices take.
       FD FILL-HEADER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVHDR.

       FD FILL-LINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVLINE.

      * What is still open goes to the next backorder generation,
      * laid out inline with NB- names the way CREDREL lays out its
      * new hold generation.
       FD NEW-BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
       01 NEW-BACKORDER-RECORD.
           05 NB-INVOICE-NUMBER      PIC X(10).
           05 NB-BACKORDER-DATE      PIC 9(8).
           05 NB-CUSTOMER-ID         PIC X(8).
           05 NB-CUSTOMER-NAME       PIC X(30).
           05 NB-CUSTOMER-TYPE       PIC X(01).
           05 NB-TAX-JURISDICTION    PIC X(02).
           05 NB-SALES-REP           PIC X(3).
           05 NB-ITEM-ID             PIC X(8).
           05 NB-ITEM-DESC           PIC X(20).
           05 NB-ITEM-PRICE          PIC 9(5)V99.
           05 NB-QTY                 PIC 9(3).

       FD FILL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 FILL-REPORT-LINE           PIC X(100).

       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 BACKORDER-STATUS           PIC XX VALUE SPACES.
       01 ITEM-MAST-STATUS           PIC XX VALUE SPACES.
       01 FILL-HDR-STATUS            PIC XX VALUE SPACES.
       01 FILL-LINE-STATUS           PIC XX VALUE SPACES.
       01 NEW-BACKORDER-STATUS       PIC XX VALUE SPACES.
       01 RPT-STATUS                 PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.

       01 WS-RAW-TIME                PIC 9(8).
       01 WS-START-TIMESTAMP         PIC 9(14) VALUE ZERO.
       01 WS-END-TIMESTAMP           PIC 9(14) VALUE ZERO.

       01 WS-BACKORDER-EOF           PIC X VALUE "N".
       01 WS-ITEM-MASTER-EOF         PIC X VALUE "N".
       01 WS-ABORT                   PIC X VALUE "N".

       01 WS-CURRENT-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-INVOICE-DATE            PIC X(10) VALUE SPACES.

      * On hand tabled from ITEMMAST.DAT and drawn down as
      * backorders fill, oldest first, so two orders waiting on the
      * same receipt cannot both be promised it. Loaded the way
      * INVOICECALC tables the item master.
       01 ITEM-MASTER-TABLE.
           05 ITEM-MASTER-ENTRY OCCURS 200 TIMES INDEXED BY IM-IDX.
               10 IMT-ITEM-ID        PIC X(8).
               10 IMT-ITEM-STATUS    PIC X(01).
               10 IMT-QTY-AVAILABLE  PIC S9(7).
       01 WS-ITEM-MAST-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ITEM-MAST-MAX           PIC 9(3) VALUE 200.
       01 WS-ITEM-MAST-FOUND         PIC X VALUE "N".

      * Fill invoice numbers: B + yymmdd + a three-digit sequence,
      * the way RECURGEN numbers what it generates, so one run's
      * numbers are unique and ascending. A run that would need a
      * thousandth invoice fills no more and carries the rest.
       01 WS-INVOICE-SEQ             PIC 9(3) VALUE ZERO.
       01 WS-INVOICE-SEQ-MAX         PIC 9(3) VALUE 999.
       01 WS-FILL-INVOICE-NUMBER.
           05 FIN-PREFIX             PIC X(01) VALUE "B".
           05 FIN-DATE               PIC 9(6) VALUE ZEROS.
           05 FIN-SEQ                PIC 9(3) VALUE ZEROS.

      * Consecutive backorders for one order fill onto one invoice;
      * the header goes out with the first line that fills.
       01 WS-CURRENT-ORDER           PIC X(10) VALUE SPACES.
       01 WS-HEADER-OPEN             PIC X VALUE "N".

       01 WS-FILL-QTY                PIC 9(3) VALUE ZERO.
       01 WS-OPEN-QTY                PIC 9(3) VALUE ZERO.
       01 WS-DISPOSITION             PIC X(24) VALUE SPACES.

      * Control trailer for BOFILLL.DAT - count and price-times-qty
      * hash, the same trailer VERIFY-LINE-CONTROL demands of every
      * line file it bills from.
           COPY BATCHCTL.
       01 WS-FILL-HASH               PIC S9(11)V99 VALUE ZERO.
       01 WS-LINE-VALUE              PIC 9(8)V99 VALUE ZERO.

       01 WS-COUNTERS.
           05 WS-BACKORDERS-READ     PIC 9(7) VALUE ZERO.
           05 WS-FILLED-WHOLE        PIC 9(7) VALUE ZERO.
           05 WS-FILLED-PART         PIC 9(7) VALUE ZERO.
           05 WS-STILL-OPEN          PIC 9(7) VALUE ZERO.
           05 WS-INVOICES-BUILT      PIC 9(7) VALUE ZERO.
           05 WS-LINES-BUILT         PIC 9(7) VALUE ZERO.
           05 WS-CARRIED-FORWARD     PIC 9(7) VALUE ZERO.

       01 WS-REPORT-HEADING-1.
           05 FILLER PIC X(24) VALUE "BACKORDER FILL REPORT - ".
           05 RH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(68) VALUE SPACES.
       01 WS-REPORT-HEADING-2.
           05 FILLER PIC X(12) VALUE "ORDER       ".
           05 FILLER PIC X(10) VALUE "CUST-ID   ".
           05 FILLER PIC X(10) VALUE "ITEM      ".
           05 FILLER PIC X(10) VALUE "WAITING   ".
           05 FILLER PIC X(6) VALUE "QTY   ".
           05 FILLER PIC X(6) VALUE "FILL  ".
           05 FILLER PIC X(12) VALUE "FILL INVOICE".
           05 FILLER PIC X(34) VALUE "  DISPOSITION".

       01 WS-REPORT-DETAIL.
           05 RD-ORDER-NUMBER        PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-CUSTOMER-ID         PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-ITEM-ID             PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-BACKORDER-DATE      PIC 9(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-WAITING-QTY         PIC ZZ9.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 RD-FILL-QTY            PIC ZZ9.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 RD-FILL-INVOICE        PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-DISPOSITION         PIC X(24).

       01 WS-REPORT-TOTAL-1.
           05 FILLER                 PIC X(18) VALUE
               "BACKORDERS READ: ".
           05 RT-READ                PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(16) VALUE
               "   FILLED WHOLE:".
           05 RT-FILLED-WHOLE        PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(11) VALUE "   IN PART:".
           05 RT-FILLED-PART         PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(16) VALUE
               "   STILL OPEN:  ".
           05 RT-STILL-OPEN          PIC ZZZ,ZZ9.
       01 WS-REPORT-TOTAL-2.
           05 FILLER                 PIC X(18) VALUE
               "FILL INVOICES:   ".
           05 RT-INVOICES            PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(16) VALUE
               "   FILL LINES:  ".
           05 RT-LINES               PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(30) VALUE
               "   CARRIED TO BACKNEW.DAT:   ".
           05 RT-CARRIED             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM OPEN-FILES.
           IF WS-ABORT = "N"
               PERFORM LOAD-ITEM-MASTER
               PERFORM READ-BACKORDER
               PERFORM FILL-ONE-BACKORDER
                   UNTIL WS-BACKORDER-EOF = "Y"
               PERFORM WRITE-FILL-TRAILER
               PERFORM WRITE-REPORT-TOTALS
           END-IF.
           PERFORM CLOSE-FILES.
           PERFORM WRITE-RUN-LOG.
           IF WS-ABORT = "Y"
               DISPLAY "BOFILL: backorder file could not be read - "
                   "nothing filled"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BOFILL: " WS-INVOICES-BUILT
                   " invoice(s), " WS-LINES-BUILT
                   " line(s) built to BOFILLH.DAT/BOFILLL.DAT, "
                   WS-CARRIED-FORWARD " backorder(s) carried to "
                   "BACKNEW.DAT."
           END-IF.
           STOP RUN.

       CAPTURE-START-TIME.
           ACCEPT WS-START-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-START-TIMESTAMP(9:6).

      * Writes one audit record to the shared run log, same layout
      * and append convention CUSTFILE and INVOICECALC use. Records
      * out is the fill lines built for the next billing run.
       WRITE-RUN-LOG.
           ACCEPT WS-END-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-END-TIMESTAMP(9:6).
           OPEN EXTEND RUN-LOG-FILE.
           IF RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE "BOFILL" TO RL-PROGRAM-NAME.
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP.
           MOVE WS-BACKORDERS-READ TO RL-RECORDS-IN.
           MOVE WS-LINES-BUILT TO RL-RECORDS-OUT.
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

      * No BACKORD.DAT just means nothing is waiting; the empty
      * outputs still go out so the merge and the swap to
      * BACKNEW.DAT run the same way every night. A backorder file
      * that is there but cannot be opened stops the run - carrying
      * nothing forward would lose every open order.
       OPEN-FILES.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(3:6) TO FIN-DATE.
           MOVE SPACES TO WS-INVOICE-DATE.
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2)
               "-" WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-INVOICE-DATE.
           OPEN INPUT BACKORDER-FILE.
           IF BACKORDER-STATUS = "35"
               DISPLAY "BOFILL: no BACKORD.DAT, nothing to fill"
               MOVE "Y" TO WS-BACKORDER-EOF
           ELSE
               IF BACKORDER-STATUS NOT = "00"
                   DISPLAY "Error opening BACKORD.DAT: "
                       BACKORDER-STATUS
                   MOVE "Y" TO WS-BACKORDER-EOF
                   MOVE "Y" TO WS-ABORT
               END-IF
           END-IF.
           IF WS-ABORT = "N"
               OPEN OUTPUT FILL-HEADER-FILE
               IF FILL-HDR-STATUS NOT = "00"
                   DISPLAY "Error opening BOFILLH.DAT: "
                       FILL-HDR-STATUS
               END-IF
               OPEN OUTPUT FILL-LINE-FILE
               IF FILL-LINE-STATUS NOT = "00"
                   DISPLAY "Error opening BOFILLL.DAT: "
                       FILL-LINE-STATUS
               END-IF
               OPEN OUTPUT NEW-BACKORDER-FILE
               IF NEW-BACKORDER-STATUS NOT = "00"
                   DISPLAY "Error opening BACKNEW.DAT: "
                       NEW-BACKORDER-STATUS
               END-IF
               OPEN OUTPUT FILL-REPORT-FILE
               IF RPT-STATUS NOT = "00"
                   DISPLAY "Error opening BOFILL.RPT: " RPT-STATUS
               END-IF
               MOVE WS-CURRENT-DATE TO RH-RUN-DATE
               MOVE WS-REPORT-HEADING-1 TO FILL-REPORT-LINE
               WRITE FILL-REPORT-LINE
               MOVE WS-REPORT-HEADING-2 TO FILL-REPORT-LINE
               WRITE FILL-REPORT-LINE
           END-IF.

      * No ITEMMAST.DAT leaves the table empty and every backorder
      * waits - with no on hand to go by, nothing can be promised.
       LOAD-ITEM-MASTER.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-MAST-STATUS NOT = "00"
               DISPLAY "Warning: ITEMMAST.DAT not available ("
                   ITEM-MAST-STATUS "), no backorder filled this run"
               MOVE "Y" TO WS-ITEM-MASTER-EOF
           END-IF.
           PERFORM READ-ITEM-MASTER.
           PERFORM STORE-ITEM-MASTER
               UNTIL WS-ITEM-MASTER-EOF = "Y".
           IF ITEM-MAST-STATUS = "00" OR ITEM-MAST-STATUS = "10"
               CLOSE ITEM-MASTER-FILE
           END-IF.

       READ-ITEM-MASTER.
           READ ITEM-MASTER-FILE
               AT END MOVE "Y" TO WS-ITEM-MASTER-EOF
           END-READ.
           IF ITEM-MAST-STATUS NOT = "00"
               AND ITEM-MAST-STATUS NOT = "10"
               DISPLAY "Error reading ITEMMAST.DAT: "
                   ITEM-MAST-STATUS
               MOVE "Y" TO WS-ITEM-MASTER-EOF
           END-IF.

       STORE-ITEM-MASTER.
           IF WS-ITEM-MAST-COUNT < WS-ITEM-MAST-MAX
               ADD 1 TO WS-ITEM-MAST-COUNT
               SET IM-IDX TO WS-ITEM-MAST-COUNT
               MOVE IM-ITEM-ID TO IMT-ITEM-ID(IM-IDX)
               MOVE IM-ITEM-STATUS TO IMT-ITEM-STATUS(IM-IDX)
               MOVE IM-QTY-ON-HAND TO IMT-QTY-AVAILABLE(IM-IDX)
           ELSE
               DISPLAY "Warning: item master table full - "
                   IM-ITEM-ID " backorders not filled"
           END-IF.
           PERFORM READ-ITEM-MASTER.

       READ-BACKORDER.
           READ BACKORDER-FILE
               AT END MOVE "Y" TO WS-BACKORDER-EOF
           END-READ.
           IF WS-BACKORDER-EOF = "N"
               IF BACKORDER-STATUS = "00"
                   ADD 1 TO WS-BACKORDERS-READ
               ELSE
                   DISPLAY "Error reading BACKORD.DAT: "
                       BACKORDER-STATUS
                   MOVE "Y" TO WS-BACKORDER-EOF
               END-IF
           END-IF.

      * A backorder fills as far as stock allows - whole, in part,
      * or not at all - and whatever is left carries forward at its
      * original backorder date. A discontinued item's backorder
      * stays open for customer service to cancel with the customer;
      * it is never filled.
       FILL-ONE-BACKORDER.
           IF BO-INVOICE-NUMBER NOT = WS-CURRENT-ORDER
               MOVE BO-INVOICE-NUMBER TO WS-CURRENT-ORDER
               MOVE "N" TO WS-HEADER-OPEN
           END-IF.
           MOVE ZERO TO WS-FILL-QTY.
           MOVE BO-QTY TO WS-OPEN-QTY.
           PERFORM FIND-ITEM-ENTRY.
           EVALUATE TRUE
               WHEN WS-ITEM-MAST-FOUND = "N"
                   MOVE "ITEM NOT ON MASTER" TO WS-DISPOSITION
               WHEN IMT-ITEM-STATUS(IM-IDX) = "D"
                   MOVE "ITEM DISCONTINUED" TO WS-DISPOSITION
               WHEN IMT-QTY-AVAILABLE(IM-IDX) NOT > ZERO
                   MOVE "NO STOCK - STILL OPEN" TO WS-DISPOSITION
               WHEN WS-HEADER-OPEN = "N"
                   AND WS-INVOICE-SEQ NOT < WS-INVOICE-SEQ-MAX
                   MOVE "FILL LIMIT - NEXT RUN" TO WS-DISPOSITION
               WHEN IMT-QTY-AVAILABLE(IM-IDX) < BO-QTY
                   MOVE IMT-QTY-AVAILABLE(IM-IDX) TO WS-FILL-QTY
                   COMPUTE WS-OPEN-QTY = BO-QTY - WS-FILL-QTY
                   MOVE "FILLED IN PART" TO WS-DISPOSITION
                   ADD 1 TO WS-FILLED-PART
               WHEN OTHER
                   MOVE BO-QTY TO WS-FILL-QTY
                   MOVE ZERO TO WS-OPEN-QTY
                   MOVE "FILLED" TO WS-DISPOSITION
                   ADD 1 TO WS-FILLED-WHOLE
           END-EVALUATE.
           IF WS-FILL-QTY > ZERO
               SUBTRACT WS-FILL-QTY FROM IMT-QTY-AVAILABLE(IM-IDX)
               IF WS-HEADER-OPEN = "N"
                   PERFORM START-FILL-INVOICE
               END-IF
               PERFORM WRITE-FILL-LINE
           END-IF.
           IF WS-OPEN-QTY > ZERO
               PERFORM CARRY-BACKORDER-FORWARD
               ADD 1 TO WS-STILL-OPEN
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           PERFORM READ-BACKORDER.

      * Leaves IM-IDX on the matching row when found.
       FIND-ITEM-ENTRY.
           MOVE "N" TO WS-ITEM-MAST-FOUND.
           SET IM-IDX TO 1.
           SEARCH ITEM-MASTER-ENTRY
               AT END
                   CONTINUE
               WHEN IM-IDX > WS-ITEM-MAST-COUNT
                   CONTINUE
               WHEN IMT-ITEM-ID(IM-IDX) = BO-ITEM-ID
                   MOVE "Y" TO WS-ITEM-MAST-FOUND
           END-SEARCH.

      * The fill invoice names the order it fills in
      * HDR-ORIG-INVOICE, so a fill that comes up short again is
      * backordered against the original order, not the fill.
       START-FILL-INVOICE.
           ADD 1 TO WS-INVOICE-SEQ.
           MOVE WS-INVOICE-SEQ TO FIN-SEQ.
           MOVE WS-FILL-INVOICE-NUMBER TO HDR-INVOICE-NUMBER.
           MOVE WS-INVOICE-DATE TO HDR-INVOICE-DATE.
           MOVE BO-CUSTOMER-ID TO HDR-CUSTOMER-ID.
           MOVE BO-CUSTOMER-NAME TO HDR-CUSTOMER-NAME.
           MOVE BO-CUSTOMER-TYPE TO HDR-CUSTOMER-TYPE.
           MOVE BO-TAX-JURISDICTION TO HDR-TAX-JURISDICTION.
           MOVE "I" TO HDR-DOCUMENT-TYPE.
           MOVE BO-SALES-REP TO HDR-SALES-REP.
           MOVE BO-INVOICE-NUMBER TO HDR-ORIG-INVOICE.
           WRITE INVOICE-HEADER-RECORD.
           IF FILL-HDR-STATUS NOT = "00"
               DISPLAY "Error writing BOFILLH.DAT: " FILL-HDR-STATUS
           END-IF.
           MOVE "Y" TO WS-HEADER-OPEN.
           ADD 1 TO WS-INVOICES-BUILT.

       WRITE-FILL-LINE.
           MOVE WS-FILL-INVOICE-NUMBER TO LINE-INVOICE-NUMBER.
           MOVE BO-ITEM-ID TO LINE-ITEM-ID.
           MOVE BO-ITEM-DESC TO LINE-ITEM-DESC.
           MOVE BO-ITEM-PRICE TO LINE-ITEM-PRICE.
           MOVE WS-FILL-QTY TO LINE-ITEM-QTY.
           WRITE INVOICE-LINE-RECORD.
           IF FILL-LINE-STATUS NOT = "00"
               DISPLAY "Error writing BOFILLL.DAT: " FILL-LINE-STATUS
           ELSE
               ADD 1 TO WS-LINES-BUILT
               COMPUTE WS-LINE-VALUE =
                   BO-ITEM-PRICE * WS-FILL-QTY
               ADD WS-LINE-VALUE TO WS-FILL-HASH
           END-IF.

       CARRY-BACKORDER-FORWARD.
           MOVE BO-INVOICE-NUMBER TO NB-INVOICE-NUMBER.
           MOVE BO-BACKORDER-DATE TO NB-BACKORDER-DATE.
           MOVE BO-CUSTOMER-ID TO NB-CUSTOMER-ID.
           MOVE BO-CUSTOMER-NAME TO NB-CUSTOMER-NAME.
           MOVE BO-CUSTOMER-TYPE TO NB-CUSTOMER-TYPE.
           MOVE BO-TAX-JURISDICTION TO NB-TAX-JURISDICTION.
           MOVE BO-SALES-REP TO NB-SALES-REP.
           MOVE BO-ITEM-ID TO NB-ITEM-ID.
           MOVE BO-ITEM-DESC TO NB-ITEM-DESC.
           MOVE BO-ITEM-PRICE TO NB-ITEM-PRICE.
           MOVE WS-OPEN-QTY TO NB-QTY.
           WRITE NEW-BACKORDER-RECORD.
           IF NEW-BACKORDER-STATUS NOT = "00"
               DISPLAY "Error writing BACKNEW.DAT: "
                   NEW-BACKORDER-STATUS
           ELSE
               ADD 1 TO WS-CARRIED-FORWARD
           END-IF.

       WRITE-REPORT-LINE.
           MOVE BO-INVOICE-NUMBER TO RD-ORDER-NUMBER.
           MOVE BO-CUSTOMER-ID TO RD-CUSTOMER-ID.
           MOVE BO-ITEM-ID TO RD-ITEM-ID.
           MOVE BO-BACKORDER-DATE TO RD-BACKORDER-DATE.
           MOVE BO-QTY TO RD-WAITING-QTY.
           MOVE WS-FILL-QTY TO RD-FILL-QTY.
           IF WS-FILL-QTY > ZERO
               MOVE WS-FILL-INVOICE-NUMBER TO RD-FILL-INVOICE
           ELSE
               MOVE SPACES TO RD-FILL-INVOICE
           END-IF.
           MOVE WS-DISPOSITION TO RD-DISPOSITION.
           MOVE WS-REPORT-DETAIL TO FILL-REPORT-LINE.
           WRITE FILL-REPORT-LINE.

      * The fill line file carries the control trailer
      * VERIFY-LINE-CONTROL demands, so the merged INVLINE.DAT can
      * still prove itself before the billing run touches it.
       WRITE-FILL-TRAILER.
           MOVE "*TRAILER" TO BCT-TRAILER-ID.
           MOVE WS-LINES-BUILT TO BCT-RECORD-COUNT.
           MOVE WS-FILL-HASH TO BCT-HASH-TOTAL.
           WRITE INVOICE-LINE-RECORD FROM BATCH-CONTROL-TRAILER.
           IF FILL-LINE-STATUS NOT = "00"
               DISPLAY "Error writing BOFILLL.DAT trailer: "
                   FILL-LINE-STATUS
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE WS-BACKORDERS-READ TO RT-READ.
           MOVE WS-FILLED-WHOLE TO RT-FILLED-WHOLE.
           MOVE WS-FILLED-PART TO RT-FILLED-PART.
           MOVE WS-STILL-OPEN TO RT-STILL-OPEN.
           MOVE WS-REPORT-TOTAL-1 TO FILL-REPORT-LINE.
           WRITE FILL-REPORT-LINE.
           MOVE WS-INVOICES-BUILT TO RT-INVOICES.
           MOVE WS-LINES-BUILT TO RT-LINES.
           MOVE WS-CARRIED-FORWARD TO RT-CARRIED.
           MOVE WS-REPORT-TOTAL-2 TO FILL-REPORT-LINE.
           WRITE FILL-REPORT-LINE.

       CLOSE-FILES.
           IF BACKORDER-STATUS = "00" OR BACKORDER-STATUS = "10"
               CLOSE BACKORDER-FILE
           END-IF.
           IF WS-ABORT = "N"
               CLOSE FILL-HEADER-FILE
               CLOSE FILL-LINE-FILE
               CLOSE NEW-BACKORDER-FILE
               CLOSE FILL-REPORT-FILE
           END-IF.
