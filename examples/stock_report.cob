       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ITEM-MAST-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BACKORDER-STATUS.
           SELECT REORDER-REPORT-FILE ASSIGN TO "REORDER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REORDER-STATUS.
           SELECT VALUATION-REPORT-FILE ASSIGN TO "STKVAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALUATION-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ITEM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ITEMMAST.

       FD BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BACKORD.

       FD REORDER-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REORDER-REPORT-LINE        PIC X(100).

       FD VALUATION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 VALUATION-REPORT-LINE      PIC X(100).

       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 ITEM-MAST-STATUS           PIC XX VALUE SPACES.
       01 BACKORDER-STATUS           PIC XX VALUE SPACES.
       01 REORDER-STATUS             PIC XX VALUE SPACES.
       01 VALUATION-STATUS           PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.

       01 WS-RAW-TIME                PIC 9(8).
       01 WS-START-TIMESTAMP         PIC 9(14) VALUE ZERO.
       01 WS-END-TIMESTAMP           PIC 9(14) VALUE ZERO.

       01 WS-ITEM-MASTER-EOF         PIC X VALUE "N".
       01 WS-BACKORDER-EOF           PIC X VALUE "N".
       01 WS-ABORT                   PIC X VALUE "N".

      * Open backorder quantity per item, summed off BACKORD.DAT up
      * front. Stock that is already promised to a waiting order is
      * not stock purchasing can count on, so the reorder test runs
      * on on hand less this.
       01 BACKORDER-TABLE.
           05 BACKORDER-ENTRY OCCURS 200 TIMES INDEXED BY BT-IDX.
               10 BOT-ITEM-ID        PIC X(8).
               10 BOT-QTY            PIC 9(7).
       01 WS-BACKORDER-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-BACKORDER-MAX           PIC 9(3) VALUE 200.
       01 WS-BACKORDER-FOUND         PIC X VALUE "N".
       01 WS-LOOKUP-ITEM-ID          PIC X(8) VALUE SPACES.

       01 WS-ITEM-BACKORDERED        PIC 9(7) VALUE ZERO.
       01 WS-NET-AVAILABLE           PIC S9(8) VALUE ZERO.
       01 WS-SUGGESTED-QTY           PIC S9(8) VALUE ZERO.
       01 WS-ITEM-VALUE              PIC S9(11)V99 VALUE ZERO.

       01 WS-COUNTERS.
           05 WS-ITEMS-READ          PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-TO-REORDER    PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-VALUED        PIC 9(7) VALUE ZERO.
           05 WS-ITEMS-BELOW-ZERO    PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-UNITS             PIC S9(9) VALUE ZERO.
       01 WS-TOTAL-VALUE             PIC S9(11)V99 VALUE ZERO.

       01 WS-REORDER-HEADING-1.
           05 FILLER PIC X(29) VALUE
               "REORDER REPORT - ITEMS BELOW ".
           05 FILLER PIC X(20) VALUE "REORDER POINT AS OF ".
           05 RH-REORDER-DATE PIC 9(8).
           05 FILLER PIC X(43) VALUE SPACES.
       01 WS-REORDER-HEADING-2.
           05 FILLER PIC X(10) VALUE "ITEM      ".
           05 FILLER PIC X(22) VALUE "DESCRIPTION           ".
           05 FILLER PIC X(10) VALUE "   ON HAND".
           05 FILLER PIC X(10) VALUE "  BACKORD ".
           05 FILLER PIC X(10) VALUE " REORD PT ".
           05 FILLER PIC X(10) VALUE " REORD QTY".
           05 FILLER PIC X(28) VALUE "  SUGGESTED".

       01 WS-REORDER-DETAIL.
           05 RD-ITEM-ID             PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-ITEM-DESC           PIC X(20).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-ON-HAND             PIC Z,ZZZ,ZZ9-.
           05 RD-BACKORDERED         PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 RD-REORDER-POINT       PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 RD-REORDER-QTY         PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-SUGGESTED-QTY       PIC Z,ZZZ,ZZ9.

       01 WS-REORDER-TOTAL-LINE.
           05 FILLER                 PIC X(20) VALUE
               "ITEMS TO REORDER:   ".
           05 RT-REORDER-COUNT       PIC ZZZ,ZZ9.

       01 WS-VALUATION-HEADING-1.
           05 FILLER PIC X(36) VALUE
               "STOCK VALUATION AT UNIT PRICE AS OF ".
           05 VH-VALUATION-DATE PIC 9(8).
           05 FILLER PIC X(56) VALUE SPACES.
       01 WS-VALUATION-HEADING-2.
           05 FILLER PIC X(10) VALUE "ITEM      ".
           05 FILLER PIC X(22) VALUE "DESCRIPTION           ".
           05 FILLER PIC X(3) VALUE "ST ".
           05 FILLER PIC X(11) VALUE "    ON HAND".
           05 FILLER PIC X(12) VALUE "  UNIT PRICE".
           05 FILLER PIC X(18) VALUE "             VALUE".
           05 FILLER PIC X(24) VALUE SPACES.

       01 WS-VALUATION-DETAIL.
           05 VD-ITEM-ID             PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 VD-ITEM-DESC           PIC X(20).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 VD-ITEM-STATUS         PIC X(01).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 VD-ON-HAND             PIC Z,ZZZ,ZZ9-.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 VD-UNIT-PRICE          PIC $$$,$$9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 VD-VALUE               PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 VD-NOTE                PIC X(22).

       01 WS-VALUATION-TOTAL-LINE.
           05 FILLER                 PIC X(14) VALUE
               "ITEMS VALUED: ".
           05 VT-ITEM-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(9) VALUE "  UNITS: ".
           05 VT-TOTAL-UNITS         PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER                 PIC X(15) VALUE
               "  TOTAL VALUE: ".
           05 VT-TOTAL-VALUE         PIC $$$,$$$,$$$,$$9.99.
       01 WS-VALUATION-BELOW-LINE.
           05 FILLER                 PIC X(37) VALUE
               "ITEMS BELOW ZERO ON HAND, NOT VALUED:".
           05 VT-BELOW-ZERO          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM OPEN-FILES.
           IF WS-ABORT = "N"
               PERFORM LOAD-OPEN-BACKORDERS
               PERFORM READ-ITEM-MASTER
               PERFORM REPORT-ONE-ITEM
                   UNTIL WS-ITEM-MASTER-EOF = "Y"
               PERFORM WRITE-REPORT-TOTALS
               PERFORM CLOSE-FILES
           END-IF.
           PERFORM WRITE-RUN-LOG.
           IF WS-ABORT = "Y"
               DISPLAY "STKRPT: item master could not be read - "
                   "no stock reports this run"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "STKRPT: " WS-ITEMS-READ " item(s) read, "
                   WS-ITEMS-TO-REORDER " to reorder, "
                   WS-ITEMS-VALUED " valued."
           END-IF.
           STOP RUN.

       CAPTURE-START-TIME.
           ACCEPT WS-START-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-START-TIMESTAMP(9:6).

      * Writes one audit record to the shared run log, same layout
      * and append convention CUSTFILE and INVOICECALC use. Records
      * out is the number of items put on the reorder report.
       WRITE-RUN-LOG.
           ACCEPT WS-END-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-END-TIMESTAMP(9:6).
           OPEN EXTEND RUN-LOG-FILE.
           IF RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE "STKRPT" TO RL-PROGRAM-NAME.
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP.
           MOVE WS-ITEMS-READ TO RL-RECORDS-IN.
           MOVE WS-ITEMS-TO-REORDER TO RL-RECORDS-OUT.
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

      * Without the item master there is nothing to report on, and
      * an empty reorder report would read as "nothing to buy".
       OPEN-FILES.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-MAST-STATUS NOT = "00"
               DISPLAY "Error opening ITEMMAST.DAT: " ITEM-MAST-STATUS
               MOVE "Y" TO WS-ABORT
           ELSE
               OPEN OUTPUT REORDER-REPORT-FILE
               IF REORDER-STATUS NOT = "00"
                   DISPLAY "Error opening REORDER.RPT: "
                       REORDER-STATUS
               END-IF
               OPEN OUTPUT VALUATION-REPORT-FILE
               IF VALUATION-STATUS NOT = "00"
                   DISPLAY "Error opening STKVAL.RPT: "
                       VALUATION-STATUS
               END-IF
               MOVE WS-START-TIMESTAMP(1:8) TO RH-REORDER-DATE
               MOVE WS-REORDER-HEADING-1 TO REORDER-REPORT-LINE
               WRITE REORDER-REPORT-LINE
               MOVE WS-REORDER-HEADING-2 TO REORDER-REPORT-LINE
               WRITE REORDER-REPORT-LINE
               MOVE WS-START-TIMESTAMP(1:8) TO VH-VALUATION-DATE
               MOVE WS-VALUATION-HEADING-1 TO VALUATION-REPORT-LINE
               WRITE VALUATION-REPORT-LINE
               MOVE WS-VALUATION-HEADING-2 TO VALUATION-REPORT-LINE
               WRITE VALUATION-REPORT-LINE
           END-IF.

      * No BACKORD.DAT means nothing is waiting on stock.
       LOAD-OPEN-BACKORDERS.
           OPEN INPUT BACKORDER-FILE.
           IF BACKORDER-STATUS NOT = "00"
               MOVE "Y" TO WS-BACKORDER-EOF
           END-IF.
           PERFORM READ-BACKORDER.
           PERFORM STORE-BACKORDER
               UNTIL WS-BACKORDER-EOF = "Y".
           IF BACKORDER-STATUS = "00" OR BACKORDER-STATUS = "10"
               CLOSE BACKORDER-FILE
           END-IF.

       READ-BACKORDER.
           IF WS-BACKORDER-EOF = "N"
               READ BACKORDER-FILE
                   AT END MOVE "Y" TO WS-BACKORDER-EOF
               END-READ
               IF BACKORDER-STATUS NOT = "00"
                   AND BACKORDER-STATUS NOT = "10"
                   DISPLAY "Error reading BACKORD.DAT: "
                       BACKORDER-STATUS
                   MOVE "Y" TO WS-BACKORDER-EOF
               END-IF
           END-IF.

       STORE-BACKORDER.
           MOVE BO-ITEM-ID TO WS-LOOKUP-ITEM-ID.
           PERFORM FIND-BACKORDER-ENTRY.
           IF WS-BACKORDER-FOUND = "Y"
               ADD BO-QTY TO BOT-QTY(BT-IDX)
           ELSE
               IF WS-BACKORDER-COUNT < WS-BACKORDER-MAX
                   ADD 1 TO WS-BACKORDER-COUNT
                   SET BT-IDX TO WS-BACKORDER-COUNT
                   MOVE BO-ITEM-ID TO BOT-ITEM-ID(BT-IDX)
                   MOVE BO-QTY TO BOT-QTY(BT-IDX)
               ELSE
                   DISPLAY "Warning: backorder table full - "
                       BO-ITEM-ID " backorders not counted"
               END-IF
           END-IF.
           PERFORM READ-BACKORDER.

      * Leaves BT-IDX on the matching row when found. The key is
      * WS-LOOKUP-ITEM-ID - STORE-BACKORDER moves BO-ITEM-ID there
      * and REPORT-ONE-ITEM moves IM-ITEM-ID there first.
       FIND-BACKORDER-ENTRY.
           MOVE "N" TO WS-BACKORDER-FOUND.
           SET BT-IDX TO 1.
           SEARCH BACKORDER-ENTRY
               AT END
                   CONTINUE
               WHEN BT-IDX > WS-BACKORDER-COUNT
                   CONTINUE
               WHEN BOT-ITEM-ID(BT-IDX) = WS-LOOKUP-ITEM-ID
                   MOVE "Y" TO WS-BACKORDER-FOUND
           END-SEARCH.

       READ-ITEM-MASTER.
           READ ITEM-MASTER-FILE
               AT END MOVE "Y" TO WS-ITEM-MASTER-EOF
           END-READ.
           IF WS-ITEM-MASTER-EOF = "N"
               IF ITEM-MAST-STATUS = "00"
                   ADD 1 TO WS-ITEMS-READ
               ELSE
                   DISPLAY "Error reading ITEMMAST.DAT: "
                       ITEM-MAST-STATUS
                   MOVE "Y" TO WS-ITEM-MASTER-EOF
               END-IF
           END-IF.

       REPORT-ONE-ITEM.
           MOVE IM-ITEM-ID TO WS-LOOKUP-ITEM-ID.
           PERFORM FIND-BACKORDER-ENTRY.
           IF WS-BACKORDER-FOUND = "Y"
               MOVE BOT-QTY(BT-IDX) TO WS-ITEM-BACKORDERED
           ELSE
               MOVE ZERO TO WS-ITEM-BACKORDERED
           END-IF.
           PERFORM CHECK-REORDER-POINT.
           PERFORM VALUE-ITEM-STOCK.
           PERFORM READ-ITEM-MASTER.

      * An active item is due for reorder when what it has, less
      * what is already promised to backorders, is under its reorder
      * point. The suggested buy is the reorder quantity, or more
      * when that would not bring the item back up to its reorder
      * point with the backorders filled. A discontinued item is
      * never reordered.
       CHECK-REORDER-POINT.
           COMPUTE WS-NET-AVAILABLE =
               IM-QTY-ON-HAND - WS-ITEM-BACKORDERED.
           IF IM-ACTIVE
               AND WS-NET-AVAILABLE < IM-REORDER-POINT
               COMPUTE WS-SUGGESTED-QTY =
                   IM-REORDER-POINT - WS-NET-AVAILABLE
               IF WS-SUGGESTED-QTY < IM-REORDER-QTY
                   MOVE IM-REORDER-QTY TO WS-SUGGESTED-QTY
               END-IF
               MOVE IM-ITEM-ID TO RD-ITEM-ID
               MOVE IM-ITEM-DESC TO RD-ITEM-DESC
               MOVE IM-QTY-ON-HAND TO RD-ON-HAND
               MOVE WS-ITEM-BACKORDERED TO RD-BACKORDERED
               MOVE IM-REORDER-POINT TO RD-REORDER-POINT
               MOVE IM-REORDER-QTY TO RD-REORDER-QTY
               MOVE WS-SUGGESTED-QTY TO RD-SUGGESTED-QTY
               MOVE WS-REORDER-DETAIL TO REORDER-REPORT-LINE
               WRITE REORDER-REPORT-LINE
               ADD 1 TO WS-ITEMS-TO-REORDER
           END-IF.

      * Every item with stock is valued at its IM-UNIT-PRICE,
      * discontinued or not - the goods are still on the shelf. A
      * count below zero has no value to carry; it is listed so the
      * warehouse can recount, and left out of the totals.
       VALUE-ITEM-STOCK.
           IF IM-QTY-ON-HAND NOT = ZERO
               MOVE SPACES TO VD-NOTE
               IF IM-QTY-ON-HAND < ZERO
                   MOVE ZERO TO WS-ITEM-VALUE
                   MOVE "BELOW ZERO - RECOUNT" TO VD-NOTE
                   ADD 1 TO WS-ITEMS-BELOW-ZERO
               ELSE
                   COMPUTE WS-ITEM-VALUE =
                       IM-QTY-ON-HAND * IM-UNIT-PRICE
                   ADD IM-QTY-ON-HAND TO WS-TOTAL-UNITS
                   ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE
                   ADD 1 TO WS-ITEMS-VALUED
               END-IF
               MOVE IM-ITEM-ID TO VD-ITEM-ID
               MOVE IM-ITEM-DESC TO VD-ITEM-DESC
               MOVE IM-ITEM-STATUS TO VD-ITEM-STATUS
               MOVE IM-QTY-ON-HAND TO VD-ON-HAND
               MOVE IM-UNIT-PRICE TO VD-UNIT-PRICE
               MOVE WS-ITEM-VALUE TO VD-VALUE
               MOVE WS-VALUATION-DETAIL TO VALUATION-REPORT-LINE
               WRITE VALUATION-REPORT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           MOVE WS-ITEMS-TO-REORDER TO RT-REORDER-COUNT.
           MOVE WS-REORDER-TOTAL-LINE TO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           MOVE SPACES TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.
           MOVE WS-ITEMS-VALUED TO VT-ITEM-COUNT.
           MOVE WS-TOTAL-UNITS TO VT-TOTAL-UNITS.
           MOVE WS-TOTAL-VALUE TO VT-TOTAL-VALUE.
           MOVE WS-VALUATION-TOTAL-LINE TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.
           MOVE WS-ITEMS-BELOW-ZERO TO VT-BELOW-ZERO.
           MOVE WS-VALUATION-BELOW-LINE TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.

       CLOSE-FILES.
           CLOSE ITEM-MASTER-FILE.
           CLOSE REORDER-REPORT-FILE.
           CLOSE VALUATION-REPORT-FILE.
