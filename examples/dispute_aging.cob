       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DISPUTE-STATUS.
           SELECT AR-TRANSACTION-FILE ASSIGN TO "ARTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AR-TRAN-STATUS.
           SELECT DISPUTE-SORT-FILE ASSIGN TO "DSPSORT.WRK".
           SELECT AGING-REPORT-FILE ASSIGN TO "DSPAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTE.

       FD AR-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARTRAN.

       SD DISPUTE-SORT-FILE.
       01 SORT-DISPUTE-RECORD.
           05 SDS-REASON-CODE        PIC X(02).
           05 SDS-OWNER              PIC X(08).
           05 SDS-OPEN-DATE          PIC 9(8).
           05 SDS-INVOICE-NUMBER     PIC X(10).
           05 SDS-CUSTOMER-ID        PIC 9(5).
           05 SDS-AMOUNT             PIC S9(7)V99.
           05 SDS-AGE-DAYS           PIC S9(7).
           05 SDS-NOTE               PIC X(10).

       FD AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 AGING-REPORT-LINE          PIC X(120).

       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 DISPUTE-STATUS             PIC XX VALUE SPACES.
       01 AR-TRAN-STATUS             PIC XX VALUE SPACES.
       01 RPT-STATUS                 PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.

       01 WS-RAW-TIME                PIC 9(8).
       01 WS-START-TIMESTAMP         PIC 9(14) VALUE ZERO.
       01 WS-END-TIMESTAMP           PIC 9(14) VALUE ZERO.

       01 WS-DISPUTE-EOF             PIC X VALUE "N".
       01 WS-SORT-EOF                PIC X VALUE "N".

       01 WS-CURRENT-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-TODAY-INTEGER           PIC S9(9) VALUE ZERO.

      * The subledger's open items, tabled from ARTRAN.DAT the way
      * CUSTDUN tables them, so a dispute of the whole item (zero
      * DSP-AMOUNT) is reported at what is still open on it.
       01 OPEN-ITEM-TABLE.
           05 OPEN-ITEM-ENTRY OCCURS 2000 TIMES INDEXED BY OI-IDX.
               10 OI-CUSTOMER-ID     PIC 9(5).
               10 OI-INVOICE-NUMBER  PIC X(10).
               10 OI-OPEN-AMOUNT     PIC S9(7)V99.
       01 WS-OPEN-ITEM-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-OPEN-ITEM-MAX           PIC 9(4) VALUE 2000.
       01 WS-OPEN-ITEM-FOUND         PIC X VALUE "N".
       01 WS-ARTRAN-EOF              PIC X VALUE "N".

      * Control-break keys and the three levels of bucket totals -
      * owner within reason, reason, and the whole file.
       01 WS-PREV-REASON             PIC X(02) VALUE SPACES.
       01 WS-PREV-OWNER              PIC X(08) VALUE SPACES.
       01 WS-FIRST-DISPUTE           PIC X VALUE "Y".
       01 WS-OWNER-TOTALS.
           05 WS-OWNER-COUNT         PIC 9(5) VALUE ZERO.
           05 WS-OWNER-30            PIC S9(9)V99 VALUE ZERO.
           05 WS-OWNER-60            PIC S9(9)V99 VALUE ZERO.
           05 WS-OWNER-90            PIC S9(9)V99 VALUE ZERO.
           05 WS-OWNER-OVER          PIC S9(9)V99 VALUE ZERO.
       01 WS-REASON-TOTALS.
           05 WS-REASON-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-REASON-30           PIC S9(9)V99 VALUE ZERO.
           05 WS-REASON-60           PIC S9(9)V99 VALUE ZERO.
           05 WS-REASON-90           PIC S9(9)V99 VALUE ZERO.
           05 WS-REASON-OVER         PIC S9(9)V99 VALUE ZERO.
       01 WS-GRAND-TOTALS.
           05 WS-GRAND-COUNT         PIC 9(5) VALUE ZERO.
           05 WS-GRAND-30            PIC S9(9)V99 VALUE ZERO.
           05 WS-GRAND-60            PIC S9(9)V99 VALUE ZERO.
           05 WS-GRAND-90            PIC S9(9)V99 VALUE ZERO.
           05 WS-GRAND-OVER          PIC S9(9)V99 VALUE ZERO.

       01 WS-COUNTERS.
           05 WS-DISPUTES-READ       PIC 9(7) VALUE ZERO.
           05 WS-DISPUTES-OPEN       PIC 9(7) VALUE ZERO.
           05 WS-DISPUTES-RESOLVED   PIC 9(7) VALUE ZERO.

       01 WS-REASON-WORD             PIC X(16) VALUE SPACES.

       01 WS-HEADING-1.
           05 FILLER PIC X(24) VALUE "DISPUTED INVOICE AGING -".
           05 FILLER PIC X(1) VALUE SPACES.
           05 RH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(87) VALUE SPACES.
       01 WS-HEADING-2.
           05 FILLER PIC X(12) VALUE "INVOICE     ".
           05 FILLER PIC X(7) VALUE "CUST   ".
           05 FILLER PIC X(10) VALUE "OPENED    ".
           05 FILLER PIC X(10) VALUE "OWNER     ".
           05 FILLER PIC X(15) VALUE "0-30 DAYS      ".
           05 FILLER PIC X(15) VALUE "31-60 DAYS     ".
           05 FILLER PIC X(15) VALUE "61-90 DAYS     ".
           05 FILLER PIC X(15) VALUE "OVER 90 DAYS   ".
           05 FILLER PIC X(21) VALUE "NOTE".

       01 WS-REASON-LINE.
           05 FILLER                 PIC X(8) VALUE "REASON: ".
           05 RL-REASON-CODE         PIC X(02).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 RL-REASON-WORD         PIC X(16).
           05 FILLER                 PIC X(93) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 DL-INVOICE-NUMBER      PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DL-CUSTOMER-ID         PIC 9(5).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DL-OPEN-DATE           PIC 9(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DL-OWNER               PIC X(08).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DL-30                  PIC $$,$$$,$$9.99- BLANK WHEN ZERO.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 DL-60                  PIC $$,$$$,$$9.99- BLANK WHEN ZERO.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 DL-90                  PIC $$,$$$,$$9.99- BLANK WHEN ZERO.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 DL-OVER                PIC $$,$$$,$$9.99- BLANK WHEN ZERO.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 DL-NOTE                PIC X(10).
           05 FILLER                 PIC X(11) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 TL-LABEL               PIC X(30).
           05 TL-COUNT               PIC ZZZZ9.
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 TL-30                  PIC $$,$$$,$$9.99-.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 TL-60                  PIC $$,$$$,$$9.99-.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 TL-90                  PIC $$,$$$,$$9.99-.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 TL-OVER                PIC $$,$$$,$$9.99-.
           05 FILLER                 PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM OPEN-FILES.
           SORT DISPUTE-SORT-FILE
               ON ASCENDING KEY SDS-REASON-CODE SDS-OWNER
                   SDS-OPEN-DATE SDS-INVOICE-NUMBER
               INPUT PROCEDURE IS SELECT-OPEN-DISPUTES
               OUTPUT PROCEDURE IS PRINT-DISPUTE-AGING.
           PERFORM CLOSE-FILES.
           PERFORM WRITE-RUN-LOG.
           DISPLAY "DSPAGE: " WS-DISPUTES-OPEN " open dispute(s) "
               "aged to DSPAGE.RPT, " WS-DISPUTES-RESOLVED
               " resolved on file.".
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
           MOVE "DSPAGE" TO RL-PROGRAM-NAME.
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP.
           MOVE WS-DISPUTES-READ TO RL-RECORDS-IN.
           MOVE WS-DISPUTES-OPEN TO RL-RECORDS-OUT.
           SET RL-NORMAL TO TRUE.
           WRITE RUN-LOG-RECORD.
           IF RUNLOG-STATUS NOT = "00"
               DISPLAY "Warning: could not write RUNLOG.DAT ("
                   RUNLOG-STATUS ")"
           END-IF.
           CLOSE RUN-LOG-FILE.

       OPEN-FILES.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           PERFORM LOAD-OPEN-ITEMS.
           OPEN OUTPUT AGING-REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "Error opening DSPAGE.RPT: " RPT-STATUS
           END-IF.
           MOVE WS-CURRENT-DATE TO RH-RUN-DATE.
           MOVE WS-HEADING-1 TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-HEADING-2 TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

      * No ARTRAN.DAT leaves a whole-item dispute with nothing to
      * report against; it still lists, flagged.
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
                   MOVE "Y" TO WS-OPEN-ITEM-FOUND
               ELSE
                   DISPLAY "Warning: open-item table full - customer "
                       ART-CUSTOMER-ID " items not tabled"
               END-IF
           END-IF.
           IF WS-OPEN-ITEM-FOUND = "Y"
               IF ART-CREDIT-ENTRY
                   SUBTRACT ART-AMOUNT FROM OI-OPEN-AMOUNT(OI-IDX)
               ELSE
                   ADD ART-AMOUNT TO OI-OPEN-AMOUNT(OI-IDX)
               END-IF
           END-IF.
           PERFORM READ-OPEN-ITEM-PASS.

      * Only disputes still open are aged; resolved ones are counted
      * and left out. No DISPUTE.DAT means nobody has disputed
      * anything, and the report says so with an empty body.
       SELECT-OPEN-DISPUTES.
           OPEN INPUT DISPUTE-FILE.
           IF DISPUTE-STATUS NOT = "00"
               IF DISPUTE-STATUS NOT = "35"
                   DISPLAY "Error opening DISPUTE.DAT: "
                       DISPUTE-STATUS
               END-IF
               MOVE "Y" TO WS-DISPUTE-EOF
           END-IF.
           PERFORM READ-DISPUTE.
           PERFORM RELEASE-ONE-DISPUTE UNTIL WS-DISPUTE-EOF = "Y".
           IF DISPUTE-STATUS = "00" OR DISPUTE-STATUS = "10"
               CLOSE DISPUTE-FILE
           END-IF.

       READ-DISPUTE.
           IF WS-DISPUTE-EOF = "N"
               READ DISPUTE-FILE
                   AT END MOVE "Y" TO WS-DISPUTE-EOF
               END-READ
               IF DISPUTE-STATUS NOT = "00"
                   AND DISPUTE-STATUS NOT = "10"
                   DISPLAY "Error reading DISPUTE.DAT: "
                       DISPUTE-STATUS
                   MOVE "Y" TO WS-DISPUTE-EOF
               END-IF
           END-IF.

      * Age runs from the day the dispute was opened, not from the
      * invoice's due date - the question is how long collections
      * has been sitting on it.
       RELEASE-ONE-DISPUTE.
           ADD 1 TO WS-DISPUTES-READ.
           IF DSP-UNRESOLVED
               MOVE DSP-REASON-CODE TO SDS-REASON-CODE
               MOVE DSP-OWNER TO SDS-OWNER
               MOVE DSP-OPEN-DATE TO SDS-OPEN-DATE
               MOVE DSP-INVOICE-NUMBER TO SDS-INVOICE-NUMBER
               MOVE DSP-CUSTOMER-ID TO SDS-CUSTOMER-ID
               MOVE SPACES TO SDS-NOTE
               IF DSP-AMOUNT = ZERO
                   PERFORM FIND-WHOLE-ITEM-AMOUNT
               ELSE
                   MOVE DSP-AMOUNT TO SDS-AMOUNT
               END-IF
               IF DSP-OPEN-DATE = ZERO
                   OR DSP-OPEN-DATE NOT < WS-CURRENT-DATE
                   MOVE ZERO TO SDS-AGE-DAYS
               ELSE
                   COMPUTE SDS-AGE-DAYS = WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE(DSP-OPEN-DATE)
               END-IF
               RELEASE SORT-DISPUTE-RECORD
               ADD 1 TO WS-DISPUTES-OPEN
           ELSE
               ADD 1 TO WS-DISPUTES-RESOLVED
           END-IF.
           PERFORM READ-DISPUTE.

       FIND-WHOLE-ITEM-AMOUNT.
           MOVE ZERO TO SDS-AMOUNT.
           MOVE "WHOLE ITEM" TO SDS-NOTE.
           SET OI-IDX TO 1.
           SEARCH OPEN-ITEM-ENTRY
               AT END
                   MOVE "NOT OPEN" TO SDS-NOTE
               WHEN OI-IDX > WS-OPEN-ITEM-COUNT
                   MOVE "NOT OPEN" TO SDS-NOTE
               WHEN OI-CUSTOMER-ID(OI-IDX) = DSP-CUSTOMER-ID
                   AND OI-INVOICE-NUMBER(OI-IDX) = DSP-INVOICE-NUMBER
                   IF OI-OPEN-AMOUNT(OI-IDX) > ZERO
                       MOVE OI-OPEN-AMOUNT(OI-IDX) TO SDS-AMOUNT
                   ELSE
                       MOVE "NOT OPEN" TO SDS-NOTE
                   END-IF
           END-SEARCH.

       PRINT-DISPUTE-AGING.
           MOVE "N" TO WS-SORT-EOF.
           MOVE "Y" TO WS-FIRST-DISPUTE.
           PERFORM RETURN-SORTED-DISPUTE.
           PERFORM PRINT-ONE-DISPUTE UNTIL WS-SORT-EOF = "Y".
           IF WS-FIRST-DISPUTE = "N"
               PERFORM WRITE-OWNER-TOTAL
               PERFORM WRITE-REASON-TOTAL
           END-IF.
           PERFORM WRITE-GRAND-TOTAL.

       RETURN-SORTED-DISPUTE.
           RETURN DISPUTE-SORT-FILE
               AT END MOVE "Y" TO WS-SORT-EOF
           END-RETURN.

       PRINT-ONE-DISPUTE.
           EVALUATE TRUE
               WHEN WS-FIRST-DISPUTE = "Y"
                   PERFORM WRITE-REASON-HEADING
               WHEN SDS-REASON-CODE NOT = WS-PREV-REASON
                   PERFORM WRITE-OWNER-TOTAL
                   PERFORM WRITE-REASON-TOTAL
                   PERFORM WRITE-REASON-HEADING
               WHEN SDS-OWNER NOT = WS-PREV-OWNER
                   PERFORM WRITE-OWNER-TOTAL
           END-EVALUATE.
           MOVE "N" TO WS-FIRST-DISPUTE.
           MOVE SDS-REASON-CODE TO WS-PREV-REASON.
           MOVE SDS-OWNER TO WS-PREV-OWNER.
           MOVE SDS-INVOICE-NUMBER TO DL-INVOICE-NUMBER.
           MOVE SDS-CUSTOMER-ID TO DL-CUSTOMER-ID.
           MOVE SDS-OPEN-DATE TO DL-OPEN-DATE.
           MOVE SDS-OWNER TO DL-OWNER.
           MOVE ZERO TO DL-30 DL-60 DL-90 DL-OVER.
           MOVE SDS-NOTE TO DL-NOTE.
           EVALUATE TRUE
               WHEN SDS-AGE-DAYS <= 30
                   MOVE SDS-AMOUNT TO DL-30
                   ADD SDS-AMOUNT TO WS-OWNER-30
               WHEN SDS-AGE-DAYS <= 60
                   MOVE SDS-AMOUNT TO DL-60
                   ADD SDS-AMOUNT TO WS-OWNER-60
               WHEN SDS-AGE-DAYS <= 90
                   MOVE SDS-AMOUNT TO DL-90
                   ADD SDS-AMOUNT TO WS-OWNER-90
               WHEN OTHER
                   MOVE SDS-AMOUNT TO DL-OVER
                   ADD SDS-AMOUNT TO WS-OWNER-OVER
           END-EVALUATE.
           ADD 1 TO WS-OWNER-COUNT.
           MOVE WS-DETAIL-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM RETURN-SORTED-DISPUTE.

       WRITE-REASON-HEADING.
           EVALUATE SDS-REASON-CODE
               WHEN "PR" MOVE "PRICING" TO WS-REASON-WORD
               WHEN "SS" MOVE "SHORT SHIPPED" TO WS-REASON-WORD
               WHEN "DM" MOVE "DAMAGED" TO WS-REASON-WORD
               WHEN "NO" MOVE "NOT ORDERED" TO WS-REASON-WORD
               WHEN "QL" MOVE "QUALITY" TO WS-REASON-WORD
               WHEN "BE" MOVE "BILLING ERROR" TO WS-REASON-WORD
               WHEN "OT" MOVE "OTHER" TO WS-REASON-WORD
               WHEN OTHER MOVE "REASON UNKNOWN" TO WS-REASON-WORD
           END-EVALUATE.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SDS-REASON-CODE TO RL-REASON-CODE.
           MOVE WS-REASON-WORD TO RL-REASON-WORD.
           MOVE WS-REASON-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

      * The owner's totals roll into the reason's as they print, and
      * the reason's into the grand total the same way.
       WRITE-OWNER-TOTAL.
           MOVE SPACES TO TL-LABEL.
           STRING "  OWNER " WS-PREV-OWNER " TOTAL"
               DELIMITED BY SIZE INTO TL-LABEL.
           MOVE WS-OWNER-COUNT TO TL-COUNT.
           MOVE WS-OWNER-30 TO TL-30.
           MOVE WS-OWNER-60 TO TL-60.
           MOVE WS-OWNER-90 TO TL-90.
           MOVE WS-OWNER-OVER TO TL-OVER.
           MOVE WS-TOTAL-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           ADD WS-OWNER-COUNT TO WS-REASON-COUNT.
           ADD WS-OWNER-30 TO WS-REASON-30.
           ADD WS-OWNER-60 TO WS-REASON-60.
           ADD WS-OWNER-90 TO WS-REASON-90.
           ADD WS-OWNER-OVER TO WS-REASON-OVER.
           MOVE ZERO TO WS-OWNER-COUNT WS-OWNER-30 WS-OWNER-60
               WS-OWNER-90 WS-OWNER-OVER.

       WRITE-REASON-TOTAL.
           MOVE SPACES TO TL-LABEL.
           STRING "REASON " WS-PREV-REASON " TOTAL"
               DELIMITED BY SIZE INTO TL-LABEL.
           MOVE WS-REASON-COUNT TO TL-COUNT.
           MOVE WS-REASON-30 TO TL-30.
           MOVE WS-REASON-60 TO TL-60.
           MOVE WS-REASON-90 TO TL-90.
           MOVE WS-REASON-OVER TO TL-OVER.
           MOVE WS-TOTAL-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           ADD WS-REASON-COUNT TO WS-GRAND-COUNT.
           ADD WS-REASON-30 TO WS-GRAND-30.
           ADD WS-REASON-60 TO WS-GRAND-60.
           ADD WS-REASON-90 TO WS-GRAND-90.
           ADD WS-REASON-OVER TO WS-GRAND-OVER.
           MOVE ZERO TO WS-REASON-COUNT WS-REASON-30 WS-REASON-60
               WS-REASON-90 WS-REASON-OVER.

       WRITE-GRAND-TOTAL.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "ALL OPEN DISPUTES" TO TL-LABEL.
           MOVE WS-GRAND-COUNT TO TL-COUNT.
           MOVE WS-GRAND-30 TO TL-30.
           MOVE WS-GRAND-60 TO TL-60.
           MOVE WS-GRAND-90 TO TL-90.
           MOVE WS-GRAND-OVER TO TL-OVER.
           MOVE WS-TOTAL-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       CLOSE-FILES.
           CLOSE AGING-REPORT-FILE.
