       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-REGISTRY-FILE ASSIGN TO "BILLREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
           SELECT REGISTRY-BACKUP-FILE ASSIGN TO "BILLREG.BKP"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.
           SELECT REGISTRY-REPORT-FILE ASSIGN TO "BILLREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BILLING-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLREG.

      * A purge copies the registry here whole before it writes the
      * kept entries back, so a purge run with the wrong age can be
      * undone by copying BILLREG.BKP back over BILLREG.DAT.
       FD REGISTRY-BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01 BACKUP-REGISTRY-RECORD     PIC X(43).

       FD REGISTRY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REGISTRY-REPORT-LINE       PIC X(90).

       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 REGISTRY-STATUS            PIC XX VALUE SPACES.
       01 BACKUP-STATUS              PIC XX VALUE SPACES.
       01 RPT-STATUS                 PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.

       01 WS-RAW-TIME                PIC 9(8).
       01 WS-START-TIMESTAMP         PIC 9(14) VALUE ZERO.
       01 WS-END-TIMESTAMP           PIC 9(14) VALUE ZERO.
       01 WS-CURRENT-DATE            PIC 9(8) VALUE ZERO.

      * INQUIRE with an invoice number lists that entry and every
      * credit memo billed against it; INQUIRE alone lists the whole
      * registry. PURGE takes an age in days, four digits, and drops
      * every entry billed more than that many days ago.
       01 WS-COMMAND-ARG             PIC X(80) VALUE SPACES.
       01 WS-RUN-MODE                PIC X(01) VALUE SPACES.
           88 WS-INQUIRY-MODE        VALUE "I".
           88 WS-PURGE-MODE          VALUE "P".
       01 WS-INQUIRY-KEY             PIC X(10) VALUE SPACES.
       01 WS-PURGE-DAYS              PIC 9(4) VALUE ZERO.
       01 WS-TODAY-INTEGER           PIC 9(7) VALUE ZERO.
       01 WS-CUTOFF-INTEGER          PIC 9(7) VALUE ZERO.
       01 WS-BILLED-INTEGER          PIC 9(7) VALUE ZERO.
       01 WS-CUTOFF-DATE             PIC 9(8) VALUE ZERO.
       01 WS-ABORT                   PIC X VALUE "N".
       01 WS-REGISTRY-EOF            PIC X VALUE "N".
       01 WS-BACKUP-EOF              PIC X VALUE "N".
       01 WS-BACKUP-OK               PIC X VALUE "Y".
       01 WS-ENTRY-SELECTED          PIC X VALUE "N".

       01 WS-COUNTERS.
           05 WS-ENTRIES-READ        PIC 9(7) VALUE ZERO.
           05 WS-ENTRIES-LISTED      PIC 9(7) VALUE ZERO.
           05 WS-ENTRIES-KEPT        PIC 9(7) VALUE ZERO.
           05 WS-ENTRIES-PURGED      PIC 9(7) VALUE ZERO.
       01 WS-LISTED-TOTAL            PIC S9(9)V99 VALUE ZERO.

       01 WS-REPORT-HEADING-1.
           05 FILLER PIC X(26) VALUE "BILLED-INVOICE REGISTRY - ".
           05 RH-MODE-TITLE          PIC X(34).
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 RH-RUN-DATE            PIC 9(8).
           05 FILLER PIC X(12) VALUE SPACES.

       01 WS-REPORT-HEADING-2.
           05 FILLER PIC X(12) VALUE "INVOICE".
           05 FILLER PIC X(10) VALUE "BILLED".
           05 FILLER PIC X(7) VALUE "CUST".
           05 FILLER PIC X(13) VALUE "DOCUMENT".
           05 FILLER PIC X(16) VALUE "        TOTAL".
           05 FILLER PIC X(12) VALUE "AGAINST".
           05 FILLER PIC X(20) VALUE SPACES.

       01 WS-REPORT-DETAIL.
           05 RD-INVOICE-NUMBER      PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-BILLING-DATE        PIC 9(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-CUSTOMER-ID         PIC 9(5).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-DOCUMENT            PIC X(11).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-TOTAL-AMOUNT        PIC $$,$$$,$$9.99-.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RD-ORIG-INVOICE        PIC X(10).
           05 FILLER                 PIC X(22) VALUE SPACES.

       01 WS-REPORT-TOTAL-LINE.
           05 RT-LABEL               PIC X(20).
           05 RT-COUNT               PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "   NET TOTAL: ".
           05 RT-AMOUNT              PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(34) VALUE SPACES.

       01 WS-REPORT-MESSAGE          PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM EDIT-RUN-MODE.
           IF WS-ABORT = "N"
               PERFORM OPEN-REPORT
               IF WS-PURGE-MODE
                   PERFORM PURGE-REGISTRY
               ELSE
                   PERFORM INQUIRE-REGISTRY
               END-IF
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REGISTRY-REPORT-FILE
           END-IF.
           PERFORM WRITE-RUN-LOG.
           IF WS-ABORT = "Y"
               MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY "BILLREG: " WS-ENTRIES-READ
               " registry entries read, " WS-ENTRIES-LISTED " listed, "
               WS-ENTRIES-PURGED " purged, " WS-ENTRIES-KEPT
               " kept.".
           STOP RUN.

       CAPTURE-START-TIME.
           ACCEPT WS-START-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-START-TIMESTAMP(9:6).
           MOVE WS-START-TIMESTAMP(1:8) TO WS-CURRENT-DATE.

      * Writes one audit record to the shared run log, same layout
      * and append convention CUSTFILE and INVOICECALC use. A purge
      * logs the entries it kept, an inquiry the entries it listed.
       WRITE-RUN-LOG.
           ACCEPT WS-END-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-END-TIMESTAMP(9:6).
           OPEN EXTEND RUN-LOG-FILE.
           IF RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE "BILLREG" TO RL-PROGRAM-NAME.
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP.
           MOVE WS-ENTRIES-READ TO RL-RECORDS-IN.
           IF WS-PURGE-MODE
               MOVE WS-ENTRIES-KEPT TO RL-RECORDS-OUT
           ELSE
               MOVE WS-ENTRIES-LISTED TO RL-RECORDS-OUT
           END-IF.
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

      * The purge age comes in on the command line - how long a
      * number stays protected against double billing is the
      * controller's call. Zero days would empty the registry and
      * is refused.
       EDIT-RUN-MODE.
           ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
           EVALUATE TRUE
               WHEN WS-COMMAND-ARG(1:7) = "INQUIRE"
                   AND WS-COMMAND-ARG(8:1) = SPACE
                   SET WS-INQUIRY-MODE TO TRUE
                   MOVE WS-COMMAND-ARG(9:10) TO WS-INQUIRY-KEY
               WHEN WS-COMMAND-ARG(1:6) = "PURGE "
                   AND WS-COMMAND-ARG(7:4) NUMERIC
                   AND WS-COMMAND-ARG(7:4) NOT = "0000"
                   SET WS-PURGE-MODE TO TRUE
                   MOVE WS-COMMAND-ARG(7:4) TO WS-PURGE-DAYS
               WHEN OTHER
                   DISPLAY "BILLREG: run as BILLREG INQUIRE [invoice]"
                       " or BILLREG PURGE nnnn (age in days, "
                       "e.g. BILLREG PURGE 0730)"
                   MOVE "Y" TO WS-ABORT
           END-EVALUATE.

       OPEN-REPORT.
           OPEN OUTPUT REGISTRY-REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "Error opening BILLREG.RPT: " RPT-STATUS
           END-IF.
           IF WS-PURGE-MODE
               COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               COMPUTE WS-CUTOFF-INTEGER =
                   WS-TODAY-INTEGER - WS-PURGE-DAYS
               COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
               MOVE SPACES TO RH-MODE-TITLE
               STRING "PURGED - BILLED BEFORE " WS-CUTOFF-DATE
                   DELIMITED BY SIZE INTO RH-MODE-TITLE
           ELSE
               IF WS-INQUIRY-KEY = SPACES
                   MOVE "INQUIRY - ALL ENTRIES" TO RH-MODE-TITLE
               ELSE
                   MOVE SPACES TO RH-MODE-TITLE
                   STRING "INQUIRY - INVOICE " WS-INQUIRY-KEY
                       DELIMITED BY SIZE INTO RH-MODE-TITLE
               END-IF
           END-IF.
           MOVE WS-CURRENT-DATE TO RH-RUN-DATE.
           MOVE WS-REPORT-HEADING-1 TO REGISTRY-REPORT-LINE.
           WRITE REGISTRY-REPORT-LINE.
           MOVE WS-REPORT-HEADING-2 TO REGISTRY-REPORT-LINE.
           WRITE REGISTRY-REPORT-LINE.

      *****************************************************
      *  INQUIRY                                          *
      *****************************************************
       INQUIRE-REGISTRY.
           OPEN INPUT BILLING-REGISTRY-FILE.
           IF REGISTRY-STATUS NOT = "00"
               DISPLAY "BILLREG: BILLREG.DAT not available ("
                   REGISTRY-STATUS "), nothing billed yet"
               MOVE "Y" TO WS-REGISTRY-EOF
           END-IF.
           PERFORM READ-REGISTRY.
           PERFORM INQUIRE-ONE-ENTRY UNTIL WS-REGISTRY-EOF = "Y".
           IF REGISTRY-STATUS = "00" OR REGISTRY-STATUS = "10"
               CLOSE BILLING-REGISTRY-FILE
           END-IF.
           IF WS-INQUIRY-KEY NOT = SPACES
               AND WS-ENTRIES-LISTED = ZERO
               MOVE SPACES TO WS-REPORT-MESSAGE
               STRING "INVOICE " WS-INQUIRY-KEY
                   " IS NOT ON THE REGISTRY - NEVER BILLED, OR "
                   "PURGED" DELIMITED BY SIZE INTO WS-REPORT-MESSAGE
               MOVE WS-REPORT-MESSAGE TO REGISTRY-REPORT-LINE
               WRITE REGISTRY-REPORT-LINE
               DISPLAY "BILLREG: " WS-REPORT-MESSAGE
           END-IF.

       READ-REGISTRY.
           READ BILLING-REGISTRY-FILE
               AT END MOVE "Y" TO WS-REGISTRY-EOF
           END-READ.
           IF WS-REGISTRY-EOF = "N"
               IF REGISTRY-STATUS = "00"
                   ADD 1 TO WS-ENTRIES-READ
               ELSE
                   DISPLAY "Error reading BILLREG.DAT: "
                       REGISTRY-STATUS
                   MOVE "Y" TO WS-REGISTRY-EOF
               END-IF
           END-IF.

       INQUIRE-ONE-ENTRY.
           MOVE "N" TO WS-ENTRY-SELECTED.
           IF WS-INQUIRY-KEY = SPACES
               OR BRG-INVOICE-NUMBER = WS-INQUIRY-KEY
               OR BRG-ORIG-INVOICE = WS-INQUIRY-KEY
               MOVE "Y" TO WS-ENTRY-SELECTED
           END-IF.
           IF WS-ENTRY-SELECTED = "Y"
               PERFORM WRITE-ENTRY-LINE
               ADD 1 TO WS-ENTRIES-LISTED
               ADD BRG-TOTAL-AMOUNT TO WS-LISTED-TOTAL
               IF WS-INQUIRY-KEY NOT = SPACES
                   DISPLAY "BILLREG: " BRG-INVOICE-NUMBER
                       " billed " BRG-BILLING-DATE " customer "
                       BRG-CUSTOMER-ID " " RD-DOCUMENT " "
                       RD-TOTAL-AMOUNT
               END-IF
           END-IF.
           PERFORM READ-REGISTRY.

       WRITE-ENTRY-LINE.
           MOVE BRG-INVOICE-NUMBER TO RD-INVOICE-NUMBER.
           MOVE BRG-BILLING-DATE TO RD-BILLING-DATE.
           MOVE BRG-CUSTOMER-ID TO RD-CUSTOMER-ID.
           IF BRG-CREDIT-MEMO
               MOVE "CREDIT MEMO" TO RD-DOCUMENT
           ELSE
               MOVE "INVOICE" TO RD-DOCUMENT
           END-IF.
           MOVE BRG-TOTAL-AMOUNT TO RD-TOTAL-AMOUNT.
           MOVE BRG-ORIG-INVOICE TO RD-ORIG-INVOICE.
           MOVE WS-REPORT-DETAIL TO REGISTRY-REPORT-LINE.
           WRITE REGISTRY-REPORT-LINE.

      *****************************************************
      *  PURGE                                            *
      *****************************************************
      * The registry is copied whole to BILLREG.BKP, then read back
      * from the copy with only the entries inside the age written
      * to a fresh BILLREG.DAT. A purged number is no longer
      * protected: it could bill again, and a credit memo naming it
      * will be rejected, so the age should run well past the
      * returns window. An entry with no usable billing date is
      * kept rather than guessed at. A copy cut short by a read
      * error is no backup, and nothing is purged from it.
       PURGE-REGISTRY.
           PERFORM BACKUP-REGISTRY.
           IF WS-BACKUP-OK = "Y"
               PERFORM REWRITE-REGISTRY
           ELSE
               MOVE "Y" TO WS-ABORT
               MOVE "REGISTRY NOT BACKED UP - NOTHING PURGED"
                   TO REGISTRY-REPORT-LINE
               WRITE REGISTRY-REPORT-LINE
           END-IF.

       BACKUP-REGISTRY.
           OPEN INPUT BILLING-REGISTRY-FILE.
           IF REGISTRY-STATUS NOT = "00"
               DISPLAY "Error opening BILLREG.DAT: " REGISTRY-STATUS
               MOVE "N" TO WS-BACKUP-OK
           ELSE
               OPEN OUTPUT REGISTRY-BACKUP-FILE
               IF BACKUP-STATUS NOT = "00"
                   DISPLAY "Error opening BILLREG.BKP: "
                       BACKUP-STATUS
                   MOVE "N" TO WS-BACKUP-OK
               ELSE
                   PERFORM READ-REGISTRY
                   PERFORM COPY-TO-BACKUP
                       UNTIL WS-REGISTRY-EOF = "Y"
                   IF REGISTRY-STATUS NOT = "10"
                       MOVE "N" TO WS-BACKUP-OK
                   END-IF
                   CLOSE REGISTRY-BACKUP-FILE
               END-IF
               CLOSE BILLING-REGISTRY-FILE
           END-IF.

       COPY-TO-BACKUP.
           WRITE BACKUP-REGISTRY-RECORD FROM BILLING-REGISTRY-RECORD.
           IF BACKUP-STATUS NOT = "00"
               DISPLAY "Error writing BILLREG.BKP: " BACKUP-STATUS
               MOVE "N" TO WS-BACKUP-OK
               MOVE "Y" TO WS-REGISTRY-EOF
           ELSE
               PERFORM READ-REGISTRY
           END-IF.

       REWRITE-REGISTRY.
           MOVE ZERO TO WS-ENTRIES-READ.
           OPEN INPUT REGISTRY-BACKUP-FILE.
           IF BACKUP-STATUS NOT = "00"
               DISPLAY "Error opening BILLREG.BKP: " BACKUP-STATUS
               MOVE "Y" TO WS-ABORT
           ELSE
               OPEN OUTPUT BILLING-REGISTRY-FILE
               IF REGISTRY-STATUS NOT = "00"
                   DISPLAY "Error opening BILLREG.DAT for rewrite: "
                       REGISTRY-STATUS
                   MOVE "Y" TO WS-ABORT
               ELSE
                   PERFORM READ-BACKUP
                   PERFORM PURGE-ONE-ENTRY
                       UNTIL WS-BACKUP-EOF = "Y"
                   CLOSE BILLING-REGISTRY-FILE
               END-IF
               CLOSE REGISTRY-BACKUP-FILE
           END-IF.

       READ-BACKUP.
           READ REGISTRY-BACKUP-FILE INTO BILLING-REGISTRY-RECORD
               AT END MOVE "Y" TO WS-BACKUP-EOF
           END-READ.
           IF WS-BACKUP-EOF = "N"
               IF BACKUP-STATUS = "00"
                   ADD 1 TO WS-ENTRIES-READ
               ELSE
                   DISPLAY "Error reading BILLREG.BKP: "
                       BACKUP-STATUS
                   MOVE "Y" TO WS-BACKUP-EOF
                   MOVE "Y" TO WS-ABORT
               END-IF
           END-IF.

       PURGE-ONE-ENTRY.
           MOVE "N" TO WS-ENTRY-SELECTED.
           IF BRG-BILLING-DATE NUMERIC
               AND BRG-BILLING-DATE > 16010101
               COMPUTE WS-BILLED-INTEGER =
                   FUNCTION INTEGER-OF-DATE(BRG-BILLING-DATE)
               IF WS-BILLED-INTEGER < WS-CUTOFF-INTEGER
                   MOVE "Y" TO WS-ENTRY-SELECTED
               END-IF
           END-IF.
           IF WS-ENTRY-SELECTED = "Y"
               PERFORM WRITE-ENTRY-LINE
               ADD 1 TO WS-ENTRIES-PURGED
               ADD 1 TO WS-ENTRIES-LISTED
               ADD BRG-TOTAL-AMOUNT TO WS-LISTED-TOTAL
           ELSE
               WRITE BILLING-REGISTRY-RECORD
               IF REGISTRY-STATUS NOT = "00"
                   DISPLAY "Error writing BILLREG.DAT: "
                       REGISTRY-STATUS
                   MOVE "Y" TO WS-ABORT
               ELSE
                   ADD 1 TO WS-ENTRIES-KEPT
               END-IF
           END-IF.
           PERFORM READ-BACKUP.

       WRITE-REPORT-TOTALS.
           IF WS-PURGE-MODE
               MOVE "ENTRIES PURGED:" TO RT-LABEL
           ELSE
               MOVE "ENTRIES LISTED:" TO RT-LABEL
           END-IF.
           MOVE WS-ENTRIES-LISTED TO RT-COUNT.
           MOVE WS-LISTED-TOTAL TO RT-AMOUNT.
           MOVE WS-REPORT-TOTAL-LINE TO REGISTRY-REPORT-LINE.
           WRITE REGISTRY-REPORT-LINE.
           IF WS-PURGE-MODE AND WS-ABORT = "N"
               MOVE SPACES TO WS-REPORT-MESSAGE
               STRING "ENTRIES KEPT: " WS-ENTRIES-KEPT
                   "   PRIOR REGISTRY SAVED AS BILLREG.BKP"
                   DELIMITED BY SIZE INTO WS-REPORT-MESSAGE
               MOVE WS-REPORT-MESSAGE TO REGISTRY-REPORT-LINE
               WRITE REGISTRY-REPORT-LINE
           END-IF.
