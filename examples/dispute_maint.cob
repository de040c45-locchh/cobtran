       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OLD-MASTER-STATUS.
           SELECT DISPUTE-TRAN-FILE ASSIGN TO "DSPTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRAN-STATUS.
           SELECT DISPUTE-NEW-FILE ASSIGN TO "DSPNEW.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NEW-MASTER-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "DSPMCTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTE.

       FD DISPUTE-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DSPTRAN.

      * Laid out inline, NEW- names, the same way ITEMMNT defines
      * its copy of the record.
       FD DISPUTE-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01 NEW-DISPUTE-RECORD.
           05 NEW-INVOICE-NUMBER     PIC X(10).
           05 NEW-CUSTOMER-ID        PIC 9(5).
           05 NEW-OPEN-DATE          PIC 9(8).
           05 NEW-REASON-CODE        PIC X(02).
           05 NEW-AMOUNT             PIC 9(7)V99.
           05 NEW-OWNER              PIC X(08).
           05 NEW-RESOLVED-DATE      PIC 9(8).

       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       FD CONTROL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 CONTROL-REPORT-LINE       PIC X(90).

       WORKING-STORAGE SECTION.
       01 OLD-MASTER-STATUS         PIC XX VALUE SPACES.
       01 TRAN-STATUS               PIC XX VALUE SPACES.
       01 NEW-MASTER-STATUS         PIC XX VALUE SPACES.
       01 RUNLOG-STATUS             PIC XX VALUE SPACES.
       01 CTL-RPT-STATUS            PIC XX VALUE SPACES.

      * The transmitted transaction file must prove itself against
      * its control trailer before a single record is applied, the
      * same gate ITEMMNT holds ITEMTRAN.DAT to.
           COPY BATCHCTL.
       01 WS-CTL-RECORD-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-CTL-HASH-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01 WS-TRAILER-FOUND          PIC X VALUE "N".
       01 WS-CTL-EOF                PIC X VALUE "N".
       01 WS-ABORT                  PIC X VALUE "N".
       01 WS-CTL-DISPLAY-COUNT      PIC ZZZZZZ9.
       01 WS-CTL-DISPLAY-AMT        PIC $$,$$$,$$$,$$9.99-.
       01 WS-CTL-MESSAGE            PIC X(90) VALUE SPACES.

       01 WS-RAW-TIME                PIC 9(8).
       01 WS-START-TIMESTAMP         PIC 9(14) VALUE ZERO.
       01 WS-END-TIMESTAMP           PIC 9(14) VALUE ZERO.
       01 WS-RECORDS-IN               PIC 9(7) VALUE ZERO.
       01 WS-CURRENT-DATE            PIC 9(8) VALUE ZEROS.

       01 WS-OLD-MASTER-EOF         PIC X VALUE "N".
           88 OLD-MASTER-EOF        VALUE "Y".
       01 WS-TRAN-EOF                PIC X VALUE "N".
           88 TRAN-EOF              VALUE "Y".

       01 WS-OLD-MASTER-KEY         PIC X(10) VALUE SPACES.
       01 WS-TRAN-KEY               PIC X(10) VALUE SPACES.
       01 WS-HIGH-KEY                PIC X(10) VALUE HIGH-VALUES.

      * Key of the transaction group being applied - all of one
      * invoice's transactions compose against the held record
      * before it is written, the way ITEMMNT applies a key's group.
       01 WS-GROUP-KEY               PIC X(10) VALUE SPACES.

      * Reason codes are edited here rather than in the old-master
      * record area, which holds the next dispute still to be carried.
       01 WS-REASON-CHECK            PIC X(02) VALUE SPACES.
           88 WS-VALID-REASON        VALUES "PR" "SS" "DM" "NO"
                                            "QL" "BE" "OT".

       01 WS-COUNTERS.
           05 WS-RECORDS-OPENED      PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-CHANGED     PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-RESOLVED    PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-REJECTED    PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-CARRIED     PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-WRITTEN     PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM VERIFY-TRANSACTION-CONTROL.
           IF WS-ABORT = "N"
               PERFORM OPEN-FILES
               PERFORM READ-OLD-MASTER
               PERFORM READ-TRANSACTION
               PERFORM MATCH-RECORDS
                   UNTIL OLD-MASTER-EOF AND TRAN-EOF
               PERFORM CLOSE-FILES
               PERFORM DISPLAY-TOTALS
           END-IF.
           PERFORM WRITE-RUN-LOG.
           IF WS-ABORT = "Y"
               DISPLAY "DSPMAINT: control-total exception - "
                   "no transactions applied, see DSPMCTL.RPT"
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Pre-pass over DSPTRAN.DAT: count the detail records and sum
      * DTR-AMOUNT, then hold them up against the *TRAILER the
      * transmission put on the tail. A short file, a missing
      * trailer, or totals that don't tie mean the transmission is
      * suspect, and nothing gets applied.
       VERIFY-TRANSACTION-CONTROL.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           IF CTL-RPT-STATUS NOT = "00"
               DISPLAY "Error opening DSPMCTL.RPT: " CTL-RPT-STATUS
           END-IF.
           MOVE "DSPTRAN.DAT CONTROL-TOTAL VERIFICATION"
               TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           OPEN INPUT DISPUTE-TRAN-FILE.
           IF TRAN-STATUS NOT = "00"
               MOVE "FILE NOT PRESENT - APPLY MUST NOT RUN"
                   TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
               MOVE "Y" TO WS-ABORT
               MOVE "Y" TO WS-CTL-EOF
           END-IF.
           PERFORM TALLY-CONTROL-RECORD UNTIL WS-CTL-EOF = "Y".
           IF TRAN-STATUS = "00" OR TRAN-STATUS = "10"
               CLOSE DISPUTE-TRAN-FILE
           END-IF.
           IF WS-ABORT = "N"
               PERFORM JUDGE-CONTROL-TOTALS
           END-IF.
           CLOSE CONTROL-REPORT-FILE.

       TALLY-CONTROL-RECORD.
           READ DISPUTE-TRAN-FILE
               AT END MOVE "Y" TO WS-CTL-EOF
           END-READ.
           IF WS-CTL-EOF = "N"
               EVALUATE TRUE
                   WHEN TRAN-STATUS NOT = "00"
                       DISPLAY "Error reading DSPTRAN.DAT: "
                           TRAN-STATUS
                       MOVE "Y" TO WS-CTL-EOF
                       MOVE "Y" TO WS-ABORT
                   WHEN DISPUTE-TRAN-RECORD(1:8) = "*TRAILER"
                       MOVE DISPUTE-TRAN-RECORD(1:28)
                           TO BATCH-CONTROL-TRAILER
                       MOVE "Y" TO WS-TRAILER-FOUND
                   WHEN OTHER
                       ADD 1 TO WS-CTL-RECORD-COUNT
                       ADD DTR-AMOUNT TO WS-CTL-HASH-TOTAL
               END-EVALUATE
           END-IF.

       JUDGE-CONTROL-TOTALS.
           EVALUATE TRUE
               WHEN WS-TRAILER-FOUND = "N"
                   MOVE "NO CONTROL TRAILER ON FILE - REJECTED"
                       TO CONTROL-REPORT-LINE
                   WRITE CONTROL-REPORT-LINE
                   MOVE "Y" TO WS-ABORT
               WHEN BCT-RECORD-COUNT NOT = WS-CTL-RECORD-COUNT
                   MOVE SPACES TO WS-CTL-MESSAGE
                   MOVE WS-CTL-RECORD-COUNT TO WS-CTL-DISPLAY-COUNT
                   STRING "RECORD COUNT MISMATCH: FILE HAS "
                       WS-CTL-DISPLAY-COUNT " TRAILER SAYS "
                       BCT-RECORD-COUNT DELIMITED BY SIZE
                       INTO WS-CTL-MESSAGE
                   MOVE WS-CTL-MESSAGE TO CONTROL-REPORT-LINE
                   WRITE CONTROL-REPORT-LINE
                   MOVE "Y" TO WS-ABORT
               WHEN BCT-HASH-TOTAL NOT = WS-CTL-HASH-TOTAL
                   MOVE SPACES TO WS-CTL-MESSAGE
                   MOVE WS-CTL-HASH-TOTAL TO WS-CTL-DISPLAY-AMT
                   STRING "HASH TOTAL MISMATCH: FILE SUMS "
                       WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
                       INTO WS-CTL-MESSAGE
                   MOVE WS-CTL-MESSAGE TO CONTROL-REPORT-LINE
                   WRITE CONTROL-REPORT-LINE
                   MOVE "Y" TO WS-ABORT
               WHEN OTHER
                   MOVE SPACES TO WS-CTL-MESSAGE
                   MOVE WS-CTL-RECORD-COUNT TO WS-CTL-DISPLAY-COUNT
                   STRING "CONTROL TOTALS VERIFIED - "
                       WS-CTL-DISPLAY-COUNT " RECORD(S)"
                       DELIMITED BY SIZE INTO WS-CTL-MESSAGE
                   MOVE WS-CTL-MESSAGE TO CONTROL-REPORT-LINE
                   WRITE CONTROL-REPORT-LINE
           END-EVALUATE.

       CAPTURE-START-TIME.
           ACCEPT WS-START-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-START-TIMESTAMP(9:6).
           MOVE WS-START-TIMESTAMP(1:8) TO WS-CURRENT-DATE.

      * Writes one audit record to the shared run log, same layout
      * and append convention CUSTFILE and INVOICECALC use. Records
      * out is what landed on DISPUTE-NEW-FILE - the count DSPPROM
      * ties the new generation to before promoting it.
       WRITE-RUN-LOG.
           ACCEPT WS-END-TIMESTAMP(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-END-TIMESTAMP(9:6).
           COMPUTE WS-RECORDS-IN = WS-RECORDS-CARRIED
               + WS-RECORDS-OPENED + WS-RECORDS-CHANGED
               + WS-RECORDS-RESOLVED + WS-RECORDS-REJECTED.
           OPEN EXTEND RUN-LOG-FILE.
           IF RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE "DSPMAINT" TO RL-PROGRAM-NAME.
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP.
           MOVE WS-RECORDS-IN TO RL-RECORDS-IN.
           MOVE WS-RECORDS-WRITTEN TO RL-RECORDS-OUT.
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

      * No DISPUTE.DAT yet is not fatal - the very first apply run
      * builds the file from opens alone.
       OPEN-FILES.
           OPEN INPUT DISPUTE-FILE.
           IF OLD-MASTER-STATUS = "35"
               MOVE "Y" TO WS-OLD-MASTER-EOF
               MOVE WS-HIGH-KEY TO WS-OLD-MASTER-KEY
           ELSE
               IF OLD-MASTER-STATUS NOT = "00"
                   DISPLAY "Error opening DISPUTE.DAT: "
                       OLD-MASTER-STATUS
                   MOVE "Y" TO WS-OLD-MASTER-EOF
                   MOVE WS-HIGH-KEY TO WS-OLD-MASTER-KEY
               END-IF
           END-IF.
           OPEN INPUT DISPUTE-TRAN-FILE.
           IF TRAN-STATUS NOT = "00"
               DISPLAY "Error opening DISPUTE-TRAN-FILE: " TRAN-STATUS
               MOVE "Y" TO WS-TRAN-EOF
           END-IF.
           OPEN OUTPUT DISPUTE-NEW-FILE.
           IF NEW-MASTER-STATUS NOT = "00"
               DISPLAY "Error opening DISPUTE-NEW-FILE: "
                   NEW-MASTER-STATUS
           END-IF.

      * Transactions are expected in ascending DTR-INVOICE-NUMBER
      * sequence, the same as the old file, so the two can be
      * matched key-for-key in a single sequential pass.
       READ-OLD-MASTER.
           IF OLD-MASTER-EOF
               CONTINUE
           ELSE
               READ DISPUTE-FILE
                   AT END
                       MOVE "Y" TO WS-OLD-MASTER-EOF
                       MOVE WS-HIGH-KEY TO WS-OLD-MASTER-KEY
               END-READ
               IF NOT OLD-MASTER-EOF
                   IF OLD-MASTER-STATUS = "00"
                       MOVE DSP-INVOICE-NUMBER TO WS-OLD-MASTER-KEY
                   ELSE
                       DISPLAY "Error reading DISPUTE.DAT: "
                           OLD-MASTER-STATUS
                       MOVE "Y" TO WS-OLD-MASTER-EOF
                       MOVE WS-HIGH-KEY TO WS-OLD-MASTER-KEY
                   END-IF
               END-IF
           END-IF.

      * The control trailer verified up front reads like any other
      * record here, so it stands in for end-of-file on the match
      * pass.
       READ-TRANSACTION.
           READ DISPUTE-TRAN-FILE
               AT END
                   MOVE "Y" TO WS-TRAN-EOF
                   MOVE WS-HIGH-KEY TO WS-TRAN-KEY
           END-READ.
           IF NOT TRAN-EOF
               AND DISPUTE-TRAN-RECORD(1:8) = "*TRAILER"
               MOVE "Y" TO WS-TRAN-EOF
               MOVE WS-HIGH-KEY TO WS-TRAN-KEY
           END-IF.
           IF NOT TRAN-EOF
               IF TRAN-STATUS = "00"
                   MOVE DTR-INVOICE-NUMBER TO WS-TRAN-KEY
               ELSE
                   DISPLAY "Error reading DISPUTE-TRAN-FILE: "
                       TRAN-STATUS
                   MOVE "Y" TO WS-TRAN-EOF
                   MOVE WS-HIGH-KEY TO WS-TRAN-KEY
               END-IF
           END-IF.

       MATCH-RECORDS.
           EVALUATE TRUE
               WHEN WS-OLD-MASTER-KEY < WS-TRAN-KEY
                   PERFORM CARRY-FORWARD-MASTER
                   PERFORM READ-OLD-MASTER
               WHEN WS-OLD-MASTER-KEY > WS-TRAN-KEY
                   PERFORM APPLY-UNMATCHED-GROUP
               WHEN OTHER
                   PERFORM APPLY-MATCHED-GROUP
           END-EVALUATE.

      * No transaction for this invoice this run - the dispute moves
      * to the new generation unchanged.
       CARRY-FORWARD-MASTER.
           MOVE DISPUTE-RECORD TO NEW-DISPUTE-RECORD.
           PERFORM WRITE-NEW-MASTER.
           ADD 1 TO WS-RECORDS-CARRIED.

      * A transaction key with no matching dispute must start with
      * an open; the rest of that key's transactions apply on top
      * before the record is written. Change or resolve against an
      * invoice nobody has disputed is rejected.
       APPLY-UNMATCHED-GROUP.
           IF DTR-OPEN
               MOVE WS-TRAN-KEY TO WS-GROUP-KEY
               MOVE SPACES TO NEW-DISPUTE-RECORD
               MOVE ZERO TO NEW-CUSTOMER-ID NEW-OPEN-DATE NEW-AMOUNT
                   NEW-RESOLVED-DATE
               MOVE DTR-INVOICE-NUMBER TO NEW-INVOICE-NUMBER
               PERFORM APPLY-OPEN-DISPUTE
               IF NEW-INVOICE-NUMBER = SPACES
                   PERFORM READ-TRANSACTION
                   PERFORM SKIP-REJECTED-GROUP
                       UNTIL TRAN-EOF
                          OR WS-TRAN-KEY NOT = WS-GROUP-KEY
               ELSE
                   PERFORM READ-TRANSACTION
                   PERFORM APPLY-ONE-TRANSACTION
                       UNTIL TRAN-EOF
                          OR WS-TRAN-KEY NOT = WS-GROUP-KEY
                   PERFORM WRITE-NEW-MASTER
               END-IF
           ELSE
               DISPLAY "Rejected - no dispute on file for invoice "
                   DTR-INVOICE-NUMBER " transaction code " DTR-CODE
               ADD 1 TO WS-RECORDS-REJECTED
               PERFORM READ-TRANSACTION
           END-IF.

      * An open that fails its edit leaves nothing to build on - the
      * rest of the key's transactions go the same way.
       SKIP-REJECTED-GROUP.
           DISPLAY "Rejected - dispute for invoice "
               DTR-INVOICE-NUMBER " was not opened, transaction code "
               DTR-CODE " not applied".
           ADD 1 TO WS-RECORDS-REJECTED.
           PERFORM READ-TRANSACTION.

      * All of one key's transactions are applied, in the order they
      * arrive, against the copy of the dispute held in
      * NEW-DISPUTE-RECORD; the result is written once when the key
      * changes.
       APPLY-MATCHED-GROUP.
           MOVE WS-OLD-MASTER-KEY TO WS-GROUP-KEY.
           MOVE DISPUTE-RECORD TO NEW-DISPUTE-RECORD.
           PERFORM APPLY-ONE-TRANSACTION
               UNTIL TRAN-EOF
                  OR WS-TRAN-KEY NOT = WS-GROUP-KEY.
           PERFORM WRITE-NEW-MASTER.
           PERFORM READ-OLD-MASTER.

      * Resolve keeps the record with its resolved date rather than
      * dropping it - the aging report and the workbench still want
      * the history. An open on top of a resolved dispute reopens it
      * under the new reason, amount and owner, the way ITEMMNT's
      * add reactivates a discontinued item.
       APPLY-ONE-TRANSACTION.
           EVALUATE TRUE
               WHEN DTR-OPEN AND NEW-RESOLVED-DATE NOT = ZERO
                   PERFORM APPLY-OPEN-DISPUTE
               WHEN DTR-OPEN
                   DISPLAY "Rejected - invoice " DTR-INVOICE-NUMBER
                       " already in dispute, cannot open"
                   ADD 1 TO WS-RECORDS-REJECTED
               WHEN NEW-RESOLVED-DATE NOT = ZERO
                   DISPLAY "Rejected - dispute for invoice "
                       DTR-INVOICE-NUMBER " already resolved, "
                       "transaction code " DTR-CODE " not applied"
                   ADD 1 TO WS-RECORDS-REJECTED
               WHEN DTR-CHANGE
                   PERFORM APPLY-CHANGE-DISPUTE
               WHEN DTR-RESOLVE
                   IF DTR-RESOLVED-DATE = ZERO
                       MOVE WS-CURRENT-DATE TO NEW-RESOLVED-DATE
                   ELSE
                       MOVE DTR-RESOLVED-DATE TO NEW-RESOLVED-DATE
                   END-IF
                   ADD 1 TO WS-RECORDS-RESOLVED
               WHEN OTHER
                   DISPLAY "Unknown transaction code " DTR-CODE
                       " for invoice " DTR-INVOICE-NUMBER
                   ADD 1 TO WS-RECORDS-REJECTED
           END-EVALUATE.
           PERFORM READ-TRANSACTION.

      * A dispute needs a customer, a reason on the list and an
      * owner to chase it; an open without them is rejected. On an
      * unmatched key the rejection blanks NEW-INVOICE-NUMBER so the
      * caller writes nothing; on a reopen the resolved record is
      * simply carried as it was.
       APPLY-OPEN-DISPUTE.
           MOVE DTR-REASON-CODE TO WS-REASON-CHECK.
           EVALUATE TRUE
               WHEN DTR-CUSTOMER-ID = ZERO
                   DISPLAY "Rejected - invoice " DTR-INVOICE-NUMBER
                       " dispute has no customer"
                   ADD 1 TO WS-RECORDS-REJECTED
                   IF NEW-RESOLVED-DATE = ZERO
                       MOVE SPACES TO NEW-INVOICE-NUMBER
                   END-IF
               WHEN NOT WS-VALID-REASON
                   DISPLAY "Rejected - invoice " DTR-INVOICE-NUMBER
                       " dispute reason " DTR-REASON-CODE
                       " not recognized"
                   ADD 1 TO WS-RECORDS-REJECTED
                   IF NEW-RESOLVED-DATE = ZERO
                       MOVE SPACES TO NEW-INVOICE-NUMBER
                   END-IF
               WHEN DTR-OWNER = SPACES
                   DISPLAY "Rejected - invoice " DTR-INVOICE-NUMBER
                       " dispute has no owner"
                   ADD 1 TO WS-RECORDS-REJECTED
                   IF NEW-RESOLVED-DATE = ZERO
                       MOVE SPACES TO NEW-INVOICE-NUMBER
                   END-IF
               WHEN OTHER
                   MOVE DTR-CUSTOMER-ID TO NEW-CUSTOMER-ID
                   IF DTR-OPEN-DATE = ZERO
                       MOVE WS-CURRENT-DATE TO NEW-OPEN-DATE
                   ELSE
                       MOVE DTR-OPEN-DATE TO NEW-OPEN-DATE
                   END-IF
                   MOVE DTR-REASON-CODE TO NEW-REASON-CODE
                   MOVE DTR-AMOUNT TO NEW-AMOUNT
                   MOVE DTR-OWNER TO NEW-OWNER
                   MOVE ZERO TO NEW-RESOLVED-DATE
                   ADD 1 TO WS-RECORDS-OPENED
           END-EVALUATE.

      * Only what the change carries is replaced; the customer and
      * open date of a dispute never move.
       APPLY-CHANGE-DISPUTE.
           MOVE DTR-REASON-CODE TO WS-REASON-CHECK.
           IF DTR-REASON-CODE NOT = SPACES AND NOT WS-VALID-REASON
               DISPLAY "Rejected - invoice " DTR-INVOICE-NUMBER
                   " dispute reason " DTR-REASON-CODE
                   " not recognized"
               ADD 1 TO WS-RECORDS-REJECTED
           ELSE
               IF DTR-REASON-CODE NOT = SPACES
                   MOVE DTR-REASON-CODE TO NEW-REASON-CODE
               END-IF
               IF DTR-AMOUNT NOT = ZERO
                   MOVE DTR-AMOUNT TO NEW-AMOUNT
               END-IF
               IF DTR-OWNER NOT = SPACES
                   MOVE DTR-OWNER TO NEW-OWNER
               END-IF
               ADD 1 TO WS-RECORDS-CHANGED
           END-IF.

       WRITE-NEW-MASTER.
           WRITE NEW-DISPUTE-RECORD.
           IF NEW-MASTER-STATUS NOT = "00"
               DISPLAY "Error writing DISPUTE-NEW-FILE: "
                   NEW-MASTER-STATUS
           ELSE
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF.

       CLOSE-FILES.
           IF OLD-MASTER-STATUS = "00" OR OLD-MASTER-STATUS = "10"
               CLOSE DISPUTE-FILE
           END-IF.
           CLOSE DISPUTE-TRAN-FILE.
           CLOSE DISPUTE-NEW-FILE.

       DISPLAY-TOTALS.
           DISPLAY "DSPMAINT run complete.".
           DISPLAY "  Opened      : " WS-RECORDS-OPENED.
           DISPLAY "  Changed     : " WS-RECORDS-CHANGED.
           DISPLAY "  Resolved    : " WS-RECORDS-RESOLVED.
           DISPLAY "  Rejected    : " WS-RECORDS-REJECTED.
           DISPLAY "  Carried     : " WS-RECORDS-CARRIED.
           DISPLAY "  Written     : " WS-RECORDS-WRITTEN.
