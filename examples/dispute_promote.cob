       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPPROM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT DISPUTE-NEW-FILE ASSIGN TO "DSPNEW.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS NEW-MASTER-STATUS.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.
      * The dispute file keeps its own generation log - CUSTPROM's
      * and ITEMPROM's BACKOUT restore whatever their own log's last
      * entry names, so no two masters may share one log.
           SELECT GENERATION-LOG-FILE ASSIGN TO "DSPGLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GENLOG-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTE.

      * Laid out inline, NEW- names, the same way DSPMAINT defines
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

       FD BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01 BACKUP-DISPUTE-RECORD     PIC X(50).

       FD GENERATION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GENLOG.

       FD RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS                PIC XX VALUE SPACES.
       01 NEW-MASTER-STATUS          PIC XX VALUE SPACES.
       01 BACKUP-STATUS              PIC XX VALUE SPACES.
       01 GENLOG-STATUS              PIC XX VALUE SPACES.
       01 RUNLOG-STATUS              PIC XX VALUE SPACES.

       01 WS-RAW-TIME                PIC 9(8).
       01 WS-START-TIMESTAMP         PIC 9(14) VALUE ZERO.
       01 WS-END-TIMESTAMP           PIC 9(14) VALUE ZERO.

       01 WS-MODE                    PIC X(20) VALUE SPACES.
       01 WS-ABORT                   PIC X VALUE "N".
       01 WS-EOF                     PIC X VALUE "N".
      * Set the moment DISPUTE.DAT is opened for output - from then
      * on a failure means the master may be incomplete, and the
      * closing message must say so instead of claiming it is
      * untouched.
       01 WS-MASTER-TOUCHED          PIC X VALUE "N".

      * The dated name the outgoing master is saved under; backups
      * accumulate on disk, one per promotion date, so the last few
      * generations stay recoverable.
       01 WS-BACKUP-FILE-NAME        PIC X(20) VALUE SPACES.
       01 WS-BACKUP-TAKEN            PIC X VALUE "N".
       01 WS-TODAY                   PIC 9(8) VALUE ZEROS.
       01 WS-TIME-NOW                PIC 9(6) VALUE ZEROS.

       01 WS-NEW-COUNT               PIC 9(7) VALUE ZERO.
       01 WS-COPIED-COUNT            PIC 9(7) VALUE ZERO.
       01 WS-PREV-KEY                PIC X(10) VALUE SPACES.
       01 WS-FIRST-RECORD            PIC X VALUE "Y".

      * DSPMAINT's reported output count, pulled off RUNLOG.DAT -
      * the new generation must tie to it before it is promoted.
       01 WS-MAINT-FOUND             PIC X VALUE "N".
       01 WS-MAINT-COUNT             PIC 9(7) VALUE ZERO.
       01 WS-MAINT-STATUS            PIC X(8) VALUE SPACES.
       01 WS-RUNLOG-EOF              PIC X VALUE "N".

       01 WS-GENLOG-EOF              PIC X VALUE "N".
       01 WS-LAST-BACKUP-NAME        PIC X(20) VALUE SPACES.
       01 WS-LAST-BACKUP-COUNT       PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           ACCEPT WS-MODE FROM COMMAND-LINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-TIME-NOW.
           IF WS-MODE(1:7) = "BACKOUT"
               PERFORM BACKOUT-MASTER
           ELSE
               PERFORM PROMOTE-MASTER
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
           MOVE "DSPPROM" TO RL-PROGRAM-NAME.
           MOVE WS-START-TIMESTAMP TO RL-START-TIMESTAMP.
           MOVE WS-END-TIMESTAMP TO RL-END-TIMESTAMP.
           MOVE WS-NEW-COUNT TO RL-RECORDS-IN.
           MOVE WS-COPIED-COUNT TO RL-RECORDS-OUT.
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

      * The same discipline ITEMPROM holds the item master to:
      * the new generation must be non-empty, in ascending key order
      * with no duplicates, and tie to the count DSPMAINT logged;
      * only then is the old master saved under a dated name and the
      * new one copied over it. The generation log is written after
      * the backup is safely on disk but BEFORE the copy opens
      * DISPUTE.DAT for output, so a promotion that dies mid-copy
      * already has its backup on record.
       PROMOTE-MASTER.
           PERFORM VERIFY-NEW-GENERATION.
           IF WS-ABORT = "N"
               PERFORM CHECK-MAINT-COUNT
           END-IF.
           IF WS-ABORT = "N"
               PERFORM BACKUP-CURRENT-MASTER
           END-IF.
           IF WS-ABORT = "N"
               PERFORM WRITE-GENERATION-LOG
           END-IF.
           IF WS-ABORT = "N"
               PERFORM COPY-NEW-TO-MASTER
           END-IF.
           IF WS-ABORT = "N"
               IF WS-BACKUP-TAKEN = "Y"
                   DISPLAY "DSPPROM: promoted " WS-COPIED-COUNT
                       " record(s); prior master saved as "
                       WS-BACKUP-FILE-NAME
               ELSE
                   DISPLAY "DSPPROM: promoted " WS-COPIED-COUNT
                       " record(s); no prior master existed, "
                       "nothing to back out to"
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-MASTER-TOUCHED = "Y"
                       AND WS-BACKUP-TAKEN = "Y"
                       DISPLAY "DSPPROM: promotion FAILED mid-copy "
                           "- DISPUTE.DAT may be incomplete, run "
                           "DSPPROM BACKOUT to restore "
                           WS-BACKUP-FILE-NAME
                   WHEN WS-MASTER-TOUCHED = "Y"
                       DISPLAY "DSPPROM: promotion FAILED mid-copy "
                           "- DISPUTE.DAT may be incomplete and no "
                           "prior generation exists to restore"
                   WHEN OTHER
                       DISPLAY "DSPPROM: promotion NOT done - "
                           "DISPUTE.DAT left untouched"
               END-EVALUATE
           END-IF.

       VERIFY-NEW-GENERATION.
           MOVE "N" TO WS-EOF.
           MOVE "Y" TO WS-FIRST-RECORD.
           MOVE ZERO TO WS-NEW-COUNT.
           OPEN INPUT DISPUTE-NEW-FILE.
           IF NEW-MASTER-STATUS NOT = "00"
               DISPLAY "DSPPROM: cannot open DSPNEW.DAT ("
                   NEW-MASTER-STATUS ")"
               MOVE "Y" TO WS-ABORT
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM VERIFY-ONE-RECORD UNTIL WS-EOF = "Y".
           IF NEW-MASTER-STATUS = "00" OR NEW-MASTER-STATUS = "10"
               CLOSE DISPUTE-NEW-FILE
           END-IF.
           IF WS-ABORT = "N" AND WS-NEW-COUNT = ZERO
               DISPLAY "DSPPROM: DSPNEW.DAT is empty - a failed "
                   "apply run must not be promoted"
               MOVE "Y" TO WS-ABORT
           END-IF.

       VERIFY-ONE-RECORD.
           READ DISPUTE-NEW-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF = "N"
               IF NEW-MASTER-STATUS = "00"
                   ADD 1 TO WS-NEW-COUNT
                   IF WS-FIRST-RECORD = "Y"
                       MOVE "N" TO WS-FIRST-RECORD
                   ELSE
                       IF NEW-INVOICE-NUMBER NOT > WS-PREV-KEY
                           DISPLAY "DSPPROM: DSPNEW.DAT key "
                               NEW-INVOICE-NUMBER " out of sequence "
                               "after " WS-PREV-KEY
                           MOVE "Y" TO WS-ABORT
                           MOVE "Y" TO WS-EOF
                       END-IF
                   END-IF
                   MOVE NEW-INVOICE-NUMBER TO WS-PREV-KEY
               ELSE
                   DISPLAY "Error reading DSPNEW.DAT: "
                       NEW-MASTER-STATUS
                   MOVE "Y" TO WS-ABORT
                   MOVE "Y" TO WS-EOF
               END-IF
           END-IF.

      * The new generation has to tie to what DSPMAINT said it wrote;
      * the last DSPMAINT record on the run log is that run's own
      * count.
       CHECK-MAINT-COUNT.
           MOVE "N" TO WS-MAINT-FOUND.
           MOVE "N" TO WS-RUNLOG-EOF.
           OPEN INPUT RUN-LOG-FILE.
           IF RUNLOG-STATUS NOT = "00"
               MOVE "Y" TO WS-RUNLOG-EOF
           END-IF.
           PERFORM SCAN-RUNLOG-RECORD UNTIL WS-RUNLOG-EOF = "Y".
           IF RUNLOG-STATUS = "00" OR RUNLOG-STATUS = "10"
               CLOSE RUN-LOG-FILE
           END-IF.
           EVALUATE TRUE
               WHEN WS-MAINT-FOUND = "N"
                   DISPLAY "DSPPROM: no DSPMAINT run on "
                       "RUNLOG.DAT - nothing to promote"
                   MOVE "Y" TO WS-ABORT
               WHEN WS-MAINT-STATUS NOT = "NORMAL"
                   DISPLAY "DSPPROM: last DSPMAINT run aborted - "
                       "not promoting its output"
                   MOVE "Y" TO WS-ABORT
               WHEN WS-MAINT-COUNT NOT = WS-NEW-COUNT
                   DISPLAY "DSPPROM: DSPNEW.DAT has " WS-NEW-COUNT
                       " record(s) but DSPMAINT logged "
                       WS-MAINT-COUNT " - not promoting"
                   MOVE "Y" TO WS-ABORT
           END-EVALUATE.

       SCAN-RUNLOG-RECORD.
           READ RUN-LOG-FILE
               AT END MOVE "Y" TO WS-RUNLOG-EOF
           END-READ.
           IF WS-RUNLOG-EOF = "N"
               IF RUNLOG-STATUS = "00"
                   IF RL-PROGRAM-NAME = "DSPMAINT"
                       MOVE "Y" TO WS-MAINT-FOUND
                       MOVE RL-RECORDS-OUT TO WS-MAINT-COUNT
                       MOVE RL-COMPLETION-STATUS TO WS-MAINT-STATUS
                   END-IF
               ELSE
                   DISPLAY "Error reading RUNLOG.DAT: " RUNLOG-STATUS
                   MOVE "Y" TO WS-RUNLOG-EOF
               END-IF
           END-IF.

      * No current master on disk is not fatal - the very first
      * promotion has nothing to back up.
       BACKUP-CURRENT-MASTER.
           MOVE SPACES TO WS-BACKUP-FILE-NAME.
           STRING "DSPT" WS-TODAY ".BKP" DELIMITED BY SIZE
               INTO WS-BACKUP-FILE-NAME.
           MOVE "N" TO WS-EOF.
           OPEN INPUT DISPUTE-FILE.
           IF FILE-STATUS = "35"
               DISPLAY "DSPPROM: no current DISPUTE.DAT - "
                   "nothing to back up"
               MOVE "Y" TO WS-EOF
           ELSE
               IF FILE-STATUS NOT = "00"
                   DISPLAY "Error opening DISPUTE.DAT: " FILE-STATUS
                   MOVE "Y" TO WS-ABORT
                   MOVE "Y" TO WS-EOF
               ELSE
                   OPEN OUTPUT BACKUP-FILE
                   IF BACKUP-STATUS NOT = "00"
                       DISPLAY "Error opening " WS-BACKUP-FILE-NAME
                           ": " BACKUP-STATUS
                       MOVE "Y" TO WS-ABORT
                       MOVE "Y" TO WS-EOF
                   ELSE
                       MOVE "Y" TO WS-BACKUP-TAKEN
                   END-IF
               END-IF
           END-IF.
           PERFORM BACKUP-ONE-RECORD UNTIL WS-EOF = "Y".
           IF FILE-STATUS = "00" OR FILE-STATUS = "10"
               CLOSE DISPUTE-FILE
           END-IF.
           IF BACKUP-STATUS = "00"
               CLOSE BACKUP-FILE
           END-IF.

       BACKUP-ONE-RECORD.
           READ DISPUTE-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF = "N"
               IF FILE-STATUS = "00"
                   MOVE DISPUTE-RECORD TO BACKUP-DISPUTE-RECORD
                   WRITE BACKUP-DISPUTE-RECORD
                   IF BACKUP-STATUS NOT = "00"
                       DISPLAY "Error writing " WS-BACKUP-FILE-NAME
                           ": " BACKUP-STATUS
                       MOVE "Y" TO WS-ABORT
                       MOVE "Y" TO WS-EOF
                   END-IF
               ELSE
                   DISPLAY "Error reading DISPUTE.DAT: " FILE-STATUS
                   MOVE "Y" TO WS-ABORT
                   MOVE "Y" TO WS-EOF
               END-IF
           END-IF.

      * DISPUTE.DAT is only opened for output - which truncates it -
      * once the source of the copy is known good; a failed reopen of
      * DSPNEW.DAT must leave the live master exactly as it was.
       COPY-NEW-TO-MASTER.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO WS-COPIED-COUNT.
           OPEN INPUT DISPUTE-NEW-FILE.
           IF NEW-MASTER-STATUS NOT = "00"
               DISPLAY "Error reopening DSPNEW.DAT: "
                   NEW-MASTER-STATUS
               MOVE "Y" TO WS-ABORT
               MOVE "Y" TO WS-EOF
           ELSE
               OPEN OUTPUT DISPUTE-FILE
               IF FILE-STATUS NOT = "00"
                   DISPLAY "Error opening DISPUTE.DAT for promote: "
                       FILE-STATUS
                   MOVE "Y" TO WS-ABORT
                   MOVE "Y" TO WS-EOF
               ELSE
                   MOVE "Y" TO WS-MASTER-TOUCHED
               END-IF
           END-IF.
           PERFORM PROMOTE-ONE-RECORD UNTIL WS-EOF = "Y".
           IF NEW-MASTER-STATUS = "00" OR NEW-MASTER-STATUS = "10"
               CLOSE DISPUTE-NEW-FILE
           END-IF.
           IF WS-MASTER-TOUCHED = "Y"
               CLOSE DISPUTE-FILE
           END-IF.

       PROMOTE-ONE-RECORD.
           READ DISPUTE-NEW-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF = "N"
               IF NEW-MASTER-STATUS = "00"
                   MOVE NEW-DISPUTE-RECORD TO DISPUTE-RECORD
                   WRITE DISPUTE-RECORD
                   IF FILE-STATUS = "00"
                       ADD 1 TO WS-COPIED-COUNT
                   ELSE
                       DISPLAY "Error writing DISPUTE.DAT: "
                           FILE-STATUS
                       MOVE "Y" TO WS-ABORT
                       MOVE "Y" TO WS-EOF
                   END-IF
               ELSE
                   DISPLAY "Error reading DSPNEW.DAT: "
                       NEW-MASTER-STATUS
                   MOVE "Y" TO WS-ABORT
                   MOVE "Y" TO WS-EOF
               END-IF
           END-IF.

      * Written ahead of the copy, so the count recorded is the
      * verified DSPNEW.DAT count - identical to the copied count
      * on a clean promotion.
       WRITE-GENERATION-LOG.
           OPEN EXTEND GENERATION-LOG-FILE.
           IF GENLOG-STATUS = "35"
               OPEN OUTPUT GENERATION-LOG-FILE
           END-IF.
           MOVE WS-TODAY TO GEN-PROMOTE-DATE.
           MOVE WS-TIME-NOW TO GEN-PROMOTE-TIME.
           IF WS-BACKUP-TAKEN = "Y"
               MOVE WS-BACKUP-FILE-NAME TO GEN-BACKUP-FILE-NAME
           ELSE
               MOVE "NONE" TO GEN-BACKUP-FILE-NAME
           END-IF.
           MOVE WS-NEW-COUNT TO GEN-RECORD-COUNT.
           WRITE GENERATION-LOG-RECORD.
           IF GENLOG-STATUS NOT = "00"
               DISPLAY "Warning: could not write DSPGLOG.DAT ("
                   GENLOG-STATUS ")"
           END-IF.
           CLOSE GENERATION-LOG-FILE.

      * Puts the prior generation back: the last DSPGLOG.DAT entry
      * names the backup taken when the bad generation went in, and
      * that backup becomes DISPUTE.DAT again. DSPNEW.DAT is left
      * alone for the postmortem.
       BACKOUT-MASTER.
           PERFORM FIND-LAST-BACKUP.
           IF WS-ABORT = "N"
               PERFORM RESTORE-BACKUP
           END-IF.
           IF WS-ABORT = "N"
               DISPLAY "DSPPROM: restored " WS-COPIED-COUNT
                   " record(s) from " WS-BACKUP-FILE-NAME
           ELSE
               IF WS-MASTER-TOUCHED = "Y"
                   DISPLAY "DSPPROM: backout FAILED mid-restore - "
                       "DISPUTE.DAT may be incomplete, restore "
                       WS-BACKUP-FILE-NAME " by hand"
               ELSE
                   DISPLAY "DSPPROM: backout NOT done - "
                       "DISPUTE.DAT left untouched"
               END-IF
           END-IF.

       FIND-LAST-BACKUP.
           MOVE "N" TO WS-GENLOG-EOF.
           MOVE SPACES TO WS-LAST-BACKUP-NAME.
           OPEN INPUT GENERATION-LOG-FILE.
           IF GENLOG-STATUS NOT = "00"
               MOVE "Y" TO WS-GENLOG-EOF
           END-IF.
           PERFORM SCAN-GENLOG-RECORD UNTIL WS-GENLOG-EOF = "Y".
           IF GENLOG-STATUS = "00" OR GENLOG-STATUS = "10"
               CLOSE GENERATION-LOG-FILE
           END-IF.
           EVALUATE TRUE
               WHEN WS-LAST-BACKUP-NAME = SPACES
                   DISPLAY "DSPPROM: no promotion on DSPGLOG.DAT "
                       "- nothing to back out to"
                   MOVE "Y" TO WS-ABORT
               WHEN WS-LAST-BACKUP-NAME = "NONE"
                   DISPLAY "DSPPROM: last promotion had no prior "
                       "generation - nothing to restore"
                   MOVE "Y" TO WS-ABORT
               WHEN OTHER
                   MOVE WS-LAST-BACKUP-NAME TO WS-BACKUP-FILE-NAME
           END-EVALUATE.

       SCAN-GENLOG-RECORD.
           READ GENERATION-LOG-FILE
               AT END MOVE "Y" TO WS-GENLOG-EOF
           END-READ.
           IF WS-GENLOG-EOF = "N"
               IF GENLOG-STATUS = "00"
                   MOVE GEN-BACKUP-FILE-NAME TO WS-LAST-BACKUP-NAME
                   MOVE GEN-RECORD-COUNT TO WS-LAST-BACKUP-COUNT
               ELSE
                   DISPLAY "Error reading DSPGLOG.DAT: "
                       GENLOG-STATUS
                   MOVE "Y" TO WS-GENLOG-EOF
               END-IF
           END-IF.

      * The live master is only opened for output - which truncates
      * it - once the backup it will be rebuilt from is open and
      * readable; a pruned or never-taken backup must leave
      * DISPUTE.DAT exactly as it stands.
       RESTORE-BACKUP.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO WS-COPIED-COUNT.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-STATUS NOT = "00"
               DISPLAY "DSPPROM: cannot open backup "
                   WS-BACKUP-FILE-NAME " (" BACKUP-STATUS ")"
               MOVE "Y" TO WS-ABORT
               MOVE "Y" TO WS-EOF
           ELSE
               OPEN OUTPUT DISPUTE-FILE
               IF FILE-STATUS NOT = "00"
                   DISPLAY "Error opening DISPUTE.DAT for restore: "
                       FILE-STATUS
                   MOVE "Y" TO WS-ABORT
                   MOVE "Y" TO WS-EOF
               ELSE
                   MOVE "Y" TO WS-MASTER-TOUCHED
               END-IF
           END-IF.
           PERFORM RESTORE-ONE-RECORD UNTIL WS-EOF = "Y".
           IF BACKUP-STATUS = "00" OR BACKUP-STATUS = "10"
               CLOSE BACKUP-FILE
           END-IF.
           IF WS-MASTER-TOUCHED = "Y"
               CLOSE DISPUTE-FILE
           END-IF.

       RESTORE-ONE-RECORD.
           READ BACKUP-FILE
               AT END MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF = "N"
               IF BACKUP-STATUS = "00"
                   MOVE BACKUP-DISPUTE-RECORD TO DISPUTE-RECORD
                   WRITE DISPUTE-RECORD
                   IF FILE-STATUS = "00"
                       ADD 1 TO WS-COPIED-COUNT
                   ELSE
                       DISPLAY "Error writing DISPUTE.DAT: "
                           FILE-STATUS
                       MOVE "Y" TO WS-ABORT
                       MOVE "Y" TO WS-EOF
                   END-IF
               ELSE
                   DISPLAY "Error reading " WS-BACKUP-FILE-NAME ": "
                       BACKUP-STATUS
                   MOVE "Y" TO WS-ABORT
                   MOVE "Y" TO WS-EOF
               END-IF
           END-IF.
