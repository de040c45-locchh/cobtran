       01 WS-LOG-END-STAMP           PIC 9(14) VALUE ZERO.
       01 WS-RUNLOG-EOF              PIC X VALUE "N".

      * BATCHDRV RESTART picks up the last cycle where it stopped
      * instead of starting a new one. The cycle is the one whose
      * heading opens BATCHDRV.RPT; the restart appends to that
      * report rather than replacing it, so the report stays the
      * whole history of the cycle however many restarts it took.
      * BATCHDRV RESTART CONFIRM nnn is the operator's say-so that
      * step nnn, marked not safe to rerun, may be relaunched.
       01 WS-COMMAND-ARG             PIC X(80) VALUE SPACES.
       01 WS-RESTART-MODE            PIC X VALUE "N".
       01 WS-CONFIRMED-STEP          PIC 9(3) VALUE ZERO.
       01 WS-CYCLE-START             PIC 9(14) VALUE ZERO.
       01 WS-HISTORY-EOF             PIC X VALUE "N".
       01 WS-HISTORY-OK              PIC X VALUE "N".
       01 WS-RESTART-STEP            PIC 9(3) VALUE ZERO.

      * What the cycle's report says about each step so far: any
      * line saying it completed, and any line saying it was
      * launched and did not.
       01 HISTORY-TABLE.
           05 HISTORY-ENTRY OCCURS 200 TIMES INDEXED BY HT-IDX.
               10 HT-STEP-NUMBER     PIC 9(3).
               10 HT-COMPLETED       PIC X(01).
               10 HT-ATTEMPTED       PIC X(01).
       01 WS-HISTORY-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-HISTORY-MAX             PIC 9(3) VALUE 200.
       01 WS-HISTORY-FOUND           PIC X VALUE "N".
       01 WS-STEP-DONE-EARLIER       PIC X VALUE "N".
       01 WS-STEP-HALTED             PIC X VALUE "N".

       01 WS-COUNTERS.
           05 WS-STEPS-RUN           PIC 9(3) VALUE ZERO.
           05 WS-STEPS-OK            PIC 9(3) VALUE ZERO.
           05 WS-STEPS-SKIPPED       PIC 9(3) VALUE ZERO.
           05 WS-STEPS-EARLIER       PIC 9(3) VALUE ZERO.

      * Tonight's place on the calendar, worked out once at start:
      * the date, the day of week (1=Monday through 7=Sunday, off

       01 WS-REPORT-HEADING.
           05 FILLER PIC X(27) VALUE "NIGHTLY BATCH STREAM REPORT".
           05 FILLER PIC X(15) VALUE " - CYCLE START ".
           05 RH-CYCLE-START         PIC 9(14).
           05 FILLER PIC X(34) VALUE SPACES.

       01 WS-RESTART-HEADING.
           05 FILLER PIC X(20) VALUE "STREAM RESTARTED AT ".
           05 RR-RESTART-STAMP       PIC 9(14).
           05 FILLER PIC X(20) VALUE " - CYCLE STARTED AT ".
           05 RR-CYCLE-START         PIC 9(14).
           05 FILLER PIC X(22) VALUE SPACES.

       01 WS-REPORT-DETAIL.
           05 RD-STEP-NUMBER         PIC 9(3).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CAPTURE-START-TIME.
           PERFORM EDIT-RUN-MODE.
           IF WS-RESTART-MODE = "Y" AND WS-STREAM-STOPPED = "N"
               PERFORM LOAD-CYCLE-HISTORY
           END-IF.
           IF WS-STREAM-STOPPED = "N"
               PERFORM SET-CALENDAR
               PERFORM OPEN-FILES
               IF WS-RESTART-MODE = "Y"
                   PERFORM WRITE-RESTART-LOG
               END-IF
               PERFORM READ-CONTROL-STEP
               PERFORM RUN-ONE-STEP
                   UNTIL WS-CONTROL-EOF = "Y"
                      OR WS-STREAM-STOPPED = "Y"
               PERFORM CLOSE-FILES
           END-IF.
           PERFORM WRITE-RUN-LOG.
           DISPLAY "BATCHDRV: " WS-STEPS-OK " of " WS-STEPS-RUN
               " step(s) completed normally, " WS-STEPS-SKIPPED
               " skipped by calendar.".
           IF WS-RESTART-MODE = "Y"
               DISPLAY "BATCHDRV: restart of cycle " WS-CYCLE-START
                   " - " WS-STEPS-EARLIER
                   " step(s) completed earlier this cycle."
           END-IF.
           IF WS-STREAM-STOPPED = "Y"
               DISPLAY "BATCHDRV: stream stopped - remaining steps "
                   "not run"
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-START-TIMESTAMP(9:6).

      * A restart keeps the calendar of the cycle it is finishing -
      * a stream that failed before midnight and is resumed after it
      * still runs the steps that night was due, not the next's.
       SET-CALENDAR.
           IF WS-RESTART-MODE = "Y"
               MOVE WS-CYCLE-START(1:8) TO WS-TODAY-DATE
           ELSE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           COMPUTE WS-DAY-OF-WEEK =
           END-IF.
           CLOSE RUN-LOG-FILE.

       EDIT-RUN-MODE.
           ACCEPT WS-COMMAND-ARG FROM COMMAND-LINE.
           EVALUATE TRUE
               WHEN WS-COMMAND-ARG = SPACES
                   CONTINUE
               WHEN WS-COMMAND-ARG = "RESTART"
                   MOVE "Y" TO WS-RESTART-MODE
               WHEN WS-COMMAND-ARG(1:16) = "RESTART CONFIRM "
                   AND WS-COMMAND-ARG(17:3) NUMERIC
                   AND WS-COMMAND-ARG(20:61) = SPACES
                   MOVE "Y" TO WS-RESTART-MODE
                   MOVE WS-COMMAND-ARG(17:3) TO WS-CONFIRMED-STEP
               WHEN OTHER
                   DISPLAY "BATCHDRV: run with no argument for a new "
                       "cycle, RESTART to resume the last one, or "
                       "RESTART CONFIRM nnn to rerun step nnn"
                   MOVE "Y" TO WS-STREAM-STOPPED
           END-EVALUATE.

      * The cycle's report is read before anything is launched. A
      * report that does not open with a cycle heading has nothing
      * to resume, and the restart stops rather than guess.
       LOAD-CYCLE-HISTORY.
           OPEN INPUT STREAM-REPORT-FILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "BATCHDRV: no BATCHDRV.RPT to restart from ("
                   RPT-STATUS ")"
               MOVE "Y" TO WS-STREAM-STOPPED
           ELSE
               PERFORM READ-HISTORY-LINE
               IF WS-HISTORY-EOF = "N"
                   AND STREAM-REPORT-LINE(1:42)
                       = "NIGHTLY BATCH STREAM REPORT - CYCLE START "
                   AND STREAM-REPORT-LINE(43:14) NUMERIC
                   MOVE STREAM-REPORT-LINE(43:14) TO WS-CYCLE-START
                   MOVE "Y" TO WS-HISTORY-OK
                   PERFORM READ-HISTORY-LINE
                   PERFORM POST-HISTORY-LINE
                       UNTIL WS-HISTORY-EOF = "Y"
               END-IF
               CLOSE STREAM-REPORT-FILE
               IF WS-HISTORY-OK = "N"
                   DISPLAY "BATCHDRV: BATCHDRV.RPT has no cycle "
                       "heading - run without RESTART"
                   MOVE "Y" TO WS-STREAM-STOPPED
               END-IF
           END-IF.

       READ-HISTORY-LINE.
           READ STREAM-REPORT-FILE
               AT END MOVE "Y" TO WS-HISTORY-EOF
           END-READ.
           IF RPT-STATUS NOT = "00" AND RPT-STATUS NOT = "10"
               DISPLAY "Error reading BATCHDRV.RPT: " RPT-STATUS
               MOVE "Y" TO WS-HISTORY-EOF
           END-IF.

      * Only step lines carry a step number in the first three
      * columns; headings and restart banners are passed over.
       POST-HISTORY-LINE.
           IF STREAM-REPORT-LINE(1:3) NUMERIC
               MOVE STREAM-REPORT-LINE TO WS-REPORT-DETAIL
               PERFORM FIND-HISTORY-ENTRY
               IF WS-HISTORY-FOUND = "N"
                   AND WS-HISTORY-COUNT < WS-HISTORY-MAX
                   ADD 1 TO WS-HISTORY-COUNT
                   SET HT-IDX TO WS-HISTORY-COUNT
                   MOVE RD-STEP-NUMBER TO HT-STEP-NUMBER(HT-IDX)
                   MOVE "N" TO HT-COMPLETED(HT-IDX)
                   MOVE "N" TO HT-ATTEMPTED(HT-IDX)
                   MOVE "Y" TO WS-HISTORY-FOUND
               END-IF
               IF WS-HISTORY-FOUND = "Y"
                   EVALUATE RD-DISPOSITION
                       WHEN "COMPLETED NORMALLY"
                       WHEN "COMPLETED EARLIER THIS CYCLE"
                           MOVE "Y" TO HT-COMPLETED(HT-IDX)
                       WHEN "SKIPPED BY CALENDAR"
                           CONTINUE
                       WHEN OTHER
                           MOVE "Y" TO HT-ATTEMPTED(HT-IDX)
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM READ-HISTORY-LINE.

       FIND-HISTORY-ENTRY.
           MOVE "N" TO WS-HISTORY-FOUND.
           SET HT-IDX TO 1.
           SEARCH HISTORY-ENTRY
               AT END
                   CONTINUE
               WHEN HT-IDX > WS-HISTORY-COUNT
                   CONTINUE
               WHEN HT-STEP-NUMBER(HT-IDX) = RD-STEP-NUMBER
                   MOVE "Y" TO WS-HISTORY-FOUND
           END-SEARCH.

      * The restart goes on the run log under its own name the
      * moment it starts, so RUNRPT shows the stream was resumed
      * even when the restart itself goes on to fail. The start
      * stamp is the cycle's own, records-in the number of steps the
      * cycle's report had seen, records-out the step the operator
      * confirmed for rerun (zero for none).
       WRITE-RESTART-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE "BATCHRESTART" TO RL-PROGRAM-NAME.
           MOVE WS-CYCLE-START TO RL-START-TIMESTAMP.
           MOVE WS-START-TIMESTAMP TO RL-END-TIMESTAMP.
           MOVE WS-HISTORY-COUNT TO RL-RECORDS-IN.
           MOVE WS-CONFIRMED-STEP TO RL-RECORDS-OUT.
           SET RL-NORMAL TO TRUE.
           WRITE RUN-LOG-RECORD.
           IF RUNLOG-STATUS NOT = "00"
               DISPLAY "Warning: could not write RUNLOG.DAT ("
                   RUNLOG-STATUS ")"
           END-IF.
           CLOSE RUN-LOG-FILE.

       OPEN-FILES.
           OPEN INPUT RUN-CONTROL-FILE.
           IF CONTROL-STATUS NOT = "00"
               MOVE "Y" TO WS-CONTROL-EOF
               MOVE "Y" TO WS-STREAM-STOPPED
           END-IF.
           IF WS-RESTART-MODE = "Y"
               OPEN EXTEND STREAM-REPORT-FILE
               IF RPT-STATUS NOT = "00"
                   DISPLAY "Error opening BATCHDRV.RPT: " RPT-STATUS
               END-IF
               MOVE WS-START-TIMESTAMP TO RR-RESTART-STAMP
               MOVE WS-CYCLE-START TO RR-CYCLE-START
               MOVE WS-RESTART-HEADING TO STREAM-REPORT-LINE
               WRITE STREAM-REPORT-LINE
           ELSE
               MOVE WS-START-TIMESTAMP TO WS-CYCLE-START
               OPEN OUTPUT STREAM-REPORT-FILE
               IF RPT-STATUS NOT = "00"
                   DISPLAY "Error opening BATCHDRV.RPT: " RPT-STATUS
               END-IF
               MOVE WS-CYCLE-START TO RH-CYCLE-START
               MOVE WS-REPORT-HEADING TO STREAM-REPORT-LINE
               WRITE STREAM-REPORT-LINE
           END-IF.

       READ-CONTROL-STEP.
           READ RUN-CONTROL-FILE
      * launch the command and believe nothing until both the
      * command's return code and the program's own run-log record
      * say it finished clean.
      * On a restart a step already done this cycle is passed over
      * first, and a step that failed part way and is not safe to
      * rerun stops the stream for the operator before the command
      * is ever launched.
       RUN-ONE-STEP.
           MOVE "N" TO WS-STEP-DONE-EARLIER.
           MOVE "N" TO WS-STEP-HALTED.
           IF WS-RESTART-MODE = "Y"
               PERFORM CHECK-EARLIER-COMPLETION
           END-IF.
           IF WS-STEP-DONE-EARLIER = "N" AND WS-STEP-HALTED = "N"
               PERFORM CHECK-STEP-SCHEDULE
           END-IF.
           IF WS-STEP-DONE-EARLIER = "Y" OR WS-STEP-HALTED = "Y"
               CONTINUE
           ELSE
               IF WS-STEP-DUE = "N"
                   MOVE "SKIPPED BY CALENDAR" TO RD-DISPOSITION
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-STEPS-SKIPPED
               ELSE
                   IF WS-RESTART-MODE = "Y"
                       PERFORM CHECK-RERUN-SAFETY
                   END-IF
                   IF WS-STEP-HALTED = "N"
                       PERFORM LAUNCH-STEP
                   END-IF
               END-IF
           END-IF.
           IF WS-STREAM-STOPPED = "N"
               PERFORM READ-CONTROL-STEP
           END-IF.

      * Done earlier means both records agree: the cycle's report
      * says the step completed and the run log's last record for
      * the program is NORMAL and ended inside this cycle. A step
      * with no line on the report at all but a NORMAL log record
      * inside the cycle also counts - the driver went down after
      * the step finished but before it could say so. A report that
      * says completed against a log that does not is a conflict
      * the operator has to settle, and the restart stops there.
       CHECK-EARLIER-COMPLETION.
           MOVE RC-STEP-NUMBER TO RD-STEP-NUMBER.
           PERFORM FIND-HISTORY-ENTRY.
           PERFORM FIND-LAST-LOG-RECORD.
           IF WS-LOG-FOUND = "Y"
               AND WS-LOG-STATUS = "NORMAL"
               AND WS-LOG-END-STAMP NOT < WS-CYCLE-START
               IF WS-HISTORY-FOUND = "N"
                   MOVE "Y" TO WS-STEP-DONE-EARLIER
               ELSE
                   IF HT-COMPLETED(HT-IDX) = "Y"
                       OR HT-ATTEMPTED(HT-IDX) = "N"
                       MOVE "Y" TO WS-STEP-DONE-EARLIER
                   END-IF
               END-IF
           END-IF.
           IF WS-STEP-DONE-EARLIER = "Y"
               MOVE "COMPLETED EARLIER THIS CYCLE" TO RD-DISPOSITION
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-STEPS-EARLIER
           ELSE
               IF WS-HISTORY-FOUND = "Y"
                   AND HT-COMPLETED(HT-IDX) = "Y"
                   MOVE "REPORT SAYS DONE, RUN LOG DISAGREES"
                       TO RD-DISPOSITION
                   PERFORM WRITE-REPORT-LINE
                   MOVE "Y" TO WS-STEP-HALTED
                   MOVE "Y" TO WS-STREAM-STOPPED
               END-IF
           END-IF.

      * A step counts as having run part way this cycle when the
      * report shows it launched without completing, or when the
      * run log holds a record for it from inside the cycle.
       CHECK-RERUN-SAFETY.
           IF RC-NOT-SAFE-TO-RERUN
               AND RC-STEP-NUMBER NOT = WS-CONFIRMED-STEP
               IF (WS-HISTORY-FOUND = "Y"
                   AND HT-ATTEMPTED(HT-IDX) = "Y")
                   OR (WS-LOG-FOUND = "Y"
                   AND WS-LOG-END-STAMP NOT < WS-CYCLE-START)
                   MOVE "NOT SAFE TO RERUN - NEEDS CONFIRMATION"
                       TO RD-DISPOSITION
                   PERFORM WRITE-REPORT-LINE
                   DISPLAY "BATCHDRV: check step " RC-STEP-NUMBER
                       " by hand, then run BATCHDRV RESTART CONFIRM "
                       RC-STEP-NUMBER " to relaunch it"
                   MOVE "Y" TO WS-STEP-HALTED
                   MOVE "Y" TO WS-STREAM-STOPPED
               END-IF
           END-IF.

       LAUNCH-STEP.
           ADD 1 TO WS-STEPS-RUN.
           ACCEPT WS-STEP-START(1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-RAW-TIME FROM TIME.
           MOVE WS-RAW-TIME(1:6) TO WS-STEP-START(9:6).
           IF RC-COMMAND = SPACES
               MOVE "NO COMMAND ON CONTROL RECORD"
                   TO RD-DISPOSITION
               PERFORM WRITE-REPORT-LINE
               MOVE "Y" TO WS-STREAM-STOPPED
           ELSE
               DISPLAY "BATCHDRV: step " RC-STEP-NUMBER
                   " launching " RC-PROGRAM-NAME
               MOVE SPACES TO WS-COMMAND
               MOVE RC-COMMAND TO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE ZERO TO RETURN-CODE
               PERFORM CHECK-STEP-RESULT
           END-IF.

      * Anything that isn't a recognized frequency runs daily - a
      * mis-keyed code must not silently drop a step from the
      * stream. A weekly or specific-date value that isn't numeric
