      * it would raise a false "did not run" alarm on every report
      * from day two onward. Its row still prints above; only the
      * exception pass is skipped.
      * BATCHRESTART is not a program but BATCHDRV's note that it
      * resumed a failed cycle; it is called out when it falls in
      * this cycle and otherwise left alone, since most cycles are
      * never restarted.
           EVALUATE PT-PROGRAM-NAME(PT-IDX)
               WHEN "RUNRPT"
                   CONTINUE
               WHEN "BATCHRESTART"
                   PERFORM FLAG-STREAM-RESTART
               WHEN OTHER
                   PERFORM FLAG-EXCEPTIONS
           END-EVALUATE.

       FLAG-STREAM-RESTART.
           MOVE PT-LAST-END(PT-IDX) TO WS-STAMP-WORK.
           MOVE WS-STAMP-WORK(1:8) TO WS-STAMP-DATE.
           IF WS-STAMP-DATE NOT < WS-CYCLE-DATE
               MOVE "** STREAM RESUMED BY BATCHDRV RESTART **"
                   TO EX-MESSAGE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       COMPUTE-ELAPSED-SECONDS.
