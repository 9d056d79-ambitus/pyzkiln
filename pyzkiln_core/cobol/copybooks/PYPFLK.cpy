      ** PYPFLK - shared paragraphs for timing calls into Python
      *  and appending them to the performance dataset. COPY as
      *  its own paragraphs in the PROCEDURE DIVISION; see PYPFWS
      *  for the calling protocol.
       START-PERF-TIMER.
           MOVE FUNCTION CURRENT-DATE TO pyperf-now
           PERFORM READ-PERF-CLOCK
           MOVE pyperf-stop-clock TO pyperf-start-clock
           MOVE ZERO TO pyperf-elapsed-ms.

       STOP-PERF-TIMER.
           MOVE FUNCTION CURRENT-DATE TO pyperf-now
           PERFORM READ-PERF-CLOCK
           IF pyperf-stop-clock > pyperf-start-clock
               COMPUTE pyperf-elapsed-ms =
                   (pyperf-stop-clock - pyperf-start-clock) * 1000
                   ON SIZE ERROR
                       MOVE 999999999 TO pyperf-elapsed-ms
               END-COMPUTE
           ELSE
               MOVE ZERO TO pyperf-elapsed-ms
           END-IF.

       READ-PERF-CLOCK.
           COMPUTE pyperf-stop-clock =
               FUNCTION INTEGER-OF-DATE(pyperf-now-date) * 86400
               + pyperf-now-hh * 3600 + pyperf-now-mm * 60
               + pyperf-now-ss + pyperf-now-cc / 100.

       WRITE-PERF-RECORD.
           MOVE FUNCTION CURRENT-DATE TO pf-ts
           MOVE pyaudit-program TO pf-program
           MOVE pyperf-call TO pf-call
           MOVE pyperf-elapsed-ms TO pf-elapsed-ms
           MOVE pyperf-rows TO pf-rows
           MOVE pyperf-rc TO pf-rc
           MOVE pyaudit-runid TO pf-runid

           OPEN EXTEND PYPERF-FILE
           IF pyperf-status = "35"
               OPEN OUTPUT PYPERF-FILE
           END-IF
           IF pyperf-status = "00"
               MOVE pyperf-detail TO pyperf-record
               WRITE pyperf-record
               CLOSE PYPERF-FILE
           END-IF
           MOVE ZERO TO pyperf-rows
           MOVE ZERO TO pyperf-rc.
