      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PERFRPT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The performance dataset every program that calls into
      *  Python appends a line to per timed call - read only.
           COPY PYPFSL.
           SELECT PERF-SORT-FILE ASSIGN TO "SORTWK".
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY PYPFFD.
       SD  PERF-SORT-FILE.
       01 perf-sort-rec.
           05 ps-elapsed-ms       PIC 9(09).
           05 ps-ts               PIC X(21).
           05 ps-program          PIC X(08).
           05 ps-call             PIC X(20).
           05 ps-rows             PIC 9(09).
           05 ps-rc               PIC S9(09).
           05 ps-runid            PIC X(16).
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 pyperf-eof-sw       PIC X(01) VALUE "N".
           88 pyperf-eof VALUE "Y".
       01 perf-sort-eof-sw    PIC X(01) VALUE "N".
           88 perf-sort-eof VALUE "Y".

      ** The night reported on (yyyymmdd) - today unless
      *  PERFRPT_DATE asks for another. A call belongs to the night
      *  of the date it was recorded on.
       01 rpt-date-alpha      PIC X(08) VALUE SPACES.
       01 rpt-date-num        PIC 9(08) VALUE ZERO.
       01 rpt-date-int        PIC 9(08) VALUE ZERO.
       01 rpt-date-dashed     PIC X(10) VALUE SPACES.

      ** The history each call's night is measured against - the
      *  PERFRPT_HIST_DAYS days (default 30) before the night.
       01 hist-days-alpha     PIC X(05) VALUE SPACES.
       01 hist-days           PIC 9(05) VALUE 30.
       01 hist-start-int      PIC 9(08) VALUE ZERO.
       01 hist-start-num      PIC 9(08) VALUE ZERO.
       01 hist-start-x        REDEFINES hist-start-num PIC X(08).
       01 hist-start-dashed   PIC X(10) VALUE SPACES.

      ** A call runs well above its history when its average
      *  tonight is more than PERFRPT_FACTOR (default 2.0) times its
      *  historical average. Calls averaging under PERFRPT_MIN_MS
      *  (default 100) tonight are not judged - at that size the
      *  clock's hundredth of a second is most of the reading - nor
      *  are calls with fewer than PERFRPT_MIN_SAMPLES (default 3)
      *  calls in the history.
       01 factor-alpha        PIC X(08) VALUE SPACES.
       01 above-factor        PIC 9(03)V9 VALUE 2.0.
       01 factor-edit         PIC ZZ9.9.
       01 min-ms-alpha        PIC X(09) VALUE SPACES.
       01 min-ms              PIC 9(09) VALUE 100.
       01 min-samples-alpha   PIC X(05) VALUE SPACES.
       01 min-samples         PIC 9(05) VALUE 3.

      ** How many of the night's slowest calls to list -
      *  PERFRPT_TOP, default 10.
       01 top-alpha           PIC X(05) VALUE SPACES.
       01 top-count           PIC 9(05) VALUE 10.
       01 top-listed          PIC 9(05) VALUE ZERO.

      ** One performance line as read.
       01 rec-date-num        PIC 9(08) VALUE ZERO.
       01 rec-date-int        PIC 9(08) VALUE ZERO.
       01 rec-rc              PIC S9(09) VALUE ZERO.
       01 rec-usable-sw       PIC X(01) VALUE "N".
           88 rec-usable VALUE "Y".
       01 rec-night-sw        PIC X(01) VALUE "N".
           88 rec-in-night VALUE "Y".
       01 rec-hist-sw         PIC X(01) VALUE "N".
           88 rec-in-history VALUE "Y".

      ** One entry per program and call, kept in program then call
      *  order. Calls past the table's end are still listed among
      *  the slowest but are counted as untabulated.
       01 pt-tbl-used         PIC 9(03) BINARY VALUE ZERO.
       01 pt-idx              PIC 9(03) BINARY VALUE ZERO.
       01 pt-scan-idx         PIC 9(03) BINARY VALUE ZERO.
       01 pt-insert-idx       PIC 9(03) BINARY VALUE ZERO.
       01 perf-table.
           05 pt-entry OCCURS 200 TIMES.
               10 pt-program      PIC X(08).
               10 pt-call         PIC X(20).
               10 pt-hist-calls   PIC 9(09).
               10 pt-hist-ms      PIC 9(15).
               10 pt-night-calls  PIC 9(09).
               10 pt-night-ms     PIC 9(15).
               10 pt-night-max    PIC 9(09).
               10 pt-night-rows   PIC 9(15).
               10 pt-night-failed PIC 9(09).

       01 lines-read          PIC 9(09) VALUE ZERO.
       01 lines-unusable      PIC 9(09) VALUE ZERO.
       01 night-calls         PIC 9(09) VALUE ZERO.
       01 hist-calls          PIC 9(09) VALUE ZERO.
       01 untabulated-calls   PIC 9(09) VALUE ZERO.
       01 above-avg-count     PIC 9(05) VALUE ZERO.

      ** One entry's averages.
       01 night-avg-ms        PIC 9(09) VALUE ZERO.
       01 hist-avg-ms         PIC 9(09) VALUE ZERO.
       01 night-avg-rows      PIC 9(11) VALUE ZERO.
       01 avg-ratio           PIC 9(05)V9 VALUE ZERO.

       01 calls-edit          PIC Z(05)9.
       01 ms-edit             PIC Z(08)9.
       01 max-edit            PIC Z(08)9.
       01 hist-ms-edit        PIC Z(08)9.
       01 rows-edit           PIC Z(10)9.
       01 rc-edit             PIC -(5)9.
       01 ratio-edit          PIC Z(04)9.9.
       01 count-edit          PIC Z(08)9.
       01 time-text           PIC X(08) VALUE SPACES.
       01 hist-text           PIC X(09) VALUE SPACES.

       COPY PYAUDWS.
       COPY PYPFWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Python bridge performance for one night from PYPERF: the
      *  average, maximum and rows handled per program and call,
      *  the night's slowest calls, and the calls running well
      *  above their average over the history window.
           DISPLAY "===== PYTHON BRIDGE PERFORMANCE REPORT ====="
           MOVE "PERFRPT" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           ACCEPT rpt-date-alpha FROM ENVIRONMENT "PERFRPT_DATE"
           IF rpt-date-alpha = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO rpt-date-alpha
           END-IF
           IF rpt-date-alpha IS NOT NUMERIC
               DISPLAY "PERFRPT_DATE MUST BE YYYYMMDD: "
                   rpt-date-alpha
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE rpt-date-alpha TO rpt-date-num
           IF FUNCTION TEST-DATE-YYYYMMDD(rpt-date-num) NOT = ZERO
               DISPLAY "PERFRPT_DATE IS NOT A CALENDAR DATE: "
                   rpt-date-alpha
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE rpt-date-int =
               FUNCTION INTEGER-OF-DATE(rpt-date-num)
           STRING rpt-date-alpha(1:4) "-" rpt-date-alpha(5:2) "-"
               rpt-date-alpha(7:2) DELIMITED BY SIZE
               INTO rpt-date-dashed
           END-STRING

           ACCEPT hist-days-alpha FROM ENVIRONMENT
               "PERFRPT_HIST_DAYS"
           IF hist-days-alpha NOT = SPACES
               IF FUNCTION TEST-NUMVAL(hist-days-alpha) NOT = ZERO
                   OR FUNCTION NUMVAL(hist-days-alpha) < 1
                   OR FUNCTION NUMVAL(hist-days-alpha) > 3660
                   DISPLAY "PERFRPT_HIST_DAYS MUST BE A NUMBER OF "
                       "DAYS FROM 1 TO 3660: " hist-days-alpha
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE hist-days = FUNCTION NUMVAL(hist-days-alpha)
           END-IF
           COMPUTE hist-start-int = rpt-date-int - hist-days
           COMPUTE hist-start-num =
               FUNCTION DATE-OF-INTEGER(hist-start-int)
           STRING hist-start-x(1:4) "-" hist-start-x(5:2) "-"
               hist-start-x(7:2) DELIMITED BY SIZE
               INTO hist-start-dashed
           END-STRING

           ACCEPT factor-alpha FROM ENVIRONMENT "PERFRPT_FACTOR"
           IF factor-alpha NOT = SPACES
               IF FUNCTION TEST-NUMVAL(factor-alpha) NOT = ZERO
                   OR FUNCTION NUMVAL(factor-alpha) < 1
                   OR FUNCTION NUMVAL(factor-alpha) > 999
                   DISPLAY "PERFRPT_FACTOR MUST BE A MULTIPLE FROM "
                       "1 TO 999: " factor-alpha
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE above-factor = FUNCTION NUMVAL(factor-alpha)
           END-IF
           MOVE above-factor TO factor-edit

           ACCEPT min-ms-alpha FROM ENVIRONMENT "PERFRPT_MIN_MS"
           IF min-ms-alpha NOT = SPACES
               IF FUNCTION TEST-NUMVAL(min-ms-alpha) NOT = ZERO
                   OR FUNCTION NUMVAL(min-ms-alpha) < 0
                   DISPLAY "PERFRPT_MIN_MS MUST BE A NUMBER OF "
                       "MILLISECONDS: " min-ms-alpha
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE min-ms = FUNCTION NUMVAL(min-ms-alpha)
           END-IF

           ACCEPT min-samples-alpha FROM ENVIRONMENT
               "PERFRPT_MIN_SAMPLES"
           IF min-samples-alpha NOT = SPACES
               IF FUNCTION TEST-NUMVAL(min-samples-alpha) NOT = ZERO
                   OR FUNCTION NUMVAL(min-samples-alpha) < 1
                   DISPLAY "PERFRPT_MIN_SAMPLES MUST BE AT LEAST 1: "
                       min-samples-alpha
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE min-samples =
                   FUNCTION NUMVAL(min-samples-alpha)
           END-IF

           ACCEPT top-alpha FROM ENVIRONMENT "PERFRPT_TOP"
           IF top-alpha NOT = SPACES
               IF FUNCTION TEST-NUMVAL(top-alpha) NOT = ZERO
                   OR FUNCTION NUMVAL(top-alpha) < 1
                   DISPLAY "PERFRPT_TOP MUST BE AT LEAST 1: "
                       top-alpha
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE top-count = FUNCTION NUMVAL(top-alpha)
           END-IF

           OPEN INPUT PYPERF-FILE
           IF pyperf-status NOT = "00"
               DISPLAY "UNABLE TO OPEN PYPERF DD, STATUS="
                   pyperf-status " - NO CALLS TO REPORT"
               MOVE 16 TO RETURN-CODE
               MOVE "PERF_REPORT" TO pyaudit-action
               MOVE rpt-date-alpha TO pyaudit-ref
               MOVE RETURN-CODE TO pyaudit-rc
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           DISPLAY "NIGHT OF " rpt-date-dashed
               "  HISTORY " hist-start-dashed " TO THE DAY BEFORE"
           DISPLAY " "

           INITIALIZE perf-table
           SORT PERF-SORT-FILE
               ON DESCENDING KEY ps-elapsed-ms
               ON ASCENDING KEY ps-ts
               INPUT PROCEDURE IS LOAD-PERF-RECORDS
               OUTPUT PROCEDURE IS LIST-SLOWEST-CALLS
           CLOSE PYPERF-FILE

           PERFORM PRINT-CALL-AVERAGES
           PERFORM PRINT-ABOVE-AVERAGE
           PERFORM PRINT-READ-COUNTS

           MOVE "PERF_REPORT" TO pyaudit-action
           MOVE rpt-date-alpha TO pyaudit-ref
           MOVE RETURN-CODE TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

      ** Sort input: every usable line in the history window or the
      *  night is added to its program and call's entry, and the
      *  night's lines are released to be ranked by elapsed time.
       LOAD-PERF-RECORDS.
           MOVE "N" TO pyperf-eof-sw
           PERFORM READ-NEXT-PERF-RECORD
           PERFORM LOAD-ONE-PERF-RECORD UNTIL pyperf-eof.

       READ-NEXT-PERF-RECORD.
           READ PYPERF-FILE
               AT END SET pyperf-eof TO TRUE
           END-READ.

       LOAD-ONE-PERF-RECORD.
           ADD 1 TO lines-read
           MOVE pyperf-record TO pyperf-detail
           PERFORM CHECK-PERF-RECORD
           IF NOT rec-usable
               ADD 1 TO lines-unusable
           ELSE
               IF rec-in-night OR rec-in-history
                   PERFORM LOCATE-PERF-ENTRY
               END-IF
               IF rec-in-history
                   ADD 1 TO hist-calls
                   IF pt-idx NOT = ZERO
                       ADD 1 TO pt-hist-calls(pt-idx)
                       ADD pf-elapsed-ms TO pt-hist-ms(pt-idx)
                   END-IF
               END-IF
               IF rec-in-night
                   ADD 1 TO night-calls
                   IF pt-idx = ZERO
                       ADD 1 TO untabulated-calls
                   ELSE
                       PERFORM ADD-NIGHT-CALL
                   END-IF
                   MOVE pf-elapsed-ms TO ps-elapsed-ms
                   MOVE pf-ts TO ps-ts
                   MOVE pf-program TO ps-program
                   MOVE pf-call TO ps-call
                   MOVE pf-rows TO ps-rows
                   MOVE rec-rc TO ps-rc
                   MOVE pf-runid TO ps-runid
                   RELEASE perf-sort-rec
               END-IF
           END-IF
           PERFORM READ-NEXT-PERF-RECORD.

      ** A line is usable when its date, elapsed time and rows are
      *  numbers; it is in the night or the history window by the
      *  date it was recorded on.
       CHECK-PERF-RECORD.
           MOVE "N" TO rec-usable-sw
           MOVE "N" TO rec-night-sw
           MOVE "N" TO rec-hist-sw
           MOVE ZERO TO rec-rc
           IF pf-ts(1:8) IS NUMERIC
               AND pf-elapsed-ms IS NUMERIC
               AND pf-rows IS NUMERIC
               AND pf-program NOT = SPACES
               AND pf-call NOT = SPACES
               MOVE pf-ts(1:8) TO rec-date-num
               IF FUNCTION TEST-DATE-YYYYMMDD(rec-date-num) = ZERO
                   SET rec-usable TO TRUE
               END-IF
           END-IF
           IF rec-usable
               COMPUTE rec-date-int =
                   FUNCTION INTEGER-OF-DATE(rec-date-num)
               EVALUATE TRUE
                   WHEN rec-date-int = rpt-date-int
                       SET rec-in-night TO TRUE
                   WHEN rec-date-int < rpt-date-int
                       AND rec-date-int NOT < hist-start-int
                       SET rec-in-history TO TRUE
               END-EVALUATE
               IF FUNCTION TEST-NUMVAL(pf-rc) = ZERO
                   COMPUTE rec-rc = FUNCTION NUMVAL(pf-rc)
               END-IF
           END-IF.

       ADD-NIGHT-CALL.
           ADD 1 TO pt-night-calls(pt-idx)
           ADD pf-elapsed-ms TO pt-night-ms(pt-idx)
           ADD pf-rows TO pt-night-rows(pt-idx)
           IF pf-elapsed-ms > pt-night-max(pt-idx)
               MOVE pf-elapsed-ms TO pt-night-max(pt-idx)
           END-IF
           IF rec-rc < ZERO
               ADD 1 TO pt-night-failed(pt-idx)
           END-IF.

      ** Finds the line's program and call entry, or inserts one in
      *  program then call order. pt-idx is left zero once the
      *  table is full.
       LOCATE-PERF-ENTRY.
           MOVE ZERO TO pt-idx
           MOVE ZERO TO pt-insert-idx
           PERFORM SCAN-PERF-ENTRY
               VARYING pt-scan-idx FROM 1 BY 1
               UNTIL pt-scan-idx > pt-tbl-used
                   OR pt-idx NOT = ZERO
                   OR pt-insert-idx NOT = ZERO
           IF pt-idx = ZERO
               AND pt-tbl-used < 200
               IF pt-insert-idx = ZERO
                   COMPUTE pt-insert-idx = pt-tbl-used + 1
               END-IF
               PERFORM SHIFT-PERF-ENTRY
                   VARYING pt-scan-idx FROM pt-tbl-used BY -1
                   UNTIL pt-scan-idx < pt-insert-idx
               ADD 1 TO pt-tbl-used
               MOVE pt-insert-idx TO pt-idx
               INITIALIZE pt-entry(pt-idx)
               MOVE pf-program TO pt-program(pt-idx)
               MOVE pf-call TO pt-call(pt-idx)
           END-IF.

       SCAN-PERF-ENTRY.
           EVALUATE TRUE
               WHEN pt-program(pt-scan-idx) = pf-program
                   AND pt-call(pt-scan-idx) = pf-call
                   MOVE pt-scan-idx TO pt-idx
               WHEN pt-program(pt-scan-idx) > pf-program
                   MOVE pt-scan-idx TO pt-insert-idx
               WHEN pt-program(pt-scan-idx) = pf-program
                   AND pt-call(pt-scan-idx) > pf-call
                   MOVE pt-scan-idx TO pt-insert-idx
           END-EVALUATE.

       SHIFT-PERF-ENTRY.
           MOVE pt-entry(pt-scan-idx) TO pt-entry(pt-scan-idx + 1).

      ** Sort output: the night's slowest calls, longest first.
       LIST-SLOWEST-CALLS.
           MOVE top-count TO count-edit
           DISPLAY "SLOWEST " FUNCTION TRIM(count-edit)
               " CALLS OF THE NIGHT"
           DISPLAY "TIME     PROGRAM  CALL                 "
               "ELAPSED MS        ROWS     RC RUN"
           DISPLAY "-------- -------- -------------------- "
               "---------- ----------- ------ ----------------"
           MOVE "N" TO perf-sort-eof-sw
           RETURN PERF-SORT-FILE
               AT END SET perf-sort-eof TO TRUE
           END-RETURN
           PERFORM LIST-ONE-SLOW-CALL
               UNTIL perf-sort-eof
                   OR top-listed NOT < top-count
           IF top-listed = ZERO
               DISPLAY "NO CALLS RECORDED ON " rpt-date-dashed
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY " ".

       LIST-ONE-SLOW-CALL.
           ADD 1 TO top-listed
           STRING ps-ts(9:2) ":" ps-ts(11:2) ":" ps-ts(13:2)
               DELIMITED BY SIZE INTO time-text
           END-STRING
           MOVE ps-elapsed-ms TO ms-edit
           MOVE ps-rows TO rows-edit
           MOVE ps-rc TO rc-edit
           DISPLAY time-text " " ps-program " " ps-call " "
               ms-edit " " rows-edit " " rc-edit " " ps-runid
           RETURN PERF-SORT-FILE
               AT END SET perf-sort-eof TO TRUE
           END-RETURN.

      ** One line per program and call seen tonight, beside its
      *  average over the history window.
       PRINT-CALL-AVERAGES.
           DISPLAY "PER-PROGRAM, PER-CALL AVERAGES"
           DISPLAY "PROGRAM  CALL                  CALLS    AVG MS"
               "    MAX MS    AVG ROWS FAILED  HIST AVG MS"
           DISPLAY "-------- -------------------- ------ ---------"
               " --------- ----------- ------ ------------"
           PERFORM PRINT-ONE-CALL-AVERAGE
               VARYING pt-idx FROM 1 BY 1
               UNTIL pt-idx > pt-tbl-used
           DISPLAY " ".

       PRINT-ONE-CALL-AVERAGE.
           IF pt-night-calls(pt-idx) NOT = ZERO
               PERFORM COMPUTE-ENTRY-AVERAGES
               MOVE pt-night-calls(pt-idx) TO calls-edit
               MOVE night-avg-ms TO ms-edit
               MOVE pt-night-max(pt-idx) TO max-edit
               MOVE night-avg-rows TO rows-edit
               MOVE pt-night-failed(pt-idx) TO rc-edit
               IF pt-hist-calls(pt-idx) = ZERO
                   MOVE "      NEW" TO hist-text
               ELSE
                   MOVE hist-avg-ms TO hist-ms-edit
                   MOVE hist-ms-edit TO hist-text
               END-IF
               DISPLAY pt-program(pt-idx) " " pt-call(pt-idx) " "
                   calls-edit " " ms-edit " " max-edit " "
                   rows-edit " " rc-edit "    " hist-text
           END-IF.

       COMPUTE-ENTRY-AVERAGES.
           MOVE ZERO TO night-avg-ms
           MOVE ZERO TO night-avg-rows
           MOVE ZERO TO hist-avg-ms
           IF pt-night-calls(pt-idx) NOT = ZERO
               COMPUTE night-avg-ms ROUNDED =
                   pt-night-ms(pt-idx) / pt-night-calls(pt-idx)
               COMPUTE night-avg-rows ROUNDED =
                   pt-night-rows(pt-idx) / pt-night-calls(pt-idx)
           END-IF
           IF pt-hist-calls(pt-idx) NOT = ZERO
               COMPUTE hist-avg-ms ROUNDED =
                   pt-hist-ms(pt-idx) / pt-hist-calls(pt-idx)
           END-IF.

      ** The calls whose average tonight is more than the factor
      *  times their historical average. Any such call ends the
      *  step RC=4.
       PRINT-ABOVE-AVERAGE.
           DISPLAY "CALLS RUNNING ABOVE " FUNCTION TRIM(factor-edit)
               " TIMES THEIR HISTORICAL AVERAGE"
           DISPLAY "PROGRAM  CALL                  CALLS    AVG MS"
               "  HIST AVG MS   RATIO"
           DISPLAY "-------- -------------------- ------ ---------"
               " ------------ -------"
           PERFORM CHECK-ONE-ABOVE-AVERAGE
               VARYING pt-idx FROM 1 BY 1
               UNTIL pt-idx > pt-tbl-used
           IF above-avg-count = ZERO
               DISPLAY "NONE"
           ELSE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY " ".

       CHECK-ONE-ABOVE-AVERAGE.
           PERFORM COMPUTE-ENTRY-AVERAGES
           IF pt-night-calls(pt-idx) NOT = ZERO
               AND pt-hist-calls(pt-idx) NOT < min-samples
               AND night-avg-ms NOT < min-ms
               AND night-avg-ms > hist-avg-ms * above-factor
               ADD 1 TO above-avg-count
               IF hist-avg-ms = ZERO
                   MOVE 99999.9 TO avg-ratio
               ELSE
                   COMPUTE avg-ratio ROUNDED =
                       night-avg-ms / hist-avg-ms
                       ON SIZE ERROR MOVE 99999.9 TO avg-ratio
                   END-COMPUTE
               END-IF
               MOVE pt-night-calls(pt-idx) TO calls-edit
               MOVE night-avg-ms TO ms-edit
               MOVE hist-avg-ms TO hist-ms-edit
               MOVE avg-ratio TO ratio-edit
               DISPLAY pt-program(pt-idx) " " pt-call(pt-idx) " "
                   calls-edit " " ms-edit "    " hist-ms-edit " "
                   ratio-edit
           END-IF.

       PRINT-READ-COUNTS.
           MOVE lines-read TO count-edit
           DISPLAY "PYPERF LINES READ        " count-edit
           MOVE night-calls TO count-edit
           DISPLAY "CALLS ON THE NIGHT       " count-edit
           MOVE hist-calls TO count-edit
           DISPLAY "CALLS IN THE HISTORY     " count-edit
           IF lines-unusable NOT = ZERO
               MOVE lines-unusable TO count-edit
               DISPLAY "UNUSABLE LINES SKIPPED   " count-edit
           END-IF
           IF untabulated-calls NOT = ZERO
               MOVE untabulated-calls TO count-edit
               DISPLAY "CALLS PAST THE 200-ENTRY TABLE, NOT AVERAGED "
                   count-edit
           END-IF.

       COPY PYAUDWRT.
