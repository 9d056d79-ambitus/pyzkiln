               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS suspense-status.
           COPY PYAUDSEL.
      ** The site calendar, for how far ahead it is still loaded.
           COPY PYZCALSL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-SUMMARY-FILE.
       01 run-summary-record PIC X(100).
       FD  RECON-HIST-FILE.
       01 recon-hist-record PIC X(214).
       FD  SUSPENSE-FILE.
       01 suspense-record PIC X(358).
       COPY PYAUDFD.
       COPY PYZCALFD.
       WORKING-STORAGE SECTION.
       01 run-summary-status  PIC X(02) VALUE "00".
       01 recon-hist-status   PIC X(02) VALUE "00".
           05 dg-rs-recon         PIC X(04).
           05 FILLER              PIC X(01).
           05 dg-rs-highest-rc    PIC 9(05).
           05 FILLER              PIC X(01).
           05 dg-rs-adj-count     PIC X(09).
           05 FILLER              PIC X(01).
           05 dg-rs-adj-amount    PIC X(15).
       01 runsumm-found-sw    PIC X(01) VALUE "N".
           88 runsumm-found VALUE "Y".

           05 dg-aud-action       PIC X(20).
           05 FILLER              PIC X(04).
           05 dg-aud-rc-alpha     PIC X(10).
           05 FILLER              PIC X(55).
       01 dg-aud-rc-num       PIC S9(09) VALUE ZERO.

      ** The cycle under digest - the run summary's date when one
       01 flag-table.
           05 flag-entry PIC X(70) OCCURS 10 TIMES.

      ** The calendar must stay loaded at least this many days ahead
      *  (MORNDIG_CAL_MIN_DAYS) - long enough to run CALMAINT GEN
      *  for the next year before a date rule or report reaches a
      *  day with no skeleton and falls back on the bare week.
       01 cal-min-days-alpha  PIC X(05) VALUE SPACES.
       01 cal-min-days        PIC 9(05) VALUE 60.
       01 cal-thru-dashed     PIC X(10) VALUE SPACES.
       01 cal-days-left-edit  PIC -(6)9.

       COPY PYAUDWS.
       COPY PYZCALWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      *  orphans - with a one-line PASS/ATTENTION verdict at the
      *  top an operator can act on in ten seconds, instead of four
      *  printouts correlated by eye.
           ACCEPT cal-min-days-alpha
               FROM ENVIRONMENT "MORNDIG_CAL_MIN_DAYS"
           IF cal-min-days-alpha NOT = SPACES
               IF FUNCTION TEST-NUMVAL(cal-min-days-alpha) NOT = ZERO
                   OR FUNCTION NUMVAL(cal-min-days-alpha) < 1
                   DISPLAY "MORNDIG_CAL_MIN_DAYS MUST BE A NUMBER OF "
                       "DAYS FROM 1: " cal-min-days-alpha
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE cal-min-days =
                   FUNCTION NUMVAL(cal-min-days-alpha)
           END-IF
           MOVE "MORNDIG" TO pyaudit-program

           PERFORM GATHER-RUN-SUMMARY
           PERFORM GATHER-RECON-CYCLE
           PERFORM GATHER-SUSPENSE-BACKLOG
           PERFORM GATHER-AUDIT-CYCLE
           PERFORM GATHER-CALENDAR-HORIZON
           PERFORM JUDGE-THE-CYCLE
           PERFORM PRINT-DIGEST-PAGE
           IF attention-count NOT = ZERO
               ADD 1 TO orphan-count
           END-IF.

      ** Loads the site calendar as the date-aware programs do and
      *  works out the last day it covers and the days left to it.
       GATHER-CALENDAR-HORIZON.
           PERFORM LOAD-SITE-CALENDAR
           PERFORM COMPUTE-CALENDAR-HORIZON
           MOVE SPACES TO cal-thru-dashed
           IF cal-loaded-through NOT = ZERO
               STRING cal-loaded-thru-x(1:4) "-"
                   cal-loaded-thru-x(5:2) "-"
                   cal-loaded-thru-x(7:2) DELIMITED BY SIZE
                   INTO cal-thru-dashed
               END-STRING
           END-IF
           MOVE cal-days-left TO cal-days-left-edit.

      ** Turns the findings into the attention flags the verdict
      *  counts - each one a single line an operator can act on.
       JUDGE-THE-CYCLE.
           IF audit-fail-count NOT = ZERO
               PERFORM RAISE-FLAG-AUDIT-FAILS
           END-IF
      ** A site with no PYZCAL dataset runs on the plain week and
      *  has nothing to run out of.
           IF cal-dataset-loaded AND cal-days-left < cal-min-days
               PERFORM RAISE-FLAG-CALENDAR
           END-IF
           MOVE flag-tbl-used TO attention-count.

       RAISE-FLAG-NO-RUNSUMM.
               INTO flag-entry(flag-tbl-used)
           END-STRING.

      ** A calendar running out is paged, not just flagged - the
      *  fix is a CALMAINT GEN run someone has to schedule.
       RAISE-FLAG-CALENDAR.
           ADD 1 TO flag-tbl-used
           MOVE SPACES TO flag-entry(flag-tbl-used)
           IF cal-loaded-through = ZERO
               MOVE "CALENDAR HAS NO YEAR LOADED - RUN CALMAINT GEN"
                   TO flag-entry(flag-tbl-used)
           ELSE
               STRING "CALENDAR ENDS " DELIMITED BY SIZE
                   cal-thru-dashed DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(cal-days-left-edit) DELIMITED BY SIZE
                   " DAYS LEFT - RUN CALMAINT GEN" DELIMITED BY SIZE
                   INTO flag-entry(flag-tbl-used)
               END-STRING
           END-IF
           MOVE "CALENDAR_HORIZON" TO pyaudit-action
           PERFORM ISSUE-OPERATOR-ALERT.

      ** The one-page digest, verdict first.
       PRINT-DIGEST-PAGE.
           DISPLAY "===== MORNING HEALTH DIGEST - CYCLE "
                   " REJECTS=" dg-rs-rejects
                   " RECON=" dg-rs-recon
                   " RC=" dg-rs-highest-rc
      ** A summary written before adjustments were carried has no
      *  adjustment columns at all.
               IF dg-rs-adj-count IS NUMERIC
                   AND dg-rs-adj-count NOT = ZERO
                   DISPLAY "  ADJUSTMENTS CARRIED=" dg-rs-adj-count
                       " AMOUNT=" dg-rs-adj-amount
               END-IF
           ELSE
               DISPLAY "  (NO RUN SUMMARY AVAILABLE)"
           END-IF
               " REJECT(S) WAITING"
           DISPLAY "INTERPRETER: " audit-cycle-count
               " AUDIT RECORD(S), " audit-fail-count
               " FAILURE(S), " orphan-count " ORPHAN(S)"
           EVALUATE TRUE
               WHEN NOT cal-dataset-loaded
                   DISPLAY "CALENDAR: NO PYZCAL DATASET - WEEKDAYS "
                       "ONLY"
               WHEN cal-loaded-through = ZERO
                   DISPLAY "CALENDAR: NO YEAR LOADED"
               WHEN OTHER
                   DISPLAY "CALENDAR: LOADED THROUGH " cal-thru-dashed
                       ", " FUNCTION TRIM(cal-days-left-edit)
                       " DAY(S) LEFT"
           END-EVALUATE.

       PRINT-ONE-FLAG.
           DISPLAY "  * "
               FUNCTION TRIM(flag-entry(flag-print-idx)).

       COPY PYZCALLK.
       COPY PYWTOWRT.
