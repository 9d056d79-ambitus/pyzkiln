      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MTDPROJ".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The month-to-date rollup master PANDASREAD appends to -
      *  read only; the projection never changes it.
           SELECT ROLLUP-FILE ASSIGN TO "MTDROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rollup-status.
      ** The prior month's frozen closed-period dataset as MTDCLOSE
      *  wrote it - the same record layout as the live rollup.
           SELECT CLOSED-IN-FILE ASSIGN TO closed-path-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS closed-in-status.
      ** The daily series handed to pandas: one date,region,count,
      *  amount line per processing date and region, the same
      *  staged-csv handoff PANDASWRITE uses.
           SELECT STAGE-OUT-FILE ASSIGN TO stage-path-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS stage-out-status.
           COPY PYZCALSL.
           COPY PYAUDSEL.
           COPY PYPFSL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROLLUP-FILE.
       01 rollup-record PIC X(88).
       FD  CLOSED-IN-FILE.
       01 closed-in-record PIC X(88).
       FD  STAGE-OUT-FILE.
       01 stage-out-record PIC X(80).
       COPY PYZCALFD.
       COPY PYAUDFD.
       COPY PYPFFD.
       WORKING-STORAGE SECTION.
       01 pandas-name         PIC U(16) VALUE Z'pandas'.
       01 pandas-module-ptr   USAGE POINTER.

       01 read-name           PIC U(16) VALUE Z'read_csv'.
       01 read-csv-func       USAGE POINTER.
       01 read-csv-args       USAGE POINTER.
       01 read-csv-kwargs     USAGE POINTER.
       01 pandas-series-ptr   USAGE POINTER.

       01 stage-path-u        PIC U(256).
       01 stage-path-ptr      USAGE POINTER.

      ** read_csv options. Region codes are kept as strings - a
      *  numeric-looking code would otherwise lose its leading
      *  zeros - and pandas' default NA spellings are switched off,
      *  or region NA would come back as a missing value.
       01 dtype-name          PIC U(16) VALUE Z'dtype'.
       01 dtype-dict-ptr      USAGE POINTER.
       01 dtype-str-u         PIC U(08) VALUE Z'str'.
       01 dtype-str-ptr       USAGE POINTER.
       01 keep-na-name        PIC U(16) VALUE Z'keep_default_na'.
       01 keep-na-ptr         USAGE POINTER.

      ** groupby('region')['count'|'amount'].sum() and Series.get
      *  for pulling one region's figure back out.
       01 groupby-name        PIC U(16) VALUE Z'groupby'.
       01 getitem-name        PIC U(24) VALUE Z'__getitem__'.
       01 sum-name            PIC U(16) VALUE Z'sum'.
       01 get-name            PIC U(16) VALUE Z'get'.
       01 region-col-name     PIC U(16) VALUE Z'region'.
       01 count-col-name      PIC U(16) VALUE Z'count'.
       01 amount-col-name     PIC U(16) VALUE Z'amount'.
       01 region-col-ptr      USAGE POINTER.
       01 groupby-func        USAGE POINTER.
       01 groupby-args        USAGE POINTER.
       01 groupby-result-ptr  USAGE POINTER.
       01 gb-getitem-func     USAGE POINTER.
       01 gb-getitem-args     USAGE POINTER.
       01 gb-col-name-ptr     USAGE POINTER.
       01 gb-col-ptr          USAGE POINTER.
       01 gb-sum-func         USAGE POINTER.
       01 gb-sum-args         USAGE POINTER.
       01 count-series-ptr    USAGE POINTER.
       01 amount-series-ptr   USAGE POINTER.
       01 series-get-func     USAGE POINTER.
       01 series-get-args     USAGE POINTER.
       01 series-value-ptr    USAGE POINTER.
       01 region-key-z        PIC X(08).
       01 region-key-ptr      USAGE POINTER.
       01 pd-value            USAGE COMP-2 VALUE ZERO.
       01 gb-col-sw           PIC X(01) VALUE "C".
           88 gb-col-count  VALUE "C".
           88 gb-col-amount VALUE "A".

       01 rollup-status       PIC X(02) VALUE "00".
       01 rollup-eof-sw       PIC X(01) VALUE "N".
           88 rollup-eof VALUE "Y".
       01 closed-in-status    PIC X(02) VALUE "00".
       01 closed-in-eof-sw    PIC X(01) VALUE "N".
           88 closed-in-eof VALUE "Y".
       01 closed-path-alpha   PIC X(256) VALUE SPACES.
       01 closed-found-sw     PIC X(01) VALUE "N".
           88 closed-found VALUE "Y".
       01 stage-out-status    PIC X(02) VALUE "00".
       01 stage-path-alpha    PIC X(256) VALUE SPACES.
       01 stage-line          PIC X(80).

      ** One parsed rollup record, mirroring PANDASREAD's
      *  rollup-detail layout - keep the two in step. The closed-
      *  period dataset is read through the same layout. A
      *  restatement record with fewer rows than the original
      *  carries a - in the byte ahead of the count. A record with
      *  no legal entity predates the column and is 0001's.
       01 rollup-line-parsed.
           05 mp-date             PIC X(08).
           05 FILLER              PIC X(01).
           05 mp-region           PIC X(04).
           05 mp-count-sign       PIC X(01).
           05 mp-count            PIC 9(09).
           05 FILLER              PIC X(01).
           05 mp-amount           PIC X(13).
           05 FILLER              PIC X(01).
           05 mp-usd              PIC X(13).
           05 FILLER              PIC X(01).
           05 mp-debit            PIC X(13).
           05 FILLER              PIC X(01).
           05 mp-credit           PIC X(13).
           05 FILLER              PIC X(01).
           05 mp-kind             PIC X(03).
               88 mp-adjustment VALUE "ADJ".
               88 mp-return VALUE "RTN".
           05 FILLER              PIC X(01).
           05 mp-entity           PIC X(04).
       01 mp-count-num        PIC S9(09) VALUE ZERO.
       01 mp-amount-num       PIC S9(09)V99 VALUE ZERO.

      ** The projection date and the month it falls in. The date
      *  comes from the step PARM (PYDRIVER's PARM=), else the
      *  MTDPROJ_ASOF setting, else today; rollup records dated
      *  after it are ignored, so a projection can be rerun as of
      *  an earlier day and get the same answer.
       01 asof-alpha          PIC X(08) VALUE SPACES.
      ** The legal entity projected (MTDPROJ_ENTITY) - blank
      *  projects every entity's regions together. The prior month
      *  is read through the same filter, so a period closed for
      *  all entities at once still compares entity for entity;
      *  one closed for the entity alone is named in
      *  MTDPROJ_CLOSED_PATH.
       01 proj-entity         PIC X(04) VALUE SPACES.
       01 default-entity      PIC X(04) VALUE "0001".
       01 entity-match-sw     PIC X(01) VALUE "Y".
           88 entity-matches VALUE "Y".
       01 asof-num            PIC 9(08) VALUE ZERO.
       01 asof-int            PIC 9(08) VALUE ZERO.
       01 proj-period         PIC X(06) VALUE SPACES.
       01 prior-period        PIC X(06) VALUE SPACES.
       01 period-work.
           05 period-year         PIC 9(04).
           05 period-month        PIC 9(02).
       01 month-first-num     PIC 9(08) VALUE ZERO.
       01 month-first-int     PIC 9(08) VALUE ZERO.
       01 month-last-int      PIC 9(08) VALUE ZERO.
       01 next-month-num      PIC 9(08) VALUE ZERO.
       01 day-walk-int        PIC 9(08) VALUE ZERO.

      ** Business days on the site calendar: elapsed is the 1st of
      *  the month through the as-of date, remaining is the day
      *  after it through month end.
       01 bdays-elapsed       PIC 9(03) VALUE ZERO.
       01 bdays-remaining     PIC 9(03) VALUE ZERO.

      ** The daily series - one entry per rollup date and region,
      *  ordinary postings only; adjustment records are one-off
      *  corrections and stay out of the run rate. A restatement
      *  record corrects the volume of the day it restates, so it
      *  folds into that day like an ordinary record.
       01 day-tbl-used        PIC 9(04) BINARY VALUE ZERO.
       01 day-idx             PIC 9(04) BINARY VALUE ZERO.
       01 day-match-idx       PIC 9(04) BINARY VALUE ZERO.
       01 day-tbl-full-sw     PIC X(01) VALUE "N".
           88 day-tbl-full VALUE "Y".
       01 day-series-table.
           05 day-entry OCCURS 1600 TIMES.
               10 day-date        PIC X(08).
               10 day-region      PIC X(04).
               10 day-count       PIC 9(09).
               10 day-amount      PIC S9(11)V99.
       01 day-count-edit      PIC 9(09).
       01 day-amount-edit     PIC -9(11).99.

      ** One entry per region seen this month or in the prior
      *  closed month.
       01 prj-tbl-used        PIC 9(02) BINARY VALUE ZERO.
       01 prj-idx             PIC 9(02) BINARY VALUE ZERO.
       01 prj-match-idx       PIC 9(02) BINARY VALUE ZERO.
       01 prj-tbl-full-sw     PIC X(01) VALUE "N".
           88 prj-tbl-full VALUE "Y".
       01 projection-table.
           05 prj-entry OCCURS 50 TIMES.
               10 prj-region      PIC X(04).
               10 prj-mtd-count   PIC 9(09).
               10 prj-mtd-amount  PIC S9(11)V99.
               10 prj-adj-amount  PIC S9(11)V99.
               10 prj-pd-count    PIC S9(11)V99.
               10 prj-pd-amount   PIC S9(11)V99.
               10 prj-proj-count  PIC 9(11).
               10 prj-proj-amount PIC S9(11)V99.
               10 prj-prior-count PIC 9(11).
               10 prj-prior-amount PIC S9(11)V99.

       01 lookup-region       PIC X(04).
       01 native-total-count  PIC 9(11) VALUE ZERO.
       01 native-total-amount PIC S9(11)V99 VALUE ZERO.
       01 pandas-total-count  PIC S9(11)V99 VALUE ZERO.
       01 pandas-total-amount PIC S9(11)V99 VALUE ZERO.
       01 tie-out-sw          PIC X(01) VALUE "Y".
           88 tie-out-ok VALUE "Y".
       01 rate-count          PIC S9(11)V9(04) VALUE ZERO.
       01 rate-amount         PIC S9(11)V9(04) VALUE ZERO.
       01 total-mtd-count     PIC 9(11) VALUE ZERO.
       01 total-mtd-amount    PIC S9(11)V99 VALUE ZERO.
       01 total-proj-count    PIC 9(11) VALUE ZERO.
       01 total-proj-amount   PIC S9(11)V99 VALUE ZERO.
       01 total-prior-count   PIC 9(11) VALUE ZERO.
       01 total-prior-amount  PIC S9(11)V99 VALUE ZERO.
       01 adj-region-count    PIC 9(03) VALUE ZERO.

      ** Percentage change, projected against the prior closed
      *  month. A region with nothing last month has no base to
      *  compare to and prints NEW instead of a percentage.
       01 pct-base            PIC S9(11)V99 VALUE ZERO.
       01 pct-new             PIC S9(11)V99 VALUE ZERO.
       01 pct-change          PIC S9(05)V9 VALUE ZERO.
       01 pct-edit            PIC +9(05).9.
       01 pct-text            PIC X(09).

       01 rpt-count-edit      PIC ZZZ,ZZZ,ZZ9.
       01 rpt-proj-cnt-edit   PIC ZZZ,ZZZ,ZZ9.
       01 rpt-prior-cnt-edit  PIC ZZZ,ZZZ,ZZ9.
       01 rpt-amount-edit     PIC -ZZZ,ZZZ,ZZ9.99.
       01 rpt-proj-amt-edit   PIC -ZZZ,ZZZ,ZZ9.99.
       01 rpt-prior-amt-edit  PIC -ZZZ,ZZZ,ZZ9.99.
       01 bday-edit           PIC ZZ9.

       COPY PYRC.
       COPY PYVERWS.
       COPY PYAUDWS.
       COPY PYPFWS.
       COPY PYSESSWS.
       COPY PYZCALWS.

       LINKAGE SECTION.
       01 lk-proj-parm        PIC X(256).

       PROCEDURE DIVISION USING OPTIONAL lk-proj-parm.
       MAIN-PARAGRAPH.
      ** Mid-month projection of where each region's month will
      *  land. The month-to-date daily series is read from MTDROLL,
      *  handed to pandas for the per-region totals, and run
      *  forward at its business-day rate over the business days
      *  the PYZCAL calendar has left in the month, then set
      *  against the prior month's closed-period dataset.
      *  Equivalent Python:
      *
      *  import pandas
      *  df = pandas.read_csv(stage, dtype={'region': 'str'},
      *                       keep_default_na=False)
      *  counts = df.groupby('region')['count'].sum()
      *  amounts = df.groupby('region')['amount'].sum()
      *  projected = mtd + mtd / elapsed * remaining
           DISPLAY "===== MONTH-END PROJECTION ====="
           MOVE "MTDPROJ" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           IF ADDRESS OF lk-proj-parm NOT = NULL
               MOVE lk-proj-parm(1:8) TO asof-alpha
           END-IF
           IF asof-alpha = SPACES
               ACCEPT asof-alpha FROM ENVIRONMENT "MTDPROJ_ASOF"
           END-IF
           IF asof-alpha = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO asof-alpha
           END-IF
           IF asof-alpha IS NOT NUMERIC
               DISPLAY "MTDPROJ_ASOF MUST BE YYYYMMDD: " asof-alpha
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE asof-alpha TO asof-num
           IF FUNCTION TEST-DATE-YYYYMMDD(asof-num) NOT = ZERO
               DISPLAY "MTDPROJ_ASOF IS NOT A CALENDAR DATE: "
                   asof-alpha
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE asof-int = FUNCTION INTEGER-OF-DATE(asof-num)
           MOVE asof-alpha(1:6) TO proj-period

           ACCEPT stage-path-alpha FROM ENVIRONMENT
               "MTDPROJ_STAGE_PATH"
           IF stage-path-alpha = SPACES
               MOVE "./mtdproj.stage.csv" TO stage-path-alpha
           END-IF

           ACCEPT proj-entity FROM ENVIRONMENT "MTDPROJ_ENTITY"
           MOVE FUNCTION UPPER-CASE(proj-entity) TO proj-entity

           PERFORM RESOLVE-PROJECTION-MONTH
           ACCEPT closed-path-alpha FROM ENVIRONMENT
               "MTDPROJ_CLOSED_PATH"
           IF closed-path-alpha = SPACES
               STRING "./mtdroll." DELIMITED BY SIZE
                   prior-period DELIMITED BY SIZE
                   ".closed" DELIMITED BY SIZE
                   INTO closed-path-alpha
               END-STRING
           END-IF

           PERFORM LOAD-SITE-CALENDAR
           PERFORM COUNT-BUSINESS-DAYS
           MOVE bdays-elapsed TO bday-edit
           DISPLAY "PROJECTING PERIOD " proj-period " AS OF "
               asof-alpha
           IF proj-entity = SPACES
               DISPLAY "LEGAL ENTITY: ALL"
           ELSE
               DISPLAY "LEGAL ENTITY: " proj-entity
           END-IF
           DISPLAY "BUSINESS DAYS ELAPSED=" bday-edit
           MOVE bdays-remaining TO bday-edit
           DISPLAY "BUSINESS DAYS REMAINING=" bday-edit

           PERFORM LOAD-MONTH-TO-DATE
           IF RETURN-CODE NOT < 8
               PERFORM WRITE-PROJECTION-AUDIT
               GOBACK
           END-IF
           IF day-tbl-used = ZERO
               DISPLAY "NO MTDROLL ACTIVITY FOR " proj-period
                   " THROUGH " asof-alpha " - NOTHING TO PROJECT"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-PROJECTION-AUDIT
               GOBACK
           END-IF
           IF bdays-elapsed = ZERO
               DISPLAY "NO BUSINESS DAY HAS ELAPSED IN " proj-period
                   " - NO RUN RATE TO PROJECT FROM"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-PROJECTION-AUDIT
               GOBACK
           END-IF

           PERFORM WRITE-DAILY-SERIES
           IF RETURN-CODE NOT < 8
               PERFORM WRITE-PROJECTION-AUDIT
               GOBACK
           END-IF

      ** Initialize the Python interpreter - or join the chain
      *  driver's live session when PYSESSN holds one, the same as
      *  the other pandas steps, so a projection scheduled inside a
      *  PYDRIVER chain pays for no second interpreter start.
           PERFORM RESOLVE-PYTHON-VERSION
           MOVE "N" TO shared-session-sw
           MOVE "ACQUIRE" TO pysessn-request
           MOVE "N" TO pysessn-reply
           CALL "PYSESSN" USING pysessn-request pysessn-reply
               ON EXCEPTION
                   MOVE "N" TO pysessn-reply
           END-CALL
           IF pysessn-reply = "L"
               SET shared-session TO TRUE
               MOVE ZERO TO py-init-rc
               MOVE "GETID" TO pysessn-request
               CALL "PYSESSN" USING pysessn-request pysessn-reply
                                    pyaudit-program pyaudit-runid
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               IF pyaudit-runid = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:16)
                       TO pyaudit-runid
               END-IF
               MOVE "PY_SESS_ATTACH" TO pyaudit-action
               MOVE ZERO TO pyaudit-rc
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               PERFORM START-PERF-TIMER
               CALL "Py_Initialize" RETURNING py-init-rc
               END-CALL
               PERFORM STOP-PERF-TIMER
               MOVE "PY_INITIALIZE" TO pyaudit-action
               MOVE py-init-rc TO pyaudit-rc
               PERFORM WRITE-AUDIT-RECORD
               MOVE "PY_INITIALIZE" TO pyperf-call
               MOVE py-init-rc TO pyperf-rc
               PERFORM WRITE-PERF-RECORD
           END-IF
           PERFORM CHECK-PYTHON-RC
           IF RETURN-CODE NOT = ZERO
               PERFORM FINALIZE-PYTHON-AND-EXIT
           END-IF

           PERFORM SUM-SERIES-IN-PANDAS
           IF RETURN-CODE NOT = ZERO
               PERFORM WRITE-PROJECTION-AUDIT
               PERFORM FINALIZE-PYTHON-AND-EXIT
           END-IF

           PERFORM TIE-OUT-PANDAS-TOTALS
           IF NOT tie-out-ok
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-PROJECTION-AUDIT
               PERFORM FINALIZE-PYTHON-AND-EXIT
           END-IF

           PERFORM LOAD-PRIOR-CLOSED-MONTH
           PERFORM PROJECT-REGION
               VARYING prj-idx FROM 1 BY 1
               UNTIL prj-idx > prj-tbl-used
           PERFORM PRINT-PROJECTION-REPORT

           PERFORM WRITE-PROJECTION-AUDIT
           PERFORM FINALIZE-PYTHON-AND-EXIT.

      ** Works out the first and last day of the projected month
      *  and the yyyymm of the month before it, whose closed-period
      *  dataset is the comparison base.
       RESOLVE-PROJECTION-MONTH.
           MOVE proj-period TO period-work
           COMPUTE month-first-num =
               period-year * 10000 + period-month * 100 + 1
           COMPUTE month-first-int =
               FUNCTION INTEGER-OF-DATE(month-first-num)
           IF period-month = 12
               COMPUTE next-month-num =
                   (period-year + 1) * 10000 + 101
           ELSE
               COMPUTE next-month-num =
                   period-year * 10000 + (period-month + 1) * 100 + 1
           END-IF
           COMPUTE month-last-int =
               FUNCTION INTEGER-OF-DATE(next-month-num) - 1
           IF period-month = 1
               SUBTRACT 1 FROM period-year
               MOVE 12 TO period-month
           ELSE
               SUBTRACT 1 FROM period-month
           END-IF
           MOVE period-work TO prior-period.

      ** Walks every day of the month against the site calendar.
       COUNT-BUSINESS-DAYS.
           MOVE ZERO TO bdays-elapsed
           MOVE ZERO TO bdays-remaining
           PERFORM COUNT-ONE-CALENDAR-DAY
               VARYING day-walk-int FROM month-first-int BY 1
               UNTIL day-walk-int > month-last-int.

       COUNT-ONE-CALENDAR-DAY.
           COMPUTE cal-check-date =
               FUNCTION DATE-OF-INTEGER(day-walk-int)
           PERFORM CHECK-BUSINESS-DAY
           IF cal-business-day
               IF day-walk-int NOT > asof-int
                   ADD 1 TO bdays-elapsed
               ELSE
                   ADD 1 TO bdays-remaining
               END-IF
           END-IF.

      ** Reads MTDROLL for the projected month through the as-of
      *  date: ordinary records build the daily series and the
      *  month-to-date totals, adjustment records are held per
      *  region and added to the landing amount as they stand.
       LOAD-MONTH-TO-DATE.
           MOVE "N" TO rollup-eof-sw
           OPEN INPUT ROLLUP-FILE
           IF rollup-status NOT = "00"
               DISPLAY "UNABLE TO OPEN MTDROLL DD, STATUS="
                   rollup-status
               MOVE 16 TO RETURN-CODE
           ELSE
               READ ROLLUP-FILE INTO rollup-line-parsed
                   AT END SET rollup-eof TO TRUE
               END-READ
               PERFORM FOLD-ROLLUP-RECORD UNTIL rollup-eof
               CLOSE ROLLUP-FILE
               IF day-tbl-full
                   DISPLAY "MTDROLL HOLDS MORE THAN 1600 DATE+REGION "
                       "ENTRIES FOR THE MONTH - PROJECTION REFUSED"
                   MOVE 16 TO RETURN-CODE
               END-IF
               IF prj-tbl-full
                   DISPLAY "MORE THAN 50 REGIONS IN THE MONTH - "
                       "PROJECTION REFUSED"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       FOLD-ROLLUP-RECORD.
           PERFORM CHECK-RECORD-ENTITY
           IF mp-date(1:6) = proj-period
               AND mp-date NOT > asof-alpha
               AND mp-region NOT = SPACES
               AND entity-matches
               MOVE FUNCTION NUMVAL(mp-amount) TO mp-amount-num
               PERFORM SIGN-ROLLUP-COUNT
               MOVE mp-region TO lookup-region
               PERFORM FIND-PROJECTION-REGION
               IF prj-match-idx NOT = ZERO
                   IF mp-adjustment
                       ADD mp-amount-num
                           TO prj-adj-amount(prj-match-idx)
                   ELSE
                       ADD mp-count-num
                           TO prj-mtd-count(prj-match-idx)
                       ADD mp-amount-num
                           TO prj-mtd-amount(prj-match-idx)
                       ADD mp-count-num TO native-total-count
                       ADD mp-amount-num TO native-total-amount
                       PERFORM ADD-DAILY-SERIES-ENTRY
                   END-IF
               END-IF
           END-IF

           READ ROLLUP-FILE INTO rollup-line-parsed
               AT END SET rollup-eof TO TRUE
           END-READ.

      ** Whether the record belongs to the entity projected.
       CHECK-RECORD-ENTITY.
           IF mp-entity = SPACES
               MOVE default-entity TO mp-entity
           END-IF
           IF proj-entity = SPACES
               OR mp-entity = proj-entity
               SET entity-matches TO TRUE
           ELSE
               MOVE "N" TO entity-match-sw
           END-IF.

      ** The record's count, negative for a restatement that
      *  removed rows. A return record's count is a number of
      *  returns, not of rows - it adds none, though its value
      *  nets against the day's sales.
       SIGN-ROLLUP-COUNT.
           MOVE ZERO TO mp-count-num
           IF mp-count IS NUMERIC AND NOT mp-return
               MOVE mp-count TO mp-count-num
               IF mp-count-sign = "-"
                   COMPUTE mp-count-num = ZERO - mp-count-num
               END-IF
           END-IF.

      ** Finds lookup-region in the projection table, adding it
      *  when new; prj-match-idx is zero only when the table is
      *  full.
       FIND-PROJECTION-REGION.
           MOVE ZERO TO prj-match-idx
           PERFORM SCAN-PROJECTION-REGION
               VARYING prj-idx FROM 1 BY 1
               UNTIL prj-idx > prj-tbl-used
                   OR prj-match-idx NOT = ZERO
           IF prj-match-idx = ZERO
               IF prj-tbl-used < 50
                   ADD 1 TO prj-tbl-used
                   MOVE prj-tbl-used TO prj-match-idx
                   MOVE lookup-region TO prj-region(prj-match-idx)
                   MOVE ZERO TO prj-mtd-count(prj-match-idx)
                       prj-mtd-amount(prj-match-idx)
                       prj-adj-amount(prj-match-idx)
                       prj-pd-count(prj-match-idx)
                       prj-pd-amount(prj-match-idx)
                       prj-proj-count(prj-match-idx)
                       prj-proj-amount(prj-match-idx)
                       prj-prior-count(prj-match-idx)
                       prj-prior-amount(prj-match-idx)
               ELSE
                   SET prj-tbl-full TO TRUE
               END-IF
           END-IF.

       SCAN-PROJECTION-REGION.
           IF prj-region(prj-idx) = lookup-region
               MOVE prj-idx TO prj-match-idx
           END-IF.

      ** Adds the record to its date+region entry in the daily
      *  series - a day carrying two feeds for a region is still
      *  one day of the series.
       ADD-DAILY-SERIES-ENTRY.
           MOVE ZERO TO day-match-idx
           PERFORM SCAN-DAILY-SERIES
               VARYING day-idx FROM 1 BY 1
               UNTIL day-idx > day-tbl-used
                   OR day-match-idx NOT = ZERO
           IF day-match-idx = ZERO
               IF day-tbl-used < 1600
                   ADD 1 TO day-tbl-used
                   MOVE day-tbl-used TO day-match-idx
                   MOVE mp-date TO day-date(day-match-idx)
                   MOVE mp-region TO day-region(day-match-idx)
                   MOVE ZERO TO day-count(day-match-idx)
                       day-amount(day-match-idx)
               ELSE
                   SET day-tbl-full TO TRUE
               END-IF
           END-IF
           IF day-match-idx NOT = ZERO
               ADD mp-count-num TO day-count(day-match-idx)
               ADD mp-amount-num TO day-amount(day-match-idx)
           END-IF.

       SCAN-DAILY-SERIES.
           IF day-date(day-idx) = mp-date
               AND day-region(day-idx) = mp-region
               MOVE day-idx TO day-match-idx
           END-IF.

      ** Stages the daily series as csv for read_csv.
       WRITE-DAILY-SERIES.
           OPEN OUTPUT STAGE-OUT-FILE
           IF stage-out-status NOT = "00"
               DISPLAY "UNABLE TO OPEN PROJECTION STAGE FILE, "
                   "STATUS=" stage-out-status " PATH="
                   FUNCTION TRIM(stage-path-alpha)
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "date,region,count,amount" TO stage-out-record
               WRITE stage-out-record
               PERFORM WRITE-ONE-SERIES-LINE
                   VARYING day-idx FROM 1 BY 1
                   UNTIL day-idx > day-tbl-used
               CLOSE STAGE-OUT-FILE
           END-IF.

       WRITE-ONE-SERIES-LINE.
           MOVE day-count(day-idx) TO day-count-edit
           MOVE day-amount(day-idx) TO day-amount-edit
           MOVE SPACES TO stage-line
           STRING day-date(day-idx) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(day-region(day-idx)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               day-count-edit DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(day-amount-edit) DELIMITED BY SIZE
               INTO stage-line
           END-STRING
           MOVE stage-line TO stage-out-record
           WRITE stage-out-record.

      ** Loads the staged series into a dataframe and sums count
      *  and amount per region, pulling each region's figures back
      *  into the projection table. Any failure ends the step
      *  RC=16 - a projection with a region missing is worse than
      *  none.
       SUM-SERIES-IN-PANDAS.
           CALL "PyImport_ImportModule" USING
               pandas-name
               RETURNING pandas-module-ptr
           END-CALL
           IF pandas-module-ptr EQUAL null
               DISPLAY u'Failed to import pandas'
               MOVE 16 TO RETURN-CODE
           END-IF

           IF RETURN-CODE = ZERO
               CALL "PyObject_GetAttrString" USING
                   BY VALUE pandas-module-ptr
                   BY REFERENCE read-name
                   RETURNING read-csv-func
               END-CALL
               IF read-csv-func EQUAL null
                   DISPLAY u'Failed to locate pandas.read_csv'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM BUILD-SERIES-KWARGS
               CALL "PyTuple_New" USING
                   BY VALUE 1
                   RETURNING read-csv-args
               END-CALL
               MOVE stage-path-alpha TO stage-path-u
               CALL "PyUnicode_FromString" USING
                   BY REFERENCE stage-path-u
                   RETURNING stage-path-ptr
               END-CALL
               CALL "PyTuple_SetItem" USING
                   BY VALUE read-csv-args
                   BY VALUE 0
                   BY VALUE stage-path-ptr
               END-CALL
               PERFORM START-PERF-TIMER
               CALL "PyObject_Call" USING
                   BY VALUE read-csv-func
                   BY VALUE read-csv-args
                   BY VALUE read-csv-kwargs
                   RETURNING pandas-series-ptr
               END-CALL
               PERFORM STOP-PERF-TIMER
               MOVE "READ_CSV_SERIES" TO pyperf-call
               MOVE day-tbl-used TO pyperf-rows
               IF pandas-series-ptr EQUAL null
                   MOVE -1 TO pyperf-rc
               END-IF
               PERFORM WRITE-PERF-RECORD
               IF pandas-series-ptr EQUAL null
                   DISPLAY u'pandas.read_csv failed on the daily '
                       u'series stage file'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           IF RETURN-CODE = ZERO
               CALL "PyObject_GetAttrString" USING
                   BY VALUE pandas-series-ptr
                   BY REFERENCE groupby-name
                   RETURNING groupby-func
               END-CALL
               IF groupby-func EQUAL null
                   DISPLAY u'Failed to locate DataFrame.groupby'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           IF RETURN-CODE = ZERO
               CALL "PyTuple_New" USING
                   BY VALUE 1
                   RETURNING groupby-args
               END-CALL
               CALL "PyUnicode_FromString" USING
                   BY REFERENCE region-col-name
                   RETURNING region-col-ptr
               END-CALL
               CALL "PyTuple_SetItem" USING
                   BY VALUE groupby-args
                   BY VALUE 0
                   BY VALUE region-col-ptr
               END-CALL
               PERFORM START-PERF-TIMER
               CALL "PyObject_CallObject" USING
                   BY VALUE groupby-func
                   BY VALUE groupby-args
                   RETURNING groupby-result-ptr
               END-CALL
               PERFORM STOP-PERF-TIMER
               MOVE "GROUPBY_REGION" TO pyperf-call
               MOVE day-tbl-used TO pyperf-rows
               IF groupby-result-ptr EQUAL null
                   MOVE -1 TO pyperf-rc
               END-IF
               PERFORM WRITE-PERF-RECORD
               IF groupby-result-ptr EQUAL null
                   DISPLAY u'DataFrame.groupby call failed'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           IF RETURN-CODE = ZERO
               SET gb-col-count TO TRUE
               PERFORM SUM-GROUPED-COLUMN
           END-IF
           IF RETURN-CODE = ZERO
               SET gb-col-amount TO TRUE
               PERFORM SUM-GROUPED-COLUMN
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM PULL-REGION-SUMS
                   VARYING prj-idx FROM 1 BY 1
                   UNTIL prj-idx > prj-tbl-used
                       OR RETURN-CODE NOT = ZERO
           END-IF.

      ** read_csv(stage, dtype={'region': 'str'},
      *  keep_default_na=False)
       BUILD-SERIES-KWARGS.
           CALL "PyDict_New" RETURNING read-csv-kwargs END-CALL
           CALL "PyDict_New" RETURNING dtype-dict-ptr END-CALL
           CALL "PyUnicode_FromString" USING
               BY REFERENCE dtype-str-u
               RETURNING dtype-str-ptr
           END-CALL
           CALL "PyDict_SetItemString" USING
               BY VALUE dtype-dict-ptr
               BY REFERENCE region-col-name
               BY VALUE dtype-str-ptr
           END-CALL
           CALL "PyDict_SetItemString" USING
               BY VALUE read-csv-kwargs
               BY REFERENCE dtype-name
               BY VALUE dtype-dict-ptr
           END-CALL
           CALL "PyBool_FromLong" USING
               BY VALUE 0
               RETURNING keep-na-ptr
           END-CALL
           CALL "PyDict_SetItemString" USING
               BY VALUE read-csv-kwargs
               BY REFERENCE keep-na-name
               BY VALUE keep-na-ptr
           END-CALL.

      ** Selects the count or amount column from the grouper and
      *  sums it, leaving the per-region Series in count-series-ptr
      *  or amount-series-ptr.
       SUM-GROUPED-COLUMN.
           CALL "PyObject_GetAttrString" USING
               BY VALUE groupby-result-ptr
               BY REFERENCE getitem-name
               RETURNING gb-getitem-func
           END-CALL
           IF gb-getitem-func EQUAL null
               DISPLAY u'Failed to locate groupby __getitem__'
               MOVE 16 TO RETURN-CODE
           ELSE
               CALL "PyTuple_New" USING
                   BY VALUE 1
                   RETURNING gb-getitem-args
               END-CALL
               IF gb-col-count
                   CALL "PyUnicode_FromString" USING
                       BY REFERENCE count-col-name
                       RETURNING gb-col-name-ptr
                   END-CALL
               ELSE
                   CALL "PyUnicode_FromString" USING
                       BY REFERENCE amount-col-name
                       RETURNING gb-col-name-ptr
                   END-CALL
               END-IF
               CALL "PyTuple_SetItem" USING
                   BY VALUE gb-getitem-args
                   BY VALUE 0
                   BY VALUE gb-col-name-ptr
               END-CALL
               CALL "PyObject_CallObject" USING
                   BY VALUE gb-getitem-func
                   BY VALUE gb-getitem-args
                   RETURNING gb-col-ptr
               END-CALL
               IF gb-col-ptr EQUAL null
                   DISPLAY u'Series column not found in groupby'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           IF RETURN-CODE = ZERO
               CALL "PyObject_GetAttrString" USING
                   BY VALUE gb-col-ptr
                   BY REFERENCE sum-name
                   RETURNING gb-sum-func
               END-CALL
               IF gb-sum-func EQUAL null
                   DISPLAY u'Failed to locate groupby sum'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   CALL "PyTuple_New" USING
                       BY VALUE 0
                       RETURNING gb-sum-args
                   END-CALL
                   PERFORM START-PERF-TIMER
                   IF gb-col-count
                       CALL "PyObject_CallObject" USING
                           BY VALUE gb-sum-func
                           BY VALUE gb-sum-args
                           RETURNING count-series-ptr
                       END-CALL
                       PERFORM STOP-PERF-TIMER
                       MOVE "GROUPBY_SUM_COUNT" TO pyperf-call
                       MOVE day-tbl-used TO pyperf-rows
                       IF count-series-ptr EQUAL null
                           MOVE -1 TO pyperf-rc
                       END-IF
                       PERFORM WRITE-PERF-RECORD
                       IF count-series-ptr EQUAL null
                           DISPLAY u'Groupby count sum failed'
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   ELSE
                       CALL "PyObject_CallObject" USING
                           BY VALUE gb-sum-func
                           BY VALUE gb-sum-args
                           RETURNING amount-series-ptr
                       END-CALL
                       PERFORM STOP-PERF-TIMER
                       MOVE "GROUPBY_SUM_AMOUNT" TO pyperf-call
                       MOVE day-tbl-used TO pyperf-rows
                       IF amount-series-ptr EQUAL null
                           MOVE -1 TO pyperf-rc
                       END-IF
                       PERFORM WRITE-PERF-RECORD
                       IF amount-series-ptr EQUAL null
                           DISPLAY u'Groupby amount sum failed'
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ** Pulls one region's summed count and amount out of the two
      *  Series with Series.get(region). A region with no daily
      *  series (adjustments only) is not in the dataframe and is
      *  left at zero.
       PULL-REGION-SUMS.
           IF prj-mtd-count(prj-idx) NOT = ZERO
               OR prj-mtd-amount(prj-idx) NOT = ZERO
               MOVE SPACES TO region-key-z
               STRING FUNCTION TRIM(prj-region(prj-idx))
                   DELIMITED BY SIZE
                   X"00" DELIMITED BY SIZE
                   INTO region-key-z
               END-STRING
               CALL "PyUnicode_FromString" USING
                   BY REFERENCE region-key-z
                   RETURNING region-key-ptr
               END-CALL

               SET gb-col-count TO TRUE
               PERFORM GET-SERIES-VALUE
               IF RETURN-CODE = ZERO
                   COMPUTE prj-pd-count(prj-idx) ROUNDED = pd-value
                   SET gb-col-amount TO TRUE
                   PERFORM GET-SERIES-VALUE
               END-IF
               IF RETURN-CODE = ZERO
                   COMPUTE prj-pd-amount(prj-idx) ROUNDED = pd-value
               END-IF
           END-IF.

       GET-SERIES-VALUE.
           IF gb-col-count
               CALL "PyObject_GetAttrString" USING
                   BY VALUE count-series-ptr
                   BY REFERENCE get-name
                   RETURNING series-get-func
               END-CALL
           ELSE
               CALL "PyObject_GetAttrString" USING
                   BY VALUE amount-series-ptr
                   BY REFERENCE get-name
                   RETURNING series-get-func
               END-CALL
           END-IF
           IF series-get-func EQUAL null
               DISPLAY u'Failed to locate Series.get'
               MOVE 16 TO RETURN-CODE
           ELSE
               CALL "PyTuple_New" USING
                   BY VALUE 1
                   RETURNING series-get-args
               END-CALL
               CALL "Py_IncRef" USING
                   BY VALUE region-key-ptr
               END-CALL
               CALL "PyTuple_SetItem" USING
                   BY VALUE series-get-args
                   BY VALUE 0
                   BY VALUE region-key-ptr
               END-CALL
               CALL "PyObject_CallObject" USING
                   BY VALUE series-get-func
                   BY VALUE series-get-args
                   RETURNING series-value-ptr
               END-CALL
               IF series-value-ptr EQUAL null
                   DISPLAY "SERIES.GET FAILED FOR REGION "
                       prj-region(prj-idx)
                   MOVE 16 TO RETURN-CODE
               ELSE
                   CALL "PyFloat_AsDouble" USING
                       BY VALUE series-value-ptr
                       RETURNING pd-value
                   END-CALL
               END-IF
           END-IF.

      ** Proves pandas summed the same series the native read
      *  staged: the count and amount totals across regions must
      *  agree to the cent, or the projection is not printed.
       TIE-OUT-PANDAS-TOTALS.
           MOVE ZERO TO pandas-total-count
           MOVE ZERO TO pandas-total-amount
           PERFORM ADD-PANDAS-REGION-TOTAL
               VARYING prj-idx FROM 1 BY 1
               UNTIL prj-idx > prj-tbl-used
           MOVE "Y" TO tie-out-sw
           IF pandas-total-count NOT = native-total-count
               OR pandas-total-amount NOT = native-total-amount
               MOVE "N" TO tie-out-sw
               MOVE native-total-count TO rpt-count-edit
               MOVE native-total-amount TO rpt-amount-edit
               DISPLAY "NATIVE SERIES TOTALS: COUNT=" rpt-count-edit
                   " AMOUNT=" rpt-amount-edit
               COMPUTE rpt-proj-cnt-edit = pandas-total-count
               MOVE pandas-total-amount TO rpt-proj-amt-edit
               DISPLAY "PANDAS SERIES TOTALS: COUNT="
                   rpt-proj-cnt-edit " AMOUNT=" rpt-proj-amt-edit
               DISPLAY "PANDAS DOES NOT TIE OUT TO THE STAGED SERIES "
                   "- PROJECTION REFUSED"
           END-IF.

       ADD-PANDAS-REGION-TOTAL.
           ADD prj-pd-count(prj-idx) TO pandas-total-count
           ADD prj-pd-amount(prj-idx) TO pandas-total-amount.

      ** Reads the prior month's closed-period dataset into the
      *  comparison columns - ordinary records for the count, all
      *  records (adjustments included) for the amount, the same
      *  basis as the projection. A month not yet closed (or never
      *  run) only drops the comparison; the projection still
      *  prints, at RC=4.
       LOAD-PRIOR-CLOSED-MONTH.
           MOVE "N" TO closed-found-sw
           MOVE "N" TO closed-in-eof-sw
           OPEN INPUT CLOSED-IN-FILE
           IF closed-in-status NOT = "00"
               DISPLAY "NO CLOSED-PERIOD DATASET FOR " prior-period
                   " (" FUNCTION TRIM(closed-path-alpha)
                   ") - COMPARISON OMITTED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               SET closed-found TO TRUE
               READ CLOSED-IN-FILE INTO rollup-line-parsed
                   AT END SET closed-in-eof TO TRUE
               END-READ
               PERFORM FOLD-CLOSED-RECORD UNTIL closed-in-eof
               CLOSE CLOSED-IN-FILE
               IF prj-tbl-full
                   DISPLAY "MORE THAN 50 REGIONS ACROSS THE TWO "
                       "MONTHS - UNLISTED PRIOR REGIONS OMITTED"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       FOLD-CLOSED-RECORD.
           PERFORM CHECK-RECORD-ENTITY
           IF mp-date(1:6) = prior-period
               AND mp-region NOT = SPACES
               AND entity-matches
               MOVE FUNCTION NUMVAL(mp-amount) TO mp-amount-num
               PERFORM SIGN-ROLLUP-COUNT
               MOVE mp-region TO lookup-region
               PERFORM FIND-PROJECTION-REGION
               IF prj-match-idx NOT = ZERO
                   IF NOT mp-adjustment
                       ADD mp-count-num
                           TO prj-prior-count(prj-match-idx)
                   END-IF
                   ADD mp-amount-num
                       TO prj-prior-amount(prj-match-idx)
               END-IF
           END-IF

           READ CLOSED-IN-FILE INTO rollup-line-parsed
               AT END SET closed-in-eof TO TRUE
           END-READ.

      ** Runs one region forward: month-to-date plus the business-
      *  day run rate over the business days remaining, plus the
      *  month's adjustments as they stand.
       PROJECT-REGION.
           COMPUTE rate-count =
               prj-pd-count(prj-idx) / bdays-elapsed
           COMPUTE rate-amount =
               prj-pd-amount(prj-idx) / bdays-elapsed
           COMPUTE prj-proj-count(prj-idx) ROUNDED =
               prj-pd-count(prj-idx) + rate-count * bdays-remaining
           COMPUTE prj-proj-amount(prj-idx) ROUNDED =
               prj-pd-amount(prj-idx) + rate-amount * bdays-remaining
               + prj-adj-amount(prj-idx)
           IF prj-adj-amount(prj-idx) NOT = ZERO
               ADD 1 TO adj-region-count
           END-IF
           ADD prj-mtd-count(prj-idx) TO total-mtd-count
           ADD prj-mtd-amount(prj-idx) TO total-mtd-amount
           ADD prj-adj-amount(prj-idx) TO total-mtd-amount
           ADD prj-proj-count(prj-idx) TO total-proj-count
           ADD prj-proj-amount(prj-idx) TO total-proj-amount
           ADD prj-prior-count(prj-idx) TO total-prior-count
           ADD prj-prior-amount(prj-idx) TO total-prior-amount.

       PRINT-PROJECTION-REPORT.
           DISPLAY " "
           DISPLAY "REGION            MTD TO DATE      PROJECTED"
               "     PRIOR " prior-period "    CHANGE"
           PERFORM PRINT-PROJECTION-LINE
               VARYING prj-idx FROM 1 BY 1
               UNTIL prj-idx > prj-tbl-used
           DISPLAY " "
           MOVE total-mtd-count TO rpt-count-edit
           MOVE total-proj-count TO rpt-proj-cnt-edit
           MOVE total-prior-count TO rpt-prior-cnt-edit
           MOVE total-proj-count TO pct-new
           MOVE total-prior-count TO pct-base
           PERFORM FORMAT-PCT-CHANGE
           DISPLAY "TOTAL  COUNT  " rpt-count-edit "    "
               rpt-proj-cnt-edit "    " rpt-prior-cnt-edit "  "
               pct-text
           MOVE total-mtd-amount TO rpt-amount-edit
           MOVE total-proj-amount TO rpt-proj-amt-edit
           MOVE total-prior-amount TO rpt-prior-amt-edit
           MOVE total-proj-amount TO pct-new
           MOVE total-prior-amount TO pct-base
           PERFORM FORMAT-PCT-CHANGE
           DISPLAY "       AMOUNT " rpt-amount-edit " "
               rpt-proj-amt-edit " " rpt-prior-amt-edit " "
               pct-text
           IF adj-region-count NOT = ZERO
               DISPLAY "AMOUNTS INCLUDE POSTED ADJUSTMENTS FOR "
                   adj-region-count " REGION(S), CARRIED AS THEY "
                   "STAND - NOT PROJECTED FORWARD"
           END-IF.

      ** Two lines per region - count, then amount.
       PRINT-PROJECTION-LINE.
           MOVE prj-mtd-count(prj-idx) TO rpt-count-edit
           MOVE prj-proj-count(prj-idx) TO rpt-proj-cnt-edit
           MOVE prj-prior-count(prj-idx) TO rpt-prior-cnt-edit
           MOVE prj-proj-count(prj-idx) TO pct-new
           MOVE prj-prior-count(prj-idx) TO pct-base
           PERFORM FORMAT-PCT-CHANGE
           DISPLAY prj-region(prj-idx) "   COUNT  " rpt-count-edit
               "    " rpt-proj-cnt-edit "    " rpt-prior-cnt-edit
               "  " pct-text
           COMPUTE pct-new =
               prj-mtd-amount(prj-idx) + prj-adj-amount(prj-idx)
           MOVE pct-new TO rpt-amount-edit
           MOVE prj-proj-amount(prj-idx) TO rpt-proj-amt-edit
           MOVE prj-prior-amount(prj-idx) TO rpt-prior-amt-edit
           MOVE prj-proj-amount(prj-idx) TO pct-new
           MOVE prj-prior-amount(prj-idx) TO pct-base
           PERFORM FORMAT-PCT-CHANGE
           DISPLAY "       AMOUNT " rpt-amount-edit " "
               rpt-proj-amt-edit " " rpt-prior-amt-edit " "
               pct-text.

      ** Percentage change of pct-new over pct-base into pct-text;
      *  NEW when there is no base, N/A when the prior month was
      *  never found at all.
       FORMAT-PCT-CHANGE.
           MOVE SPACES TO pct-text
           IF NOT closed-found
               MOVE "N/A" TO pct-text
           ELSE
               IF pct-base = ZERO
                   MOVE "NEW" TO pct-text
               ELSE
                   COMPUTE pct-change ROUNDED =
                       (pct-new - pct-base) * 100 / pct-base
                       ON SIZE ERROR
                           MOVE 99999.9 TO pct-change
                   END-COMPUTE
                   MOVE pct-change TO pct-edit
                   STRING FUNCTION TRIM(pct-edit) DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO pct-text
                   END-STRING
               END-IF
           END-IF.

       WRITE-PROJECTION-AUDIT.
           MOVE "MTD_PROJECTION" TO pyaudit-action
           MOVE RETURN-CODE TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD.

      ** Finalizes the Python interpreter, writes the matching
      *  PY_FINALIZE audit record, and ends the run. A shared
      *  session is the chain driver's to finalize, so a joined run
      *  only detaches.
       FINALIZE-PYTHON-AND-EXIT.
           IF shared-session
               MOVE "DETACH" TO pysessn-request
               CALL "PYSESSN" USING pysessn-request pysessn-reply
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE "PY_SESS_DETACH" TO pyaudit-action
               MOVE ZERO TO pyaudit-rc
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               CALL "Py_Finalize"
               MOVE "PY_FINALIZE" TO pyaudit-action
               MOVE ZERO TO pyaudit-rc
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           GOBACK.

       COPY PYZCALLK.
       COPY PYRCCHK.
       COPY PYWTOWRT.
       COPY PYVERCHK.
       COPY PYAUDWRT.
       COPY PYPFLK.
