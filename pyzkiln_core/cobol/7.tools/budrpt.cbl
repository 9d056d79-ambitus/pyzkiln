      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BUDRPT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The budget dataset BUDMAINT keeps
      *  (yyyymm,region,count,amount,entity) - read only. A row with
      *  no entity is 0001's.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS budget-status.
      ** The month-to-date rollup master PANDASREAD appends to -
      *  the actuals of every month not yet closed. Read only.
           SELECT ROLLUP-FILE ASSIGN TO "MTDROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rollup-status.
      ** MTDCLOSE's closed-period datasets, one per month (and per
      *  entity where an entity was closed on its own) - the
      *  actuals of every month already closed. Read only.
           SELECT CLOSED-IN-FILE ASSIGN TO closed-path-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS closed-in-status.
      ** The region reference master - each region's name. Read
      *  only.
           COPY PYRGNSL.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01 budget-record PIC X(80).
       FD  ROLLUP-FILE.
       01 rollup-record PIC X(88).
       FD  CLOSED-IN-FILE.
       01 closed-in-record PIC X(88).
       COPY PYRGNFD.
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 budget-status       PIC X(02) VALUE "00".
       01 budget-eof-sw       PIC X(01) VALUE "N".
           88 budget-eof VALUE "Y".
       01 rollup-status       PIC X(02) VALUE "00".
       01 rollup-eof-sw       PIC X(01) VALUE "N".
           88 rollup-eof VALUE "Y".
       01 closed-in-status    PIC X(02) VALUE "00".
       01 closed-in-eof-sw    PIC X(01) VALUE "N".
           88 closed-in-eof VALUE "Y".
       01 closed-path-alpha   PIC X(256) VALUE SPACES.
      ** Where the closed-period datasets live - MTDCLOSE's default
      *  name is this prefix, yyyymm, an optional .entity and
      *  .closed.
       01 closed-prefix       PIC X(200) VALUE SPACES.

      ** The period reported (BUDRPT_PERIOD, yyyymm - the current
      *  month when not set); the year to date runs from January
      *  of its year.
       01 rpt-period-alpha    PIC X(06) VALUE SPACES.
       01 rpt-period-parts    REDEFINES rpt-period-alpha.
           05 rpt-year            PIC 9(04).
           05 rpt-month           PIC 9(02).
       01 work-period         PIC X(06) VALUE SPACES.
       01 work-period-parts   REDEFINES work-period.
           05 work-year           PIC 9(04).
           05 work-month          PIC 9(02).
       01 month-idx           PIC 9(02) BINARY VALUE ZERO.
      ** Where each month's actuals came from - CLOSED, MTD, both
      *  (an entity closed on its own beside others still open) or
      *  none at all.
       01 month-source-table.
           05 month-closed-sw     PIC X(01) OCCURS 12 TIMES.
           05 month-mtd-sw        PIC X(01) OCCURS 12 TIMES.
       01 month-source-text   PIC X(12).

      ** The legal entity reported (BUDRPT_ENTITY) - blank reports
      *  every entity, each entity's regions apart.
       01 report-entity       PIC X(04) VALUE SPACES.
       01 default-entity      PIC X(04) VALUE "0001".

      ** A region is flagged for the month-end pack once its count
      *  or amount is further than this percentage from budget,
      *  for the month or the year to date.
       01 tol-pct-alpha       PIC X(05) VALUE SPACES.
       01 tol-pct             PIC 9(03) VALUE 10.

      ** One parsed rollup record, mirroring PANDASREAD's
      *  rollup-detail layout - keep the two in step. A restatement
      *  record with fewer rows carries a - ahead of the count; a
      *  record with no legal entity is 0001's.
       01 rollup-line-parsed.
           05 mr-date             PIC X(08).
           05 FILLER              PIC X(01).
           05 mr-region           PIC X(04).
           05 mr-count-sign       PIC X(01).
           05 mr-count            PIC 9(09).
           05 FILLER              PIC X(01).
           05 mr-amount           PIC X(13).
           05 FILLER              PIC X(01).
           05 mr-usd              PIC X(13).
           05 FILLER              PIC X(01).
           05 mr-debit            PIC X(13).
           05 FILLER              PIC X(01).
           05 mr-credit           PIC X(13).
           05 FILLER              PIC X(01).
           05 mr-kind             PIC X(03).
               88 mr-return VALUE "RTN".
           05 FILLER              PIC X(01).
           05 mr-entity           PIC X(04).
       01 mr-count-num        PIC S9(09) VALUE ZERO.
       01 mr-usd-num          PIC S9(11)V99 VALUE ZERO.
       01 mr-month            PIC 9(02) VALUE ZERO.

      ** The year's open-month rollup records, held until every
      *  closed dataset has been read - a record counts only for a
      *  month and entity no closed dataset has covered.
       01 mtd-used            PIC 9(04) BINARY VALUE ZERO.
       01 mtd-idx             PIC 9(04) BINARY VALUE ZERO.
       01 mtd-tbl-full-sw     PIC X(01) VALUE "N".
           88 mtd-tbl-full VALUE "Y".
       01 mtd-table.
           05 mtd-entry OCCURS 1000 TIMES.
               10 mtd-month       PIC 9(02).
               10 mtd-region      PIC X(04).
               10 mtd-entity      PIC X(04).
               10 mtd-count       PIC S9(09).
               10 mtd-usd         PIC S9(11)V99.

      ** Month and entity pairs a closed dataset covered; entity
      *  * is a close of every entity at once.
       01 cover-used          PIC 9(03) BINARY VALUE ZERO.
       01 cover-idx           PIC 9(03) BINARY VALUE ZERO.
       01 cover-table.
           05 cover-entry OCCURS 300 TIMES.
               10 cover-month     PIC 9(02).
               10 cover-entity    PIC X(04).
       01 cover-found-sw      PIC X(01) VALUE "N".
           88 cover-found VALUE "Y".
       01 cover-entity-work   PIC X(04).

      ** Legal entities met in the budget and the rollup - the
      *  per-entity closed datasets looked for when a month has no
      *  all-entity one.
       01 ent-used            PIC 9(02) BINARY VALUE ZERO.
       01 ent-idx             PIC 9(02) BINARY VALUE ZERO.
       01 ent-table.
           05 ent-code PIC X(04) OCCURS 20 TIMES.
       01 ent-work            PIC X(04).
       01 ent-known-sw        PIC X(01) VALUE "N".
           88 ent-known VALUE "Y".

      ** Budget and actuals per entity and region, for the month
      *  and the year to date.
       01 rgn-used            PIC 9(03) BINARY VALUE ZERO.
       01 rgn-idx             PIC 9(03) BINARY VALUE ZERO.
       01 rgn-scan-idx        PIC 9(03) BINARY VALUE ZERO.
       01 rgn-tbl-full-sw     PIC X(01) VALUE "N".
           88 rgn-tbl-full VALUE "Y".
       01 rgn-table.
           05 rgn-entry OCCURS 200 TIMES.
               10 rgn-entity      PIC X(04).
               10 rgn-region      PIC X(04).
               10 rgn-budget-sw   PIC X(01).
                   88 rgn-has-budget VALUE "Y".
               10 rgn-mb-count    PIC S9(11).
               10 rgn-mb-amount   PIC S9(13)V99.
               10 rgn-ma-count    PIC S9(11).
               10 rgn-ma-amount   PIC S9(13)V99.
               10 rgn-yb-count    PIC S9(11).
               10 rgn-yb-amount   PIC S9(13)V99.
               10 rgn-ya-count    PIC S9(11).
               10 rgn-ya-amount   PIC S9(13)V99.
               10 rgn-flag        PIC X(20).
       01 seek-entity         PIC X(04).
       01 seek-region         PIC X(04).
       01 add-month           PIC 9(02) VALUE ZERO.
       01 add-count           PIC S9(11) VALUE ZERO.
       01 add-amount          PIC S9(13)V99 VALUE ZERO.

       01 line-oper1          PIC X(12).
       01 line-oper2          PIC X(12).
       01 line-oper3          PIC X(18).
       01 line-oper4          PIC X(18).
       01 line-oper5          PIC X(08).

      ** One comparison line's working figures.
       01 cmp-label           PIC X(03).
       01 cmp-b-count         PIC S9(11) VALUE ZERO.
       01 cmp-a-count         PIC S9(11) VALUE ZERO.
       01 cmp-b-amount        PIC S9(13)V99 VALUE ZERO.
       01 cmp-a-amount        PIC S9(13)V99 VALUE ZERO.
       01 cmp-v-count         PIC S9(11) VALUE ZERO.
       01 cmp-v-amount        PIC S9(13)V99 VALUE ZERO.
       01 cmp-count-pct       PIC S9(05)V9 VALUE ZERO.
       01 cmp-amount-pct      PIC S9(05)V9 VALUE ZERO.
       01 cmp-count-pct-x     PIC X(08).
       01 cmp-amount-pct-x    PIC X(08).
       01 cmp-out-sw          PIC X(01) VALUE "N".
           88 cmp-out-of-tolerance VALUE "Y".
       01 month-out-sw        PIC X(01) VALUE "N".
           88 month-out VALUE "Y".
       01 ytd-out-sw          PIC X(01) VALUE "N".
           88 ytd-out VALUE "Y".

       01 count-edit          PIC Z(09)9-.
       01 count-edit2         PIC Z(09)9-.
       01 count-edit3         PIC Z(09)9-.
       01 amount-edit         PIC Z(12)9.99-.
       01 amount-edit2        PIC Z(12)9.99-.
       01 amount-edit3        PIC Z(12)9.99-.
       01 pct-edit            PIC Z(04)9.9-.

       01 budget-rows-read    PIC 9(05) VALUE ZERO.
       01 mtd-rows-read       PIC 9(05) VALUE ZERO.
       01 closed-rows-read    PIC 9(05) VALUE ZERO.
       01 flagged-count       PIC 9(03) VALUE ZERO.
       01 unbudgeted-count    PIC 9(03) VALUE ZERO.

      ** Totals over every region reported.
       01 tot-mb-count        PIC S9(11) VALUE ZERO.
       01 tot-mb-amount       PIC S9(13)V99 VALUE ZERO.
       01 tot-ma-count        PIC S9(11) VALUE ZERO.
       01 tot-ma-amount       PIC S9(13)V99 VALUE ZERO.
       01 tot-yb-count        PIC S9(11) VALUE ZERO.
       01 tot-yb-amount       PIC S9(13)V99 VALUE ZERO.
       01 tot-ya-count        PIC S9(11) VALUE ZERO.
       01 tot-ya-amount       PIC S9(13)V99 VALUE ZERO.

       COPY PYRGNWS.
       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Budget versus actual per region: the BUDGET dataset set
      *  against the month's actuals and the year to date, taken
      *  from MTDCLOSE's closed-period datasets for the months
      *  already closed and from the MTDROLL rollup for the rest,
      *  with absolute and percentage variance for count and USD
      *  amount. Regions further from budget than the tolerance,
      *  and regions trading with no budget at all, are flagged
      *  and listed again at the foot for the month-end pack.
           DISPLAY "===== BUDGET VERSUS ACTUAL ====="
           MOVE "BUDRPT" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           ACCEPT rpt-period-alpha FROM ENVIRONMENT "BUDRPT_PERIOD"
           IF rpt-period-alpha = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO rpt-period-alpha
           END-IF
           IF rpt-period-alpha IS NOT NUMERIC
               OR rpt-month < 1 OR rpt-month > 12
               DISPLAY "BUDRPT_PERIOD IS NOT A YYYYMM PERIOD: "
                   rpt-period-alpha
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT tol-pct-alpha FROM ENVIRONMENT "BUDRPT_TOL_PCT"
           IF tol-pct-alpha NOT = SPACES
               IF FUNCTION TEST-NUMVAL(tol-pct-alpha) NOT = ZERO
                   OR FUNCTION NUMVAL(tol-pct-alpha) < ZERO
                   OR FUNCTION NUMVAL(tol-pct-alpha) > 999
                   DISPLAY "BUDRPT_TOL_PCT MUST BE A PERCENTAGE "
                       "FROM 0 TO 999: " tol-pct-alpha
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE tol-pct = FUNCTION NUMVAL(tol-pct-alpha)
           END-IF
           ACCEPT report-entity FROM ENVIRONMENT "BUDRPT_ENTITY"
           MOVE FUNCTION UPPER-CASE(report-entity) TO report-entity
           ACCEPT closed-prefix FROM ENVIRONMENT
               "BUDRPT_CLOSED_PREFIX"
           IF closed-prefix = SPACES
               MOVE "./mtdroll." TO closed-prefix
           END-IF
           DISPLAY "PERIOD " rpt-period-alpha
               " - YEAR TO DATE FROM " rpt-year "01"
           IF report-entity = SPACES
               DISPLAY "LEGAL ENTITY: ALL"
           ELSE
               DISPLAY "LEGAL ENTITY: " report-entity
           END-IF
           DISPLAY "TOLERANCE=" tol-pct " PCT"
           MOVE rpt-period-alpha TO pyaudit-ref
           IF report-entity NOT = SPACES
               MOVE "." TO pyaudit-ref(7:1)
               MOVE report-entity TO pyaudit-ref(8:4)
           END-IF

           PERFORM LOAD-REGION-MASTER
           PERFORM LOAD-BUDGET-ROWS
           IF RETURN-CODE NOT = ZERO
               PERFORM AUDIT-VARIANCE-REPORT
               GOBACK
           END-IF
           PERFORM LOAD-OPEN-MONTHS
           IF RETURN-CODE NOT = ZERO
               PERFORM AUDIT-VARIANCE-REPORT
               GOBACK
           END-IF
           IF mtd-tbl-full
               DISPLAY "MTDROLL HOLDS MORE THAN 1000 RECORDS FOR THE "
                   "YEAR - REPORT REFUSED, ACTUALS WOULD BE SHORT"
               MOVE 16 TO RETURN-CODE
               PERFORM AUDIT-VARIANCE-REPORT
               GOBACK
           END-IF

           MOVE SPACES TO month-source-table
           MOVE ZERO TO cover-used
           PERFORM LOAD-CLOSED-MONTH
               VARYING month-idx FROM 1 BY 1
               UNTIL month-idx > rpt-month
           PERFORM APPLY-OPEN-MONTH-RECORD
               VARYING mtd-idx FROM 1 BY 1
               UNTIL mtd-idx > mtd-used
           IF rgn-tbl-full
               DISPLAY "MORE THAN 200 ENTITY/REGION PAIRS - REPORT "
                   "REFUSED, A REGION WOULD GO UNREPORTED"
               MOVE 16 TO RETURN-CODE
               PERFORM AUDIT-VARIANCE-REPORT
               GOBACK
           END-IF

           PERFORM PRINT-ACTUALS-SOURCES
           PERFORM PRINT-VARIANCE-REPORT
           PERFORM PRINT-PACK-FLAGS
           IF flagged-count NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM AUDIT-VARIANCE-REPORT
           GOBACK.

      ** Loads the budget rows of the year up to the period. No
      *  budget dataset is nothing to report against.
       LOAD-BUDGET-ROWS.
           MOVE ZERO TO rgn-used
           MOVE ZERO TO ent-used
           MOVE "N" TO budget-eof-sw
           OPEN INPUT BUDGET-FILE
           IF budget-status NOT = "00"
               DISPLAY "UNABLE TO OPEN BUDGET DD, STATUS="
                   budget-status " - LOAD IT WITH BUDMAINT"
               MOVE 16 TO RETURN-CODE
           ELSE
               READ BUDGET-FILE INTO budget-record
                   AT END SET budget-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-BUDGET-ROW UNTIL budget-eof
               CLOSE BUDGET-FILE
               DISPLAY "BUDGET ROWS FOR THE YEAR TO DATE: "
                   budget-rows-read
           END-IF.

       LOAD-ONE-BUDGET-ROW.
           IF budget-record NOT = SPACES
               AND budget-record(1:1) NOT = "*"
               MOVE SPACES TO line-oper1 line-oper2 line-oper3
                   line-oper4 line-oper5
               UNSTRING budget-record DELIMITED BY ","
                   INTO line-oper1
                        line-oper2
                        line-oper3
                        line-oper4
                        line-oper5
               END-UNSTRING
               MOVE line-oper1(1:6) TO work-period
               IF line-oper5 = SPACES
                   MOVE default-entity TO line-oper5
               END-IF
               IF work-period IS NUMERIC
                   AND work-year = rpt-year
                   AND work-month NOT > rpt-month
                   AND FUNCTION TEST-NUMVAL(line-oper3) = ZERO
                   AND FUNCTION TEST-NUMVAL(line-oper4) = ZERO
                   AND (report-entity = SPACES
                       OR line-oper5(1:4) = report-entity)
                   ADD 1 TO budget-rows-read
                   MOVE line-oper5(1:4) TO ent-work
                   PERFORM NOTE-ENTITY
                   MOVE line-oper5(1:4) TO seek-entity
                   MOVE line-oper2(1:4) TO seek-region
                   PERFORM LOCATE-REGION
                   IF rgn-idx NOT = ZERO
                       SET rgn-has-budget(rgn-idx) TO TRUE
                       COMPUTE add-count = FUNCTION NUMVAL(line-oper3)
                       COMPUTE add-amount =
                           FUNCTION NUMVAL(line-oper4)
                       ADD add-count TO rgn-yb-count(rgn-idx)
                       ADD add-amount TO rgn-yb-amount(rgn-idx)
                       IF work-month = rpt-month
                           ADD add-count TO rgn-mb-count(rgn-idx)
                           ADD add-amount TO rgn-mb-amount(rgn-idx)
                       END-IF
                   END-IF
               END-IF
           END-IF
           READ BUDGET-FILE INTO budget-record
               AT END SET budget-eof TO TRUE
           END-READ.

      ** Holds the rollup records of the year's months up to the
      *  period, for the months no closed dataset covers.
       LOAD-OPEN-MONTHS.
           MOVE ZERO TO mtd-used
           MOVE "N" TO rollup-eof-sw
           OPEN INPUT ROLLUP-FILE
           IF rollup-status NOT = "00"
               DISPLAY "UNABLE TO OPEN MTDROLL DD, STATUS="
                   rollup-status
               MOVE 16 TO RETURN-CODE
           ELSE
               READ ROLLUP-FILE INTO rollup-record
                   AT END SET rollup-eof TO TRUE
               END-READ
               PERFORM HOLD-ONE-ROLLUP-RECORD UNTIL rollup-eof
               CLOSE ROLLUP-FILE
           END-IF.

       HOLD-ONE-ROLLUP-RECORD.
           IF rollup-record NOT = SPACES
               MOVE rollup-record TO rollup-line-parsed
               PERFORM PARSE-ACTUAL-RECORD
               IF mr-date(1:4) = rpt-year
                   AND mr-month NOT > rpt-month
                   AND mr-month > ZERO
                   AND (report-entity = SPACES
                       OR mr-entity = report-entity)
                   IF mtd-used < 1000
                       ADD 1 TO mtd-used
                       MOVE mr-month TO mtd-month(mtd-used)
                       MOVE mr-region TO mtd-region(mtd-used)
                       MOVE mr-entity TO mtd-entity(mtd-used)
                       MOVE mr-count-num TO mtd-count(mtd-used)
                       MOVE mr-usd-num TO mtd-usd(mtd-used)
                       MOVE mr-entity TO ent-work
                       PERFORM NOTE-ENTITY
                   ELSE
                       SET mtd-tbl-full TO TRUE
                   END-IF
               END-IF
           END-IF
           READ ROLLUP-FILE INTO rollup-record
               AT END SET rollup-eof TO TRUE
           END-READ.

      ** Reads the count and the USD amount off a parsed rollup
      *  record - an older record with no USD column booked its
      *  raw amount, the reading MTDRPT applies. A return record
      *  nets its value against the actuals but its count is a
      *  number of returns, not of rows - it adds none.
       PARSE-ACTUAL-RECORD.
           IF mr-entity = SPACES
               MOVE default-entity TO mr-entity
           END-IF
           MOVE ZERO TO mr-month
           IF mr-date(5:2) IS NUMERIC
               MOVE mr-date(5:2) TO mr-month
           END-IF
           MOVE ZERO TO mr-count-num
           IF mr-count IS NUMERIC
               MOVE mr-count TO mr-count-num
               IF mr-count-sign = "-"
                   COMPUTE mr-count-num = ZERO - mr-count-num
               END-IF
           END-IF
           IF mr-return
               MOVE ZERO TO mr-count-num
           END-IF
           MOVE ZERO TO mr-usd-num
           IF FUNCTION TEST-NUMVAL(mr-usd) = ZERO
               COMPUTE mr-usd-num = FUNCTION NUMVAL(mr-usd)
           ELSE
               IF FUNCTION TEST-NUMVAL(mr-amount) = ZERO
                   COMPUTE mr-usd-num = FUNCTION NUMVAL(mr-amount)
               END-IF
           END-IF.

      ** Reads one month's closed dataset(s). The entity's own
      *  dataset is tried before the all-entity one; with no
      *  entity named, an all-entity close is tried first and each
      *  entity's own close after it.
       LOAD-CLOSED-MONTH.
           MOVE rpt-year TO work-year
           MOVE month-idx TO work-month
           IF report-entity NOT = SPACES
               MOVE report-entity TO cover-entity-work
               PERFORM READ-CLOSED-DATASET
               IF closed-in-status NOT = "00"
                   MOVE SPACES TO cover-entity-work
                   PERFORM READ-CLOSED-DATASET
               END-IF
           ELSE
               MOVE SPACES TO cover-entity-work
               PERFORM READ-CLOSED-DATASET
               IF closed-in-status NOT = "00"
                   PERFORM READ-ENTITY-CLOSED-DATASET
                       VARYING ent-idx FROM 1 BY 1
                       UNTIL ent-idx > ent-used
               END-IF
           END-IF.

       READ-ENTITY-CLOSED-DATASET.
           MOVE ent-code(ent-idx) TO cover-entity-work
           PERFORM READ-CLOSED-DATASET.

      ** Opens the closed dataset for work-period and
      *  cover-entity-work (blank the all-entity one), adds its
      *  records to the actuals, and records the month and entity
      *  it covered. One that is not there is simply not closed.
       READ-CLOSED-DATASET.
           MOVE SPACES TO closed-path-alpha
           IF cover-entity-work = SPACES
               STRING FUNCTION TRIM(closed-prefix) DELIMITED BY SIZE
                   work-period DELIMITED BY SIZE
                   ".closed" DELIMITED BY SIZE
                   INTO closed-path-alpha
               END-STRING
           ELSE
               STRING FUNCTION TRIM(closed-prefix) DELIMITED BY SIZE
                   work-period DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   FUNCTION TRIM(cover-entity-work) DELIMITED BY SIZE
                   ".closed" DELIMITED BY SIZE
                   INTO closed-path-alpha
               END-STRING
           END-IF
           MOVE "N" TO closed-in-eof-sw
           OPEN INPUT CLOSED-IN-FILE
           IF closed-in-status = "00"
               MOVE "C" TO month-closed-sw(month-idx)
               IF cover-used < 300
                   ADD 1 TO cover-used
                   MOVE month-idx TO cover-month(cover-used)
                   IF cover-entity-work = SPACES
                       IF report-entity = SPACES
                           MOVE "*" TO cover-entity(cover-used)
                       ELSE
                           MOVE report-entity
                               TO cover-entity(cover-used)
                       END-IF
                   ELSE
                       MOVE cover-entity-work
                           TO cover-entity(cover-used)
                   END-IF
               END-IF
               READ CLOSED-IN-FILE INTO closed-in-record
                   AT END SET closed-in-eof TO TRUE
               END-READ
               PERFORM ADD-ONE-CLOSED-RECORD UNTIL closed-in-eof
               CLOSE CLOSED-IN-FILE
           END-IF.

       ADD-ONE-CLOSED-RECORD.
           IF closed-in-record NOT = SPACES
               MOVE closed-in-record TO rollup-line-parsed
               PERFORM PARSE-ACTUAL-RECORD
               IF mr-date(1:6) = work-period
                   AND (report-entity = SPACES
                       OR mr-entity = report-entity)
                   ADD 1 TO closed-rows-read
                   MOVE mr-entity TO seek-entity
                   MOVE mr-region TO seek-region
                   MOVE mr-month TO add-month
                   MOVE mr-count-num TO add-count
                   MOVE mr-usd-num TO add-amount
                   PERFORM ADD-ACTUALS
               END-IF
           END-IF
           READ CLOSED-IN-FILE INTO closed-in-record
               AT END SET closed-in-eof TO TRUE
           END-READ.

      ** Adds one held rollup record to the actuals unless a
      *  closed dataset already covered its month and entity.
       APPLY-OPEN-MONTH-RECORD.
           MOVE "N" TO cover-found-sw
           PERFORM CHECK-ONE-COVER
               VARYING cover-idx FROM 1 BY 1
               UNTIL cover-idx > cover-used
                   OR cover-found
           IF NOT cover-found
               ADD 1 TO mtd-rows-read
               MOVE "M" TO month-mtd-sw(mtd-month(mtd-idx))
               MOVE mtd-entity(mtd-idx) TO seek-entity
               MOVE mtd-region(mtd-idx) TO seek-region
               MOVE mtd-month(mtd-idx) TO add-month
               MOVE mtd-count(mtd-idx) TO add-count
               MOVE mtd-usd(mtd-idx) TO add-amount
               PERFORM ADD-ACTUALS
           END-IF.

       CHECK-ONE-COVER.
           IF cover-month(cover-idx) = mtd-month(mtd-idx)
               AND (cover-entity(cover-idx) = "*"
                   OR cover-entity(cover-idx) = mtd-entity(mtd-idx))
               SET cover-found TO TRUE
           END-IF.

      ** Adds add-count/add-amount for add-month to the region's
      *  year to date, and to its month when it is the period's.
       ADD-ACTUALS.
           PERFORM LOCATE-REGION
           IF rgn-idx NOT = ZERO
               ADD add-count TO rgn-ya-count(rgn-idx)
               ADD add-amount TO rgn-ya-amount(rgn-idx)
               IF add-month = rpt-month
                   ADD add-count TO rgn-ma-count(rgn-idx)
                   ADD add-amount TO rgn-ma-amount(rgn-idx)
               END-IF
           END-IF.

      ** Finds the seek-entity/seek-region slot, adding an empty
      *  one when it is new; rgn-idx is left zero (and the table
      *  marked full) when there is no room.
       LOCATE-REGION.
           MOVE ZERO TO rgn-idx
           PERFORM SCAN-REGION-ENTRY
               VARYING rgn-scan-idx FROM 1 BY 1
               UNTIL rgn-scan-idx > rgn-used
                   OR rgn-idx NOT = ZERO
           IF rgn-idx = ZERO
               IF rgn-used < 200
                   ADD 1 TO rgn-used
                   MOVE rgn-used TO rgn-idx
                   INITIALIZE rgn-entry(rgn-idx)
                   MOVE seek-entity TO rgn-entity(rgn-idx)
                   MOVE seek-region TO rgn-region(rgn-idx)
                   MOVE "N" TO rgn-budget-sw(rgn-idx)
               ELSE
                   SET rgn-tbl-full TO TRUE
               END-IF
           END-IF.

       SCAN-REGION-ENTRY.
           IF rgn-entity(rgn-scan-idx) = seek-entity
               AND rgn-region(rgn-scan-idx) = seek-region
               MOVE rgn-scan-idx TO rgn-idx
           END-IF.

      ** Remembers ent-work in the entity list.
       NOTE-ENTITY.
           MOVE "N" TO ent-known-sw
           PERFORM SCAN-ENTITY-ENTRY
               VARYING ent-idx FROM 1 BY 1
               UNTIL ent-idx > ent-used
                   OR ent-known
           IF NOT ent-known AND ent-used < 20
               ADD 1 TO ent-used
               MOVE ent-work TO ent-code(ent-used)
           END-IF.

       SCAN-ENTITY-ENTRY.
           IF ent-code(ent-idx) = ent-work
               SET ent-known TO TRUE
           END-IF.

      ** Shows where each month's actuals came from, so a month
      *  still open - or never run - is visible on the pack.
       PRINT-ACTUALS-SOURCES.
           DISPLAY " "
           DISPLAY "ACTUALS BY MONTH (CLOSED=" closed-rows-read
               " CLOSED RECORD(S), MTD=" mtd-rows-read
               " MTDROLL RECORD(S)):"
           PERFORM PRINT-ONE-MONTH-SOURCE
               VARYING month-idx FROM 1 BY 1
               UNTIL month-idx > rpt-month.

       PRINT-ONE-MONTH-SOURCE.
           MOVE rpt-year TO work-year
           MOVE month-idx TO work-month
           EVALUATE TRUE
               WHEN month-closed-sw(month-idx) = "C"
                   AND month-mtd-sw(month-idx) = "M"
                   MOVE "CLOSED + MTD" TO month-source-text
               WHEN month-closed-sw(month-idx) = "C"
                   MOVE "CLOSED" TO month-source-text
               WHEN month-mtd-sw(month-idx) = "M"
                   MOVE "MTD" TO month-source-text
               WHEN OTHER
                   MOVE "NO ACTUALS" TO month-source-text
           END-EVALUATE
           DISPLAY "  " work-period " " month-source-text.

      ** The variance listing: a month line and a year-to-date
      *  line per entity and region, then the totals.
       PRINT-VARIANCE-REPORT.
           MOVE ZERO TO flagged-count
           DISPLAY " "
           DISPLAY "===== BUDGET VERSUS ACTUAL - PERIOD "
               rpt-period-alpha " ====="
           DISPLAY "ENT  REGN     BUDGET-CNT  ACTUAL-CNT     VAR-CNT"
               "    VAR%      BUDGET-AMOUNT      ACTUAL-AMOUNT"
               "       VAR-AMOUNT    VAR%"
           PERFORM PRINT-ONE-REGION
               VARYING rgn-idx FROM 1 BY 1
               UNTIL rgn-idx > rgn-used

           DISPLAY " "
           MOVE "MTH" TO cmp-label
           MOVE tot-mb-count TO cmp-b-count
           MOVE tot-ma-count TO cmp-a-count
           MOVE tot-mb-amount TO cmp-b-amount
           MOVE tot-ma-amount TO cmp-a-amount
           PERFORM COMPARE-FIGURES
           DISPLAY "TOTAL     " cmp-label " " count-edit count-edit2
               count-edit3 cmp-count-pct-x amount-edit amount-edit2
               amount-edit3 cmp-amount-pct-x
           MOVE "YTD" TO cmp-label
           MOVE tot-yb-count TO cmp-b-count
           MOVE tot-ya-count TO cmp-a-count
           MOVE tot-yb-amount TO cmp-b-amount
           MOVE tot-ya-amount TO cmp-a-amount
           PERFORM COMPARE-FIGURES
           DISPLAY "TOTAL     " cmp-label " " count-edit count-edit2
               count-edit3 cmp-count-pct-x amount-edit amount-edit2
               amount-edit3 cmp-amount-pct-x.

       PRINT-ONE-REGION.
           MOVE "N" TO month-out-sw
           MOVE "N" TO ytd-out-sw
           MOVE rgn-region(rgn-idx) TO rg-check-code
           PERFORM LOOKUP-REGION-NAME
           IF rg-check-name NOT = SPACES
               DISPLAY rgn-entity(rgn-idx) " " rgn-region(rgn-idx)
                   " " rg-check-name
           END-IF
           MOVE "MTH" TO cmp-label
           MOVE rgn-mb-count(rgn-idx) TO cmp-b-count
           MOVE rgn-ma-count(rgn-idx) TO cmp-a-count
           MOVE rgn-mb-amount(rgn-idx) TO cmp-b-amount
           MOVE rgn-ma-amount(rgn-idx) TO cmp-a-amount
           PERFORM COMPARE-FIGURES
           IF cmp-out-of-tolerance
               SET month-out TO TRUE
           END-IF
           DISPLAY rgn-entity(rgn-idx) " " rgn-region(rgn-idx) " "
               cmp-label " " count-edit count-edit2 count-edit3
               cmp-count-pct-x amount-edit amount-edit2 amount-edit3
               cmp-amount-pct-x
           MOVE "YTD" TO cmp-label
           MOVE rgn-yb-count(rgn-idx) TO cmp-b-count
           MOVE rgn-ya-count(rgn-idx) TO cmp-a-count
           MOVE rgn-yb-amount(rgn-idx) TO cmp-b-amount
           MOVE rgn-ya-amount(rgn-idx) TO cmp-a-amount
           PERFORM COMPARE-FIGURES
           IF cmp-out-of-tolerance
               SET ytd-out TO TRUE
           END-IF
           DISPLAY "          " cmp-label " " count-edit count-edit2
               count-edit3 cmp-count-pct-x amount-edit amount-edit2
               amount-edit3 cmp-amount-pct-x

           MOVE SPACES TO rgn-flag(rgn-idx)
           EVALUATE TRUE
               WHEN NOT rgn-has-budget(rgn-idx)
                   MOVE "NO BUDGET" TO rgn-flag(rgn-idx)
                   ADD 1 TO unbudgeted-count
               WHEN month-out AND ytd-out
                   MOVE "MONTH AND YTD" TO rgn-flag(rgn-idx)
               WHEN month-out
                   MOVE "MONTH" TO rgn-flag(rgn-idx)
               WHEN ytd-out
                   MOVE "YEAR TO DATE" TO rgn-flag(rgn-idx)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF rgn-flag(rgn-idx) NOT = SPACES
               ADD 1 TO flagged-count
               DISPLAY "          ** OUTSIDE TOLERANCE: "
                   rgn-flag(rgn-idx)
           END-IF

           ADD rgn-mb-count(rgn-idx) TO tot-mb-count
           ADD rgn-ma-count(rgn-idx) TO tot-ma-count
           ADD rgn-mb-amount(rgn-idx) TO tot-mb-amount
           ADD rgn-ma-amount(rgn-idx) TO tot-ma-amount
           ADD rgn-yb-count(rgn-idx) TO tot-yb-count
           ADD rgn-ya-count(rgn-idx) TO tot-ya-count
           ADD rgn-yb-amount(rgn-idx) TO tot-yb-amount
           ADD rgn-ya-amount(rgn-idx) TO tot-ya-amount.

      ** Works out one comparison: variance is actual minus budget,
      *  the percentage is against budget. A zero budget has no
      *  percentage, and any actual against it is out of
      *  tolerance.
       COMPARE-FIGURES.
           MOVE "N" TO cmp-out-sw
           COMPUTE cmp-v-count = cmp-a-count - cmp-b-count
           COMPUTE cmp-v-amount = cmp-a-amount - cmp-b-amount
           MOVE cmp-b-count TO count-edit
           MOVE cmp-a-count TO count-edit2
           MOVE cmp-v-count TO count-edit3
           MOVE cmp-b-amount TO amount-edit
           MOVE cmp-a-amount TO amount-edit2
           MOVE cmp-v-amount TO amount-edit3
           IF cmp-b-count = ZERO
               MOVE "     N/A" TO cmp-count-pct-x
               IF cmp-a-count NOT = ZERO
                   SET cmp-out-of-tolerance TO TRUE
               END-IF
           ELSE
               COMPUTE cmp-count-pct ROUNDED =
                   (cmp-v-count * 100) / cmp-b-count
                   ON SIZE ERROR
                       MOVE 99999.9 TO cmp-count-pct
               END-COMPUTE
               MOVE cmp-count-pct TO pct-edit
               MOVE pct-edit TO cmp-count-pct-x
               IF FUNCTION ABS(cmp-count-pct) > tol-pct
                   SET cmp-out-of-tolerance TO TRUE
               END-IF
           END-IF
           IF cmp-b-amount = ZERO
               MOVE "     N/A" TO cmp-amount-pct-x
               IF cmp-a-amount NOT = ZERO
                   SET cmp-out-of-tolerance TO TRUE
               END-IF
           ELSE
               COMPUTE cmp-amount-pct ROUNDED =
                   (cmp-v-amount * 100) / cmp-b-amount
                   ON SIZE ERROR
                       MOVE 99999.9 TO cmp-amount-pct
               END-COMPUTE
               MOVE cmp-amount-pct TO pct-edit
               MOVE pct-edit TO cmp-amount-pct-x
               IF FUNCTION ABS(cmp-amount-pct) > tol-pct
                   SET cmp-out-of-tolerance TO TRUE
               END-IF
           END-IF.

      ** The month-end pack list - every flagged region again, on
      *  its own.
       PRINT-PACK-FLAGS.
           DISPLAY " "
           IF flagged-count = ZERO
               DISPLAY "MONTH-END PACK: ALL REGIONS WITHIN "
                   tol-pct " PCT OF BUDGET"
           ELSE
               DISPLAY "MONTH-END PACK: " flagged-count
                   " REGION(S) OUTSIDE " tol-pct " PCT OF BUDGET ("
                   unbudgeted-count " WITH NO BUDGET)"
               PERFORM PRINT-ONE-PACK-FLAG
                   VARYING rgn-idx FROM 1 BY 1
                   UNTIL rgn-idx > rgn-used
           END-IF.

       PRINT-ONE-PACK-FLAG.
           IF rgn-flag(rgn-idx) NOT = SPACES
               MOVE rgn-region(rgn-idx) TO rg-check-code
               PERFORM LOOKUP-REGION-NAME
               IF rg-check-name = SPACES
                   DISPLAY "  ENT " rgn-entity(rgn-idx) " REGION "
                       rgn-region(rgn-idx) " - " rgn-flag(rgn-idx)
               ELSE
                   DISPLAY "  ENT " rgn-entity(rgn-idx) " REGION "
                       rgn-region(rgn-idx) " "
                       FUNCTION TRIM(rg-check-name) " - "
                       rgn-flag(rgn-idx)
               END-IF
           END-IF.

       AUDIT-VARIANCE-REPORT.
           MOVE "BUDGET_VARIANCE" TO pyaudit-action
           MOVE RETURN-CODE TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD.

       COPY PYRGNLK.
       COPY PYAUDWRT.
