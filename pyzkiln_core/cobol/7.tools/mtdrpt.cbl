           SELECT ROLLUP-IN-FILE ASSIGN TO "MTDROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rollup-in-status.
      ** The region reference master - each region's name. Read
      *  only.
           COPY PYRGNSL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROLLUP-IN-FILE.
       01 rollup-in-record PIC X(88).
       COPY PYRGNFD.
       WORKING-STORAGE SECTION.
       01 rollup-in-status    PIC X(02) VALUE "00".
       01 rollup-in-eof-sw    PIC X(01) VALUE "N".
           88 rollup-in-eof VALUE "Y".

      ** One parsed rollup record, mirroring PANDASREAD's
      *  rollup-detail layout. A restatement record with fewer rows
      *  than the original carries a - in the byte ahead of the
      *  count. A record with no legal entity was written before
      *  entities were carried and is 0001's.
       01 rollup-line-parsed.
           05 mr-date             PIC X(08).
           05 FILLER              PIC X(01).
           05 mr-region           PIC X(04).
           05 mr-count-sign       PIC X(01).
           05 mr-count            PIC 9(09).
           05 FILLER              PIC X(01).
           05 mr-amount           PIC X(13).
           05 mr-debit            PIC X(13).
           05 FILLER              PIC X(01).
           05 mr-credit           PIC X(13).
           05 FILLER              PIC X(01).
           05 mr-kind             PIC X(03).
               88 mr-adjustment VALUE "ADJ".
               88 mr-restatement VALUE "RST".
               88 mr-return VALUE "RTN".
           05 FILLER              PIC X(01).
           05 mr-entity           PIC X(04).
       01 mr-count-num        PIC S9(09) VALUE ZERO.
       01 mr-amount-num       PIC S9(09)V99 VALUE ZERO.
      ** The trailing USD-normalized column is newer than some of
      *  the records still on the dataset - a record without one
       01 mr-debit-num        PIC S9(09)V99 VALUE ZERO.
       01 mr-credit-num       PIC S9(09)V99 VALUE ZERO.

      ** The legal entity the report is confined to
      *  (MTDRPT_ENTITY) - blank reports every entity, with the
      *  month totals kept per entity and region.
       01 default-entity      PIC X(04) VALUE "0001".
       01 report-entity       PIC X(04) VALUE SPACES.

      ** Per-day rollup for the daily trend and the day-over-day
      *  exception flags, and per-entity and region rollup for the
      *  month totals.
       01 day-tbl-used        PIC 9(02) BINARY VALUE ZERO.
       01 day-scan-idx        PIC 9(02) BINARY VALUE ZERO.
       01 day-match-idx       PIC 9(02) BINARY VALUE ZERO.
       01 rgn-match-idx       PIC 9(02) BINARY VALUE ZERO.
       01 rgn-print-idx       PIC 9(02) BINARY VALUE ZERO.
       01 rgn-summary-tbl.
           05 rgn-summary-entry OCCURS 20 TIMES.
               10 rgn-sum-entity  PIC X(04).
               10 rgn-sum-code    PIC X(04).
               10 rgn-sum-count   PIC 9(09).
               10 rgn-sum-amount  PIC S9(11)V99.
               10 rgn-sum-debit   PIC S9(11)V99.
               10 rgn-sum-credit  PIC S9(11)V99.

      ** Every date+region+entity key already posted. A second
      *  record for the same key means a same-day rerun appended
      *  its figures on top of the first run's - the totals would
      *  silently double, so each duplicate is reported and the
      *  report ends RC=4 for someone to adjudicate before the
      *  close uses it.
       01 dup-tbl-used        PIC 9(03) BINARY VALUE ZERO.
       01 dup-scan-idx        PIC 9(03) BINARY VALUE ZERO.
       01 dup-found-sw        PIC X(01) VALUE "N".
           88 dup-key-found VALUE "Y".
       01 dup-key-tbl.
           05 dup-key-entry PIC X(16) OCCURS 200 TIMES.
       01 dup-key-work        PIC X(16).
       01 dup-record-count    PIC 9(05) VALUE ZERO.
       01 dup-tbl-full-sw     PIC X(01) VALUE "N".
           88 dup-tbl-full VALUE "Y".
       01 month-total-usd     PIC S9(11)V99 VALUE ZERO.
       01 month-total-debit   PIC S9(11)V99 VALUE ZERO.
       01 month-total-credit  PIC S9(11)V99 VALUE ZERO.
      ** Adjustment records (kind ADJ) carry posted corrections,
      *  not a day's volume: they count in the region and period
      *  money totals, are shown apart on their own line, and stay
      *  out of the daily trend and the duplicate-key check - two
      *  adjustment records on one day are two sets of corrections,
      *  not a rerun.
       01 month-adj-records   PIC 9(05) VALUE ZERO.
       01 month-adj-count     PIC 9(09) VALUE ZERO.
       01 month-adj-amount    PIC S9(11)V99 VALUE ZERO.
      ** Restatement records (kind RST) are the difference a
      *  corrected extract made to an earlier run date: they are
      *  that day's volume, so they fold into the daily trend on
      *  the date they restate, but they sit beside the original
      *  records rather than rerunning them and stay out of the
      *  duplicate-key check. Shown apart on their own line.
       01 month-rst-records   PIC 9(05) VALUE ZERO.
       01 month-rst-count     PIC S9(09) VALUE ZERO.
       01 month-rst-amount    PIC S9(11)V99 VALUE ZERO.
       01 rst-count-edit      PIC -(08)9.
      ** Return records (kind RTN) carry a returns feed's value
      *  given back, as a reduction: they count in the region and
      *  period money totals so the month nets sales against their
      *  returns, but the number of returns is not a number of
      *  sales rows - it is kept apart from the record counts. Shown
      *  apart on their own line, and like adjustments they stay
      *  out of the daily trend and the duplicate-key check.
       01 month-rtn-records   PIC 9(05) VALUE ZERO.
       01 month-rtn-count     PIC 9(09) VALUE ZERO.
       01 month-rtn-amount    PIC S9(11)V99 VALUE ZERO.
       01 usd-edit            PIC Z(10)9.99-.
       01 debit-edit          PIC Z(10)9.99-.
       01 credit-edit         PIC Z(10)9.99-.

       COPY PYRGNWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Month-end period report over the rollup master: the daily
               COMPUTE delta-pct-num =
                   FUNCTION NUMVAL(delta-pct-alpha)
           END-IF
           ACCEPT report-entity FROM ENVIRONMENT "MTDRPT_ENTITY"
           MOVE FUNCTION UPPER-CASE(report-entity) TO report-entity
           IF report-entity = SPACES
               DISPLAY "LEGAL ENTITY: ALL"
           ELSE
               DISPLAY "LEGAL ENTITY: " report-entity
           END-IF
           PERFORM LOAD-REGION-MASTER

           OPEN INPUT ROLLUP-IN-FILE
           IF rollup-in-status NOT = "00"
               UNTIL day-print-idx > day-tbl-used

           DISPLAY " "
           DISPLAY "PER-ENTITY AND REGION MONTH TOTALS:"
           PERFORM PRINT-REGION-MONTH-ROW
               VARYING rgn-print-idx FROM 1 BY 1
               UNTIL rgn-print-idx > rgn-tbl-used
               " USD=" usd-edit
           DISPLAY "  PERIOD DEBITS=" debit-edit
               " PERIOD CREDITS=" credit-edit
           MOVE month-adj-amount TO amount-edit
           DISPLAY "  OF WHICH ADJUSTMENTS: RECORDS="
               month-adj-records " LINES=" month-adj-count
               " AMOUNT=" amount-edit
           MOVE month-rst-amount TO amount-edit
           MOVE month-rst-count TO rst-count-edit
           DISPLAY "  OF WHICH RESTATEMENTS: RECORDS="
               month-rst-records " LINES=" rst-count-edit
               " AMOUNT=" amount-edit
           MOVE month-rtn-amount TO amount-edit
           DISPLAY "  OF WHICH RETURNS: RECORDS="
               month-rtn-records " RETURNS=" month-rtn-count
               " AMOUNT=" amount-edit
           IF dup-record-count NOT = ZERO
               DISPLAY "WARNING: " dup-record-count " DUPLICATE "
                   "DATE+REGION RECORD(S) - PERIOD FIGURES "
      ** Folds one rollup record into the per-day and per-region
      *  tables and reads the next record.
       ROLL-UP-ONE-RECORD.
           MOVE rollup-in-record TO rollup-line-parsed
           IF mr-entity = SPACES
               MOVE default-entity TO mr-entity
           END-IF
           IF rollup-in-record = SPACES
               OR (report-entity NOT = SPACES
                   AND mr-entity NOT = report-entity)
               CONTINUE
           ELSE
               MOVE ZERO TO mr-count-num
               IF mr-count IS NUMERIC
                   MOVE mr-count TO mr-count-num
                   IF mr-count-sign = "-"
                       COMPUTE mr-count-num = ZERO - mr-count-num
                   END-IF
               END-IF
               MOVE ZERO TO mr-amount-num
               IF FUNCTION TEST-NUMVAL(mr-amount) = ZERO
                   COMPUTE mr-amount-num =
                   COMPUTE mr-credit-num =
                       FUNCTION NUMVAL(mr-credit)
               END-IF
               EVALUATE TRUE
                   WHEN mr-adjustment
                       ADD 1 TO month-adj-records
                       ADD mr-count-num TO month-adj-count
                       ADD mr-amount-num TO month-adj-amount
                   WHEN mr-restatement
                       ADD 1 TO month-rst-records
                       ADD mr-count-num TO month-rst-count
                       ADD mr-amount-num TO month-rst-amount
                   WHEN mr-return
                       ADD 1 TO month-rtn-records
                       ADD mr-count-num TO month-rtn-count
                       ADD mr-amount-num TO month-rtn-amount
                       MOVE ZERO TO mr-count-num
                   WHEN OTHER
                       PERFORM CHECK-DUPLICATE-KEY
               END-EVALUATE
               ADD mr-count-num TO month-total-count
               ADD mr-amount-num TO month-total-amount
               ADD mr-usd-num TO month-total-usd
               ADD mr-debit-num TO month-total-debit
               ADD mr-credit-num TO month-total-credit

               MOVE ZERO TO day-match-idx
               IF NOT mr-adjustment AND NOT mr-return
                   PERFORM LOCATE-DAY-ENTRY
               END-IF
               IF day-match-idx NOT = ZERO
                   ADD mr-count-num TO day-sum-count(day-match-idx)
                   ADD mr-amount-num
                       TO day-sum-amount(day-match-idx)
                   ADD mr-usd-num

               PERFORM LOCATE-REGION-ENTRY
               IF rgn-match-idx NOT = ZERO
                   ADD mr-count-num TO rgn-sum-count(rgn-match-idx)
                   ADD mr-amount-num
                       TO rgn-sum-amount(rgn-match-idx)
                   ADD mr-usd-num
           MOVE SPACES TO dup-key-work
           MOVE mr-date TO dup-key-work(1:8)
           MOVE mr-region TO dup-key-work(9:4)
           MOVE mr-entity TO dup-key-work(13:4)
           MOVE "N" TO dup-found-sw
           PERFORM SCAN-DUPLICATE-KEY
               VARYING dup-scan-idx FROM 1 BY 1
           IF dup-key-found
               ADD 1 TO dup-record-count
               DISPLAY "DUPLICATE RECORD FOR DATE " mr-date
                   " REGION " mr-region " ENTITY " mr-entity
                   " - SAME-DAY RERUN SUSPECTED, FIGURES "
                   "DOUBLE-COUNTED"
           ELSE
                   SET dup-tbl-full TO TRUE
                   DISPLAY "DUPLICATE KEY TABLE FULL - DATE "
                       mr-date " REGION " mr-region
                       " ENTITY " mr-entity
                       " NOT REMEMBERED, RERUNS OF IT WILL GO "
                       "UNDETECTED"
               END-IF
               MOVE day-scan-idx TO day-match-idx
           END-IF.

      ** Finds (or adds) the per-entity and region slot for the
      *  record.
       LOCATE-REGION-ENTRY.
           MOVE ZERO TO rgn-match-idx
           PERFORM SCAN-REGION-ENTRY
               UNTIL rgn-scan-idx > rgn-tbl-used
                   OR rgn-match-idx NOT = ZERO
           IF rgn-match-idx = ZERO
               IF rgn-tbl-used < 20
                   ADD 1 TO rgn-tbl-used
                   MOVE rgn-tbl-used TO rgn-match-idx
                   MOVE mr-entity TO rgn-sum-entity(rgn-match-idx)
                   MOVE mr-region TO rgn-sum-code(rgn-match-idx)
                   MOVE ZERO TO rgn-sum-count(rgn-match-idx)
                   MOVE ZERO TO rgn-sum-amount(rgn-match-idx)
                   MOVE ZERO TO rgn-sum-credit(rgn-match-idx)
               ELSE
                   DISPLAY "REGION TABLE FULL - REGION " mr-region
                       " ENTITY " mr-entity
                       " OMITTED FROM MONTH TOTALS"
               END-IF
           END-IF.

       SCAN-REGION-ENTRY.
           IF rgn-sum-code(rgn-scan-idx) = mr-region
               AND rgn-sum-entity(rgn-scan-idx) = mr-entity
               MOVE rgn-scan-idx TO rgn-match-idx
           END-IF.

               " DELTA=" delta-edit "% " delta-flag
           MOVE day-sum-count(day-print-idx) TO prior-day-count.

      ** Prints one entity and region's month totals.
       PRINT-REGION-MONTH-ROW.
           MOVE rgn-sum-amount(rgn-print-idx) TO amount-edit
           MOVE rgn-sum-usd(rgn-print-idx) TO usd-edit
           MOVE rgn-sum-debit(rgn-print-idx) TO debit-edit
           MOVE rgn-sum-credit(rgn-print-idx) TO credit-edit
           MOVE rgn-sum-code(rgn-print-idx) TO rg-check-code
           PERFORM LOOKUP-REGION-NAME
           DISPLAY "  " rgn-sum-entity(rgn-print-idx)
               " " rgn-sum-code(rgn-print-idx)
               " COUNT=" rgn-sum-count(rgn-print-idx)
               " AMOUNT=" amount-edit
               " USD=" usd-edit
               "  " rg-check-name
           DISPLAY "      DEBITS=" debit-edit
               " CREDITS=" credit-edit.

       COPY PYRGNLK.
