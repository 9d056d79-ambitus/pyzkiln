      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FXREVAL".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The frozen closed-period dataset MTDCLOSE wrote - the
      *  resolved period records in the rollup layout, read only.
           SELECT CLOSED-IN-FILE ASSIGN TO closed-path-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS closed-in-status.
      ** The region-to-currency map PANDASREAD normalizes with
      *  (region,currency); an unmapped region trades in USD and
      *  has nothing to revalue.
           SELECT CURRMAP-FILE ASSIGN TO "CURRMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS currmap-status.
      ** The exchange-rate dataset FXMAINT keeps
      *  (currency,yyyy-mm-dd,rate-to-USD) - the closing rate is
      *  the latest row effective on or before the period end.
           SELECT FXRATES-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fx-rates-status.
      ** The revaluation dataset - one row per period, region,
      *  legal entity and currency carrying the closing local
      *  balance, its revalued USD, the closing rate and the
      *  period's realized and unrealized gain or loss. Read whole
      *  for the openings and rewritten with this period's rows in
      *  place of any an earlier run of the same period left.
           SELECT REVAL-FILE ASSIGN TO "FXREVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reval-status.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSED-IN-FILE.
       01 closed-in-record PIC X(88).
       FD  CURRMAP-FILE.
       01 currmap-record PIC X(80).
       FD  FXRATES-FILE.
       01 fx-rates-record PIC X(80).
       FD  REVAL-FILE.
       01 reval-record PIC X(124).
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 closed-in-status    PIC X(02) VALUE "00".
       01 closed-in-eof-sw    PIC X(01) VALUE "N".
           88 closed-in-eof VALUE "Y".
       01 currmap-status      PIC X(02) VALUE "00".
       01 currmap-eof-sw      PIC X(01) VALUE "N".
           88 currmap-eof VALUE "Y".
       01 fx-rates-status     PIC X(02) VALUE "00".
       01 fx-rates-eof-sw     PIC X(01) VALUE "N".
           88 fx-rates-eof VALUE "Y".
       01 reval-status        PIC X(02) VALUE "00".
       01 reval-eof-sw        PIC X(01) VALUE "N".
           88 reval-eof VALUE "Y".
       01 closed-path-alpha   PIC X(256) VALUE SPACES.

      ** The period revalued (yyyymm) - an explicit operator
      *  setting, the same month the MTDCLOSE step just closed -
      *  and its last calendar day, the date the closing rate is
      *  taken as of.
       01 reval-period-alpha  PIC X(06) VALUE SPACES.
       01 reval-period-parts  REDEFINES reval-period-alpha.
           05 reval-year          PIC 9(04).
           05 reval-month         PIC 9(02).
       01 next-month-num      PIC 9(08) VALUE ZERO.
       01 period-end-int      PIC 9(08) VALUE ZERO.
       01 period-end-num      PIC 9(08) VALUE ZERO.
       01 period-end-x        REDEFINES period-end-num PIC X(08).
       01 period-end-iso      PIC X(10) VALUE SPACES.
      ** The legal entity revalued (FXREVAL_ENTITY) - blank takes
      *  every entity in the closed dataset, matching a close run
      *  for all entities at once.
       01 reval-entity        PIC X(04) VALUE SPACES.
       01 default-entity      PIC X(04) VALUE "0001".

      ** One parsed closed-period record, mirroring MTDCLOSE's
      *  rollup-line layout - keep the two in step. A record with
      *  no legal entity predates the column and is 0001's.
       01 closed-line-parsed.
           05 mc-date             PIC X(08).
           05 FILLER              PIC X(01).
           05 mc-region           PIC X(04).
           05 mc-count-sign       PIC X(01).
           05 mc-count            PIC 9(09).
           05 FILLER              PIC X(01).
           05 mc-amount           PIC X(13).
           05 FILLER              PIC X(01).
           05 mc-usd              PIC X(13).
           05 FILLER              PIC X(01).
           05 mc-debit            PIC X(13).
           05 FILLER              PIC X(01).
           05 mc-credit           PIC X(13).
           05 FILLER              PIC X(01).
           05 mc-kind             PIC X(03).
           05 FILLER              PIC X(01).
           05 mc-entity           PIC X(04).

      ** One revaluation dataset row, parsed and written.
       01 reval-line-parsed.
           05 rv-period           PIC X(06).
           05 FILLER              PIC X(01).
           05 rv-region           PIC X(04).
           05 FILLER              PIC X(01).
           05 rv-entity           PIC X(04).
           05 FILLER              PIC X(01).
           05 rv-currency         PIC X(03).
           05 FILLER              PIC X(01).
           05 rv-local            PIC X(15).
           05 FILLER              PIC X(01).
           05 rv-usd              PIC X(15).
           05 FILLER              PIC X(01).
           05 rv-rate             PIC X(11).
           05 FILLER              PIC X(01).
           05 rv-rate-date        PIC X(10).
           05 FILLER              PIC X(01).
           05 rv-realized         PIC X(15).
           05 FILLER              PIC X(01).
           05 rv-unrealized       PIC X(15).
           05 FILLER              PIC X(01).
           05 rv-runid            PIC X(16).
       01 reval-line-out.
           05 ro-period           PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ro-region           PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ro-entity           PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ro-currency         PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ro-local            PIC +9(11).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ro-usd              PIC +9(11).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ro-rate             PIC 9(04).9(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ro-rate-date        PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ro-realized         PIC +9(11).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ro-unrealized       PIC +9(11).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ro-runid            PIC X(16).

      ** The whole revaluation dataset, loaded so this period's
      *  rows can replace a rerun's and every other period's ride
      *  through the rewrite untouched. A fuller dataset than the
      *  table holds refuses the run - a rewrite must not drop a
      *  period.
       01 rvl-used            PIC 9(04) BINARY VALUE ZERO.
       01 rvl-idx             PIC 9(04) BINARY VALUE ZERO.
       01 rvl-tbl-full-sw     PIC X(01) VALUE "N".
           88 rvl-tbl-full VALUE "Y".
       01 rvl-table.
           05 rvl-entry OCCURS 2000 TIMES.
               10 rvl-image       PIC X(124).
               10 rvl-keep-sw     PIC X(01).
                   88 rvl-kept VALUE "Y".
       01 rvl-replaced-count  PIC 9(04) VALUE ZERO.
       01 rvl-later-count     PIC 9(04) VALUE ZERO.
       01 rvl-later-period    PIC X(06) VALUE SPACES.

       01 currmap-used        PIC 9(02) BINARY VALUE ZERO.
       01 currmap-scan-idx    PIC 9(02) BINARY VALUE ZERO.
       01 currmap-table.
           05 currmap-entry OCCURS 20 TIMES.
               10 currmap-region   PIC X(04).
               10 currmap-currency PIC X(03).
       01 currmap-reg-alpha   PIC X(10).
       01 currmap-cur-alpha   PIC X(10).
       01 row-currency        PIC X(03) VALUE "USD".

      ** Every FXRATES row, for the as-of-period-end pick.
       01 fx-count            PIC 9(03) BINARY VALUE ZERO.
       01 fx-idx              PIC 9(03) BINARY VALUE ZERO.
       01 fx-best-idx         PIC 9(03) BINARY VALUE ZERO.
       01 fx-tbl-full-sw      PIC X(01) VALUE "N".
           88 fx-tbl-full VALUE "Y".
       01 fx-rate-table.
           05 fx-rate-entry OCCURS 200 TIMES.
               10 fx-currency     PIC X(03).
               10 fx-eff-date     PIC X(10).
               10 fx-rate         PIC 9(04)V9(06) COMP-3.
       01 fx-cur-alpha        PIC X(10).
       01 fx-date-alpha       PIC X(12).
       01 fx-rate-alpha       PIC X(12).

      ** One position per region, legal entity and currency: the
      *  opening carried from the latest earlier revaluation row,
      *  the period's activity from the closed dataset, and what
      *  the revaluation makes of them.
       01 pos-used            PIC 9(03) BINARY VALUE ZERO.
       01 pos-idx             PIC 9(03) BINARY VALUE ZERO.
       01 pos-scan-idx        PIC 9(03) BINARY VALUE ZERO.
       01 pos-tbl-full-sw     PIC X(01) VALUE "N".
           88 pos-tbl-full VALUE "Y".
       01 pos-table.
           05 pos-entry OCCURS 200 TIMES.
               10 pos-region      PIC X(04).
               10 pos-entity      PIC X(04).
               10 pos-currency    PIC X(03).
               10 pos-open-period PIC X(06).
               10 pos-open-local  PIC S9(11)V99.
               10 pos-open-usd    PIC S9(11)V99.
               10 pos-open-rate   PIC 9(04)V9(06).
               10 pos-act-records PIC 9(05).
               10 pos-act-local   PIC S9(11)V99.
               10 pos-act-usd     PIC S9(11)V99.
               10 pos-close-local PIC S9(11)V99.
               10 pos-booked-usd  PIC S9(11)V99.
               10 pos-reval-usd   PIC S9(11)V99.
               10 pos-rate        PIC 9(04)V9(06).
               10 pos-rate-date   PIC X(10).
               10 pos-realized    PIC S9(11)V99.
               10 pos-unrealized  PIC S9(11)V99.
               10 pos-state       PIC X(01).
                   88 pos-dormant        VALUE "D".
                   88 pos-revalued       VALUE "R".
                   88 pos-no-rate        VALUE "N".
                   88 pos-too-large      VALUE "S".
       01 seek-region         PIC X(04).
       01 seek-entity         PIC X(04).
       01 seek-currency       PIC X(03).
       01 settled-local       PIC S9(11)V99 VALUE ZERO.
       01 work-amount         PIC S9(11)V99 VALUE ZERO.

      ** The currencies met, for the report's per-currency groups
      *  and subtotals.
       01 cur-used            PIC 9(02) BINARY VALUE ZERO.
       01 cur-idx             PIC 9(02) BINARY VALUE ZERO.
       01 cur-scan-idx        PIC 9(02) BINARY VALUE ZERO.
       01 currency-table.
           05 cur-entry OCCURS 30 TIMES.
               10 cur-code        PIC X(03).
               10 cur-booked      PIC S9(13)V99.
               10 cur-revalued    PIC S9(13)V99.
               10 cur-realized    PIC S9(13)V99.
               10 cur-unrealized  PIC S9(13)V99.

       01 closed-rec-count    PIC 9(05) VALUE ZERO.
       01 usd-rec-count       PIC 9(05) VALUE ZERO.
       01 other-rec-count     PIC 9(05) VALUE ZERO.
       01 revalued-count      PIC 9(03) VALUE ZERO.
       01 dormant-count       PIC 9(03) VALUE ZERO.
       01 unrated-count       PIC 9(03) VALUE ZERO.
       01 rows-written-count  PIC 9(04) VALUE ZERO.
       01 total-booked        PIC S9(13)V99 VALUE ZERO.
       01 total-revalued      PIC S9(13)V99 VALUE ZERO.
       01 total-realized      PIC S9(13)V99 VALUE ZERO.
       01 total-unrealized    PIC S9(13)V99 VALUE ZERO.
       01 net-gain-loss       PIC S9(13)V99 VALUE ZERO.
       01 gain-loss-label     PIC X(04) VALUE SPACES.
       01 local-edit          PIC Z(10)9.99-.
       01 local-edit2         PIC Z(10)9.99-.
       01 local-edit3         PIC Z(10)9.99-.
       01 usd-edit            PIC Z(12)9.99-.
       01 usd-edit2           PIC Z(12)9.99-.
       01 usd-edit3           PIC Z(12)9.99-.
       01 usd-edit4           PIC Z(12)9.99-.
       01 rate-edit           PIC 9(04).9(06).

       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Month-end FX revaluation, run in the close package after
      *  MTDCLOSE: each region's closed-period activity is summed in
      *  its CURRMAP currency onto the balance the last revaluation
      *  left, the closing local balance is revalued at the
      *  period-end FXRATES rate, and the difference from the
      *  booked USD is reported as FX gain or loss per region and
      *  currency - realized where the period's activity settled
      *  part of the carried balance at a rate other than the one
      *  it was carried at, unrealized on the rest. The revalued
      *  balances go to the FXREVAL dataset, where next period's
      *  run picks them up as its openings.
           DISPLAY "===== MONTH-END FX REVALUATION ====="
           MOVE "FXREVAL" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           ACCEPT reval-period-alpha FROM ENVIRONMENT
               "FXREVAL_PERIOD"
           IF reval-period-alpha = SPACES
               DISPLAY "FXREVAL_PERIOD (YYYYMM) IS NOT SET - "
                   "A REVALUATION MUST NAME ITS PERIOD EXPLICITLY"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF reval-period-alpha IS NOT NUMERIC
               OR reval-month < 1 OR reval-month > 12
               DISPLAY "FXREVAL_PERIOD IS NOT A YYYYMM PERIOD: "
                   reval-period-alpha
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF reval-month = 12
               COMPUTE next-month-num =
                   (reval-year + 1) * 10000 + 101
           ELSE
               COMPUTE next-month-num =
                   reval-year * 10000 + (reval-month + 1) * 100 + 1
           END-IF
           COMPUTE period-end-int =
               FUNCTION INTEGER-OF-DATE(next-month-num) - 1
           COMPUTE period-end-num =
               FUNCTION DATE-OF-INTEGER(period-end-int)
           STRING period-end-x(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               period-end-x(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               period-end-x(7:2) DELIMITED BY SIZE
               INTO period-end-iso
           END-STRING
           DISPLAY "REVALUING PERIOD " reval-period-alpha
               " AT RATES EFFECTIVE " period-end-iso

           ACCEPT reval-entity FROM ENVIRONMENT "FXREVAL_ENTITY"
           MOVE FUNCTION UPPER-CASE(reval-entity) TO reval-entity
           IF reval-entity = SPACES
               DISPLAY "LEGAL ENTITY: ALL"
           ELSE
               DISPLAY "LEGAL ENTITY: " reval-entity
           END-IF
           MOVE reval-period-alpha TO pyaudit-ref
           IF reval-entity NOT = SPACES
               MOVE "." TO pyaudit-ref(7:1)
               MOVE reval-entity TO pyaudit-ref(8:4)
           END-IF

      ** The closed dataset defaults to the name MTDCLOSE gives it
      *  for the same period and entity.
           ACCEPT closed-path-alpha FROM ENVIRONMENT
               "FXREVAL_CLOSED_PATH"
           IF closed-path-alpha = SPACES
               IF reval-entity = SPACES
                   STRING "./mtdroll." DELIMITED BY SIZE
                       reval-period-alpha DELIMITED BY SIZE
                       ".closed" DELIMITED BY SIZE
                       INTO closed-path-alpha
                   END-STRING
               ELSE
                   STRING "./mtdroll." DELIMITED BY SIZE
                       reval-period-alpha DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       FUNCTION TRIM(reval-entity) DELIMITED BY SIZE
                       ".closed" DELIMITED BY SIZE
                       INTO closed-path-alpha
                   END-STRING
               END-IF
           END-IF

           PERFORM LOAD-CURRENCY-MAP
           PERFORM LOAD-FX-RATES
           IF fx-tbl-full
               DISPLAY "FXRATES EXCEEDS THE 200-ROW RATE TABLE - "
                   "REVALUATION REFUSED, THE CLOSING RATE COULD BE "
                   "A ROW NOT LOADED"
               MOVE 16 TO RETURN-CODE
               PERFORM AUDIT-REVALUATION
               GOBACK
           END-IF

           PERFORM LOAD-REVAL-DATASET
           IF rvl-tbl-full
               DISPLAY "FXREVAL EXCEEDS THE 2000-ROW TABLE - "
                   "REVALUATION REFUSED SO NO PERIOD IS DROPPED "
                   "FROM THE REWRITE"
               MOVE 16 TO RETURN-CODE
               PERFORM AUDIT-REVALUATION
               GOBACK
           END-IF
           PERFORM SCAN-PRIOR-REVALUATIONS
           IF rvl-later-count NOT = ZERO
               DISPLAY "FXREVAL ALREADY HOLDS PERIOD "
                   rvl-later-period " - REVALUATION OF "
                   reval-period-alpha " REFUSED, A LATER PERIOD'S "
                   "OPENINGS WOULD NO LONGER TIE"
               MOVE 16 TO RETURN-CODE
               PERFORM AUDIT-REVALUATION
               GOBACK
           END-IF
           IF rvl-replaced-count NOT = ZERO
               DISPLAY "RERUN - " rvl-replaced-count
                   " EARLIER ROW(S) FOR PERIOD " reval-period-alpha
                   " WILL BE REPLACED"
           END-IF

           PERFORM LOAD-CLOSED-PERIOD
           IF RETURN-CODE NOT = ZERO
               PERFORM AUDIT-REVALUATION
               GOBACK
           END-IF
           IF pos-tbl-full
               DISPLAY "MORE THAN 200 REGION/ENTITY/CURRENCY "
                   "POSITIONS - REVALUATION REFUSED, A PARTIAL "
                   "REVALUATION IS NOT A REVALUATION"
               MOVE 16 TO RETURN-CODE
               PERFORM AUDIT-REVALUATION
               GOBACK
           END-IF

           PERFORM REVALUE-ONE-POSITION
               VARYING pos-idx FROM 1 BY 1
               UNTIL pos-idx > pos-used
           IF unrated-count NOT = ZERO
               DISPLAY " "
               PERFORM LIST-UNRATED-POSITION
                   VARYING pos-idx FROM 1 BY 1
                   UNTIL pos-idx > pos-used
               DISPLAY unrated-count " POSITION(S) COULD NOT BE "
                   "REVALUED - NOTHING WRITTEN; ADD THE CLOSING "
                   "RATE WITH FXMAINT AND RERUN"
               MOVE 8 TO RETURN-CODE
               PERFORM AUDIT-REVALUATION
               GOBACK
           END-IF

           PERFORM PRINT-REVALUATION-REPORT
           PERFORM REWRITE-REVAL-DATASET
           PERFORM AUDIT-REVALUATION
           GOBACK.

      ** Loads the region-to-currency map. No dataset means every
      *  region is treated as USD, as PANDASREAD does.
       LOAD-CURRENCY-MAP.
           MOVE ZERO TO currmap-used
           MOVE "N" TO currmap-eof-sw
           OPEN INPUT CURRMAP-FILE
           IF currmap-status NOT = "00"
               DISPLAY "NO CURRENCY MAP (CURRMAP) - ALL REGIONS "
                   "TREATED AS USD"
           ELSE
               READ CURRMAP-FILE INTO currmap-record
                   AT END SET currmap-eof TO TRUE
               END-READ
               PERFORM PARSE-CURRMAP-LINE UNTIL currmap-eof
               CLOSE CURRMAP-FILE
           END-IF.

       PARSE-CURRMAP-LINE.
           IF currmap-record = SPACES
               OR currmap-record(1:1) = "*"
               CONTINUE
           ELSE
               IF currmap-used < 20
                   ADD 1 TO currmap-used
                   MOVE SPACES TO currmap-reg-alpha
                       currmap-cur-alpha
                   UNSTRING currmap-record DELIMITED BY ","
                       INTO currmap-reg-alpha
                            currmap-cur-alpha
                   END-UNSTRING
                   MOVE currmap-reg-alpha(1:4)
                       TO currmap-region(currmap-used)
                   MOVE currmap-cur-alpha(1:3)
                       TO currmap-currency(currmap-used)
               ELSE
                   DISPLAY "CURRENCY MAP TABLE FULL - LINE "
                       "IGNORED: " FUNCTION TRIM(currmap-record)
               END-IF
           END-IF
           READ CURRMAP-FILE INTO currmap-record
               AT END SET currmap-eof TO TRUE
           END-READ.

      ** Loads every FXRATES row; blank lines and * comments are
      *  skipped, an unparseable row is reported and ignored, the
      *  same stance as the bridge's own loader.
       LOAD-FX-RATES.
           MOVE ZERO TO fx-count
           MOVE "N" TO fx-rates-eof-sw
           OPEN INPUT FXRATES-FILE
           IF fx-rates-status NOT = "00"
               DISPLAY "NO EXCHANGE-RATE DATASET (FXRATES), "
                   "STATUS=" fx-rates-status
           ELSE
               READ FXRATES-FILE INTO fx-rates-record
                   AT END SET fx-rates-eof TO TRUE
               END-READ
               PERFORM LOAD-FX-RATE-ROW UNTIL fx-rates-eof
               CLOSE FXRATES-FILE
               DISPLAY "EXCHANGE RATES LOADED - " fx-count
                   " ENTRIES"
           END-IF.

       LOAD-FX-RATE-ROW.
           IF fx-rates-record = SPACES
               OR fx-rates-record(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO fx-cur-alpha fx-date-alpha
                   fx-rate-alpha
               UNSTRING fx-rates-record DELIMITED BY ","
                   INTO fx-cur-alpha
                        fx-date-alpha
                        fx-rate-alpha
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(fx-rate-alpha) NOT = ZERO
                   DISPLAY "EXCHANGE-RATE ROW IGNORED: "
                       FUNCTION TRIM(fx-rates-record)
               ELSE
                   IF fx-count < 200
                       ADD 1 TO fx-count
                       MOVE fx-cur-alpha(1:3) TO fx-currency(fx-count)
                       MOVE fx-date-alpha(1:10)
                           TO fx-eff-date(fx-count)
                       COMPUTE fx-rate(fx-count) =
                           FUNCTION NUMVAL(fx-rate-alpha)
                   ELSE
                       SET fx-tbl-full TO TRUE
                   END-IF
               END-IF
           END-IF

           READ FXRATES-FILE INTO fx-rates-record
               AT END SET fx-rates-eof TO TRUE
           END-READ.

      ** Loads the revaluation dataset whole. No dataset yet means
      *  the first revaluation, starting every balance from zero.
       LOAD-REVAL-DATASET.
           MOVE ZERO TO rvl-used
           MOVE "N" TO reval-eof-sw
           OPEN INPUT REVAL-FILE
           IF reval-status NOT = "00"
               DISPLAY "NO REVALUATION DATASET YET, STATUS="
                   reval-status " - OPENING BALANCES START AT ZERO"
           ELSE
               READ REVAL-FILE INTO reval-record
                   AT END SET reval-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-REVAL-LINE UNTIL reval-eof
               CLOSE REVAL-FILE
           END-IF
           DISPLAY "REVALUATION ROWS LOADED: " rvl-used.

       LOAD-ONE-REVAL-LINE.
           IF reval-record NOT = SPACES
               IF rvl-used < 2000
                   ADD 1 TO rvl-used
                   MOVE reval-record TO rvl-image(rvl-used)
                   MOVE "Y" TO rvl-keep-sw(rvl-used)
               ELSE
                   SET rvl-tbl-full TO TRUE
               END-IF
           END-IF

           READ REVAL-FILE INTO reval-record
               AT END SET reval-eof TO TRUE
           END-READ.

      ** Walks the loaded rows of the entities in scope: an earlier
      *  period's row is a candidate opening, this period's rows
      *  are a rerun's and are dropped from the rewrite, and a later
      *  period's row refuses the run.
       SCAN-PRIOR-REVALUATIONS.
           MOVE ZERO TO pos-used
           MOVE ZERO TO rvl-replaced-count
           MOVE ZERO TO rvl-later-count
           PERFORM SCAN-ONE-REVAL-ROW
               VARYING rvl-idx FROM 1 BY 1
               UNTIL rvl-idx > rvl-used.

       SCAN-ONE-REVAL-ROW.
           MOVE rvl-image(rvl-idx) TO reval-line-parsed
           IF rvl-image(rvl-idx)(1:1) = "*"
               OR (reval-entity NOT = SPACES
                   AND rv-entity NOT = reval-entity)
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN rv-period > reval-period-alpha
                       ADD 1 TO rvl-later-count
                       IF rv-period > rvl-later-period
                           OR rvl-later-period = SPACES
                           MOVE rv-period TO rvl-later-period
                       END-IF
                   WHEN rv-period = reval-period-alpha
                       ADD 1 TO rvl-replaced-count
                       MOVE "N" TO rvl-keep-sw(rvl-idx)
                   WHEN OTHER
                       PERFORM ADOPT-OPENING
               END-EVALUATE
           END-IF.

      ** Takes an earlier row as its position's opening when it is
      *  the latest period seen so far for that position.
       ADOPT-OPENING.
           MOVE rv-region TO seek-region
           MOVE rv-entity TO seek-entity
           MOVE rv-currency TO seek-currency
           PERFORM LOCATE-POSITION
           IF pos-idx NOT = ZERO
               IF rv-period > pos-open-period(pos-idx)
                   MOVE rv-period TO pos-open-period(pos-idx)
                   MOVE ZERO TO pos-open-local(pos-idx)
                   MOVE ZERO TO pos-open-usd(pos-idx)
                   MOVE ZERO TO pos-open-rate(pos-idx)
                   IF FUNCTION TEST-NUMVAL(rv-local) = ZERO
                       COMPUTE pos-open-local(pos-idx) =
                           FUNCTION NUMVAL(rv-local)
                   END-IF
                   IF FUNCTION TEST-NUMVAL(rv-usd) = ZERO
                       COMPUTE pos-open-usd(pos-idx) =
                           FUNCTION NUMVAL(rv-usd)
                   END-IF
                   IF FUNCTION TEST-NUMVAL(rv-rate) = ZERO
                       COMPUTE pos-open-rate(pos-idx) =
                           FUNCTION NUMVAL(rv-rate)
                   END-IF
               END-IF
           END-IF.

      ** Finds the position for seek-region/-entity/-currency,
      *  adding an empty one when it is new; pos-idx is left zero
      *  (and the table marked full) when there is no room.
       LOCATE-POSITION.
           MOVE ZERO TO pos-idx
           PERFORM SCAN-POSITION-ENTRY
               VARYING pos-scan-idx FROM 1 BY 1
               UNTIL pos-scan-idx > pos-used
                   OR pos-idx NOT = ZERO
           IF pos-idx = ZERO
               IF pos-used < 200
                   ADD 1 TO pos-used
                   MOVE pos-used TO pos-idx
                   INITIALIZE pos-entry(pos-idx)
                   MOVE seek-region TO pos-region(pos-idx)
                   MOVE seek-entity TO pos-entity(pos-idx)
                   MOVE seek-currency TO pos-currency(pos-idx)
                   MOVE LOW-VALUES TO pos-open-period(pos-idx)
               ELSE
                   SET pos-tbl-full TO TRUE
               END-IF
           END-IF.

       SCAN-POSITION-ENTRY.
           IF pos-region(pos-scan-idx) = seek-region
               AND pos-entity(pos-scan-idx) = seek-entity
               AND pos-currency(pos-scan-idx) = seek-currency
               MOVE pos-scan-idx TO pos-idx
           END-IF.

      ** Sums the closed period's records onto their positions in
      *  the currency CURRMAP gives the region. USD regions are
      *  counted and left alone - there is nothing to revalue.
       LOAD-CLOSED-PERIOD.
           MOVE ZERO TO closed-rec-count
           MOVE "N" TO closed-in-eof-sw
           OPEN INPUT CLOSED-IN-FILE
           IF closed-in-status NOT = "00"
               DISPLAY "UNABLE TO OPEN CLOSED-PERIOD DATASET, "
                   "STATUS=" closed-in-status " PATH="
                   FUNCTION TRIM(closed-path-alpha)
                   " - RUN MTDCLOSE FOR THE PERIOD FIRST"
               MOVE 16 TO RETURN-CODE
           ELSE
               READ CLOSED-IN-FILE INTO closed-in-record
                   AT END SET closed-in-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-CLOSED-RECORD UNTIL closed-in-eof
               CLOSE CLOSED-IN-FILE
               DISPLAY "CLOSED-PERIOD RECORDS READ: "
                   closed-rec-count " (" usd-rec-count " USD, "
                   other-rec-count " OUTSIDE THE PERIOD OR ENTITY)"
           END-IF.

       LOAD-ONE-CLOSED-RECORD.
           IF closed-in-record NOT = SPACES
               ADD 1 TO closed-rec-count
               MOVE closed-in-record TO closed-line-parsed
               IF mc-entity = SPACES
                   MOVE default-entity TO mc-entity
               END-IF
               IF mc-date(1:6) NOT = reval-period-alpha
                   OR (reval-entity NOT = SPACES
                       AND mc-entity NOT = reval-entity)
                   ADD 1 TO other-rec-count
               ELSE
                   PERFORM LOOKUP-REGION-CURRENCY
                   IF row-currency = "USD"
                       ADD 1 TO usd-rec-count
                   ELSE
                       MOVE mc-region TO seek-region
                       MOVE mc-entity TO seek-entity
                       MOVE row-currency TO seek-currency
                       PERFORM LOCATE-POSITION
                       IF pos-idx NOT = ZERO
                           PERFORM ADD-CLOSED-ACTIVITY
                       END-IF
                   END-IF
               END-IF
           END-IF

           READ CLOSED-IN-FILE INTO closed-in-record
               AT END SET closed-in-eof TO TRUE
           END-READ.

      ** The raw amount is the region's own currency; the USD
      *  column is what PANDASREAD booked at each row's trans-date
      *  rate. An older record without the USD column booked its
      *  raw amount, the reading MTDCLOSE applies.
       ADD-CLOSED-ACTIVITY.
           ADD 1 TO pos-act-records(pos-idx)
           MOVE ZERO TO work-amount
           IF FUNCTION TEST-NUMVAL(mc-amount) = ZERO
               COMPUTE work-amount = FUNCTION NUMVAL(mc-amount)
           END-IF
           ADD work-amount TO pos-act-local(pos-idx)
           IF FUNCTION TEST-NUMVAL(mc-usd) = ZERO
               COMPUTE work-amount = FUNCTION NUMVAL(mc-usd)
           END-IF
           ADD work-amount TO pos-act-usd(pos-idx).

      ** Resolves the record's region to its currency - USD when
      *  unmapped.
       LOOKUP-REGION-CURRENCY.
           MOVE "USD" TO row-currency
           PERFORM SCAN-CURRMAP-ENTRY
               VARYING currmap-scan-idx FROM 1 BY 1
               UNTIL currmap-scan-idx > currmap-used.

       SCAN-CURRMAP-ENTRY.
           IF currmap-region(currmap-scan-idx) = mc-region
               MOVE currmap-currency(currmap-scan-idx)
                   TO row-currency
           END-IF.

      ** Revalues one position. A position whose carried balance
      *  is already zero and that saw no activity is dormant and
      *  drops out. Otherwise:
      *    closing local = opening local + activity local
      *    booked USD    = opening (revalued) USD + activity USD
      *    revalued USD  = closing local * closing rate
      *  and the gain or loss is revalued minus booked. Activity
      *  running against the carried balance settled that much of
      *  it at the activity's average booked rate; the difference
      *  from the rate it was carried at is realized, and the rest
      *  of the gain or loss is unrealized.
       REVALUE-ONE-POSITION.
           IF pos-open-local(pos-idx) = ZERO
               AND pos-act-records(pos-idx) = ZERO
               SET pos-dormant(pos-idx) TO TRUE
               ADD 1 TO dormant-count
           ELSE
               PERFORM PICK-CLOSING-RATE
               IF fx-best-idx = ZERO
                   SET pos-no-rate(pos-idx) TO TRUE
                   ADD 1 TO unrated-count
               ELSE
                   MOVE fx-rate(fx-best-idx) TO pos-rate(pos-idx)
                   MOVE fx-eff-date(fx-best-idx)
                       TO pos-rate-date(pos-idx)
                   SET pos-revalued(pos-idx) TO TRUE
                   COMPUTE pos-close-local(pos-idx) =
                       pos-open-local(pos-idx)
                       + pos-act-local(pos-idx)
                       ON SIZE ERROR
                           SET pos-too-large(pos-idx) TO TRUE
                   END-COMPUTE
                   COMPUTE pos-booked-usd(pos-idx) =
                       pos-open-usd(pos-idx) + pos-act-usd(pos-idx)
                       ON SIZE ERROR
                           SET pos-too-large(pos-idx) TO TRUE
                   END-COMPUTE
                   COMPUTE pos-reval-usd(pos-idx) ROUNDED =
                       pos-close-local(pos-idx) * pos-rate(pos-idx)
                       ON SIZE ERROR
                           SET pos-too-large(pos-idx) TO TRUE
                   END-COMPUTE
                   PERFORM SPLIT-REALIZED-GAIN
                   IF pos-too-large(pos-idx)
                       ADD 1 TO unrated-count
                   ELSE
                       ADD 1 TO revalued-count
                   END-IF
               END-IF
           END-IF.

      ** The closing rate - the currency's latest FXRATES row
      *  effective on or before the period end.
       PICK-CLOSING-RATE.
           MOVE ZERO TO fx-best-idx
           PERFORM SCAN-FX-RATE-ROW
               VARYING fx-idx FROM 1 BY 1
               UNTIL fx-idx > fx-count.

       SCAN-FX-RATE-ROW.
           IF fx-currency(fx-idx) = pos-currency(pos-idx)
               AND fx-eff-date(fx-idx) NOT > period-end-iso
               AND fx-rate(fx-idx) > ZERO
               IF fx-best-idx = ZERO
                   OR fx-eff-date(fx-idx)
                       > fx-eff-date(fx-best-idx)
                   MOVE fx-idx TO fx-best-idx
               END-IF
           END-IF.

      ** Splits the gain or loss. Only activity against the sign
      *  of the carried balance settles any of it, and never more
      *  than the balance itself.
       SPLIT-REALIZED-GAIN.
           MOVE ZERO TO settled-local
           MOVE ZERO TO pos-realized(pos-idx)
           IF (pos-open-local(pos-idx) > ZERO
                   AND pos-act-local(pos-idx) < ZERO)
               OR (pos-open-local(pos-idx) < ZERO
                   AND pos-act-local(pos-idx) > ZERO)
               IF FUNCTION ABS(pos-act-local(pos-idx))
                   < FUNCTION ABS(pos-open-local(pos-idx))
                   MOVE pos-act-local(pos-idx) TO settled-local
               ELSE
                   COMPUTE settled-local =
                       ZERO - pos-open-local(pos-idx)
               END-IF
               COMPUTE pos-realized(pos-idx) ROUNDED =
                   (settled-local * pos-open-rate(pos-idx))
                   - (settled-local * pos-act-usd(pos-idx)
                       / pos-act-local(pos-idx))
                   ON SIZE ERROR
                       SET pos-too-large(pos-idx) TO TRUE
               END-COMPUTE
           END-IF
           COMPUTE pos-unrealized(pos-idx) =
               pos-reval-usd(pos-idx) - pos-booked-usd(pos-idx)
               - pos-realized(pos-idx)
               ON SIZE ERROR
                   SET pos-too-large(pos-idx) TO TRUE
           END-COMPUTE.

       LIST-UNRATED-POSITION.
           EVALUATE TRUE
               WHEN pos-no-rate(pos-idx)
                   DISPLAY "NO " pos-currency(pos-idx)
                       " RATE EFFECTIVE BY " period-end-iso
                       " - REGION " pos-region(pos-idx) " ENTITY "
                       pos-entity(pos-idx) " NOT REVALUED"
               WHEN pos-too-large(pos-idx)
                   DISPLAY "REGION " pos-region(pos-idx) " ENTITY "
                       pos-entity(pos-idx) " "
                       pos-currency(pos-idx)
                       " REVALUES BEYOND THE AMOUNT FIELDS - "
                       "NOT REVALUED"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ** The gain/loss report, grouped by currency with a subtotal
      *  each and the net in USD at the foot. A positive figure is
      *  a gain, a negative one a loss.
       PRINT-REVALUATION-REPORT.
           MOVE ZERO TO cur-used
           PERFORM COLLECT-POSITION-CURRENCY
               VARYING pos-idx FROM 1 BY 1
               UNTIL pos-idx > pos-used
           DISPLAY " "
           DISPLAY "===== FX REVALUATION - PERIOD "
               reval-period-alpha " (PERIOD END " period-end-iso
               ") ====="
           IF reval-entity NOT = SPACES
               DISPLAY "  LEGAL ENTITY=" reval-entity
           END-IF
           IF revalued-count = ZERO
               DISPLAY "  NO NON-USD POSITIONS TO REVALUE"
           END-IF
           PERFORM PRINT-ONE-CURRENCY
               VARYING cur-idx FROM 1 BY 1
               UNTIL cur-idx > cur-used

           COMPUTE net-gain-loss = total-realized + total-unrealized
           PERFORM SET-GAIN-LOSS-LABEL
           MOVE total-booked TO usd-edit
           MOVE total-revalued TO usd-edit2
           DISPLAY " "
           DISPLAY "TOTAL BOOKED USD=" usd-edit
               " REVALUED USD=" usd-edit2
           MOVE total-realized TO usd-edit
           MOVE total-unrealized TO usd-edit2
           MOVE net-gain-loss TO usd-edit3
           DISPLAY "TOTAL REALIZED=" usd-edit
               " UNREALIZED=" usd-edit2
               " NET FX " gain-loss-label "=" usd-edit3
           DISPLAY "POSITIONS REVALUED=" revalued-count
               " DORMANT (ZERO, NO ACTIVITY)=" dormant-count
               " USD RECORDS NOT REVALUED=" usd-rec-count.

      ** Adds each revalued position's currency to the report list
      *  and its figures to the currency subtotal and grand total.
       COLLECT-POSITION-CURRENCY.
           IF pos-revalued(pos-idx)
               MOVE ZERO TO cur-idx
               PERFORM SCAN-CURRENCY-ENTRY
                   VARYING cur-scan-idx FROM 1 BY 1
                   UNTIL cur-scan-idx > cur-used
                       OR cur-idx NOT = ZERO
               IF cur-idx = ZERO AND cur-used < 30
                   ADD 1 TO cur-used
                   MOVE cur-used TO cur-idx
                   MOVE pos-currency(pos-idx) TO cur-code(cur-idx)
                   MOVE ZERO TO cur-booked(cur-idx)
                   MOVE ZERO TO cur-revalued(cur-idx)
                   MOVE ZERO TO cur-realized(cur-idx)
                   MOVE ZERO TO cur-unrealized(cur-idx)
               END-IF
               IF cur-idx NOT = ZERO
                   ADD pos-booked-usd(pos-idx) TO cur-booked(cur-idx)
                   ADD pos-reval-usd(pos-idx)
                       TO cur-revalued(cur-idx)
                   ADD pos-realized(pos-idx)
                       TO cur-realized(cur-idx)
                   ADD pos-unrealized(pos-idx)
                       TO cur-unrealized(cur-idx)
               END-IF
               ADD pos-booked-usd(pos-idx) TO total-booked
               ADD pos-reval-usd(pos-idx) TO total-revalued
               ADD pos-realized(pos-idx) TO total-realized
               ADD pos-unrealized(pos-idx) TO total-unrealized
           END-IF.

       SCAN-CURRENCY-ENTRY.
           IF cur-code(cur-scan-idx) = pos-currency(pos-idx)
               MOVE cur-scan-idx TO cur-idx
           END-IF.

       PRINT-ONE-CURRENCY.
           DISPLAY " "
           DISPLAY "CURRENCY " cur-code(cur-idx)
           PERFORM PRINT-ONE-POSITION
               VARYING pos-idx FROM 1 BY 1
               UNTIL pos-idx > pos-used
           COMPUTE net-gain-loss =
               cur-realized(cur-idx) + cur-unrealized(cur-idx)
           PERFORM SET-GAIN-LOSS-LABEL
           MOVE cur-booked(cur-idx) TO usd-edit
           MOVE cur-revalued(cur-idx) TO usd-edit2
           MOVE net-gain-loss TO usd-edit3
           DISPLAY "  " cur-code(cur-idx) " TOTAL BOOKED USD="
               usd-edit " REVALUED USD=" usd-edit2
               " FX " gain-loss-label "=" usd-edit3.

       PRINT-ONE-POSITION.
           IF pos-revalued(pos-idx)
               AND pos-currency(pos-idx) = cur-code(cur-idx)
               MOVE pos-open-local(pos-idx) TO local-edit
               MOVE pos-act-local(pos-idx) TO local-edit2
               MOVE pos-close-local(pos-idx) TO local-edit3
               MOVE pos-rate(pos-idx) TO rate-edit
               DISPLAY "  REGION " pos-region(pos-idx)
                   " ENTITY " pos-entity(pos-idx)
                   " OPENING=" local-edit
                   " ACTIVITY=" local-edit2
                   " CLOSING=" local-edit3
                   " " pos-currency(pos-idx)
               COMPUTE net-gain-loss =
                   pos-realized(pos-idx) + pos-unrealized(pos-idx)
               PERFORM SET-GAIN-LOSS-LABEL
               MOVE pos-booked-usd(pos-idx) TO usd-edit
               MOVE pos-reval-usd(pos-idx) TO usd-edit2
               DISPLAY "    RATE " rate-edit " EFFECTIVE "
                   pos-rate-date(pos-idx)
                   " BOOKED USD=" usd-edit
                   " REVALUED USD=" usd-edit2
               MOVE pos-realized(pos-idx) TO usd-edit
               MOVE pos-unrealized(pos-idx) TO usd-edit2
               MOVE net-gain-loss TO usd-edit3
               DISPLAY "    REALIZED=" usd-edit
                   " UNREALIZED=" usd-edit2
                   " FX " gain-loss-label "=" usd-edit3
           END-IF.

       SET-GAIN-LOSS-LABEL.
           IF net-gain-loss < ZERO
               MOVE "LOSS" TO gain-loss-label
           ELSE
               MOVE "GAIN" TO gain-loss-label
           END-IF.

      ** Rewrites the revaluation dataset: every row kept from the
      *  load, then this period's revalued positions.
       REWRITE-REVAL-DATASET.
           MOVE ZERO TO rows-written-count
           OPEN OUTPUT REVAL-FILE
           IF reval-status NOT = "00"
               DISPLAY "UNABLE TO REWRITE FXREVAL DD, STATUS="
                   reval-status
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-KEPT-REVAL-ROW
                   VARYING rvl-idx FROM 1 BY 1
                   UNTIL rvl-idx > rvl-used
               PERFORM WRITE-POSITION-ROW
                   VARYING pos-idx FROM 1 BY 1
                   UNTIL pos-idx > pos-used
               CLOSE REVAL-FILE
               DISPLAY "FXREVAL REWRITTEN - " rows-written-count
                   " ROW(S) FOR PERIOD " reval-period-alpha
           END-IF.

       WRITE-KEPT-REVAL-ROW.
           IF rvl-kept(rvl-idx)
               MOVE rvl-image(rvl-idx) TO reval-record
               WRITE reval-record
           END-IF.

       WRITE-POSITION-ROW.
           IF pos-revalued(pos-idx)
               MOVE reval-period-alpha TO ro-period
               MOVE pos-region(pos-idx) TO ro-region
               MOVE pos-entity(pos-idx) TO ro-entity
               MOVE pos-currency(pos-idx) TO ro-currency
               MOVE pos-close-local(pos-idx) TO ro-local
               MOVE pos-reval-usd(pos-idx) TO ro-usd
               MOVE pos-rate(pos-idx) TO ro-rate
               MOVE pos-rate-date(pos-idx) TO ro-rate-date
               MOVE pos-realized(pos-idx) TO ro-realized
               MOVE pos-unrealized(pos-idx) TO ro-unrealized
               MOVE pyaudit-runid TO ro-runid
               MOVE reval-line-out TO reval-record
               WRITE reval-record
               ADD 1 TO rows-written-count
           END-IF.

       AUDIT-REVALUATION.
           MOVE "FX_REVALUATION" TO pyaudit-action
           MOVE RETURN-CODE TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD.

       COPY PYAUDWRT.
