      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "TAXRPT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The tax register PANDASREAD appends beside its rollup
      *  records - per file, region and rate applied, the taxable
      *  amount and the tax computed row by row. Read only.
           SELECT TAX-REG-FILE ASSIGN TO "TAXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS taxreg-status.
      ** The month-to-date rollup master - the figures of every
      *  month of the quarter not yet closed. Read only.
           SELECT ROLLUP-FILE ASSIGN TO "MTDROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rollup-status.
      ** MTDCLOSE's closed-period datasets, one per month (and per
      *  entity where an entity was closed on its own) - the
      *  figures of every month already closed. Read only.
           SELECT CLOSED-IN-FILE ASSIGN TO closed-path-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS closed-in-status.
      ** The region-to-currency map - the currency each region's
      *  taxable amounts and tax are stated in (region,currency);
      *  an unmapped region trades in USD.
           SELECT CURRMAP-FILE ASSIGN TO "CURRMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS currmap-status.
      ** The region reference master - each region's name, and its
      *  currency where it differs from CURRMAP's. Read only.
           COPY PYRGNSL.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  TAX-REG-FILE.
       01 tax-reg-record PIC X(100).
       FD  ROLLUP-FILE.
       01 rollup-record PIC X(88).
       FD  CLOSED-IN-FILE.
       01 closed-in-record PIC X(88).
       FD  CURRMAP-FILE.
       01 currmap-record PIC X(80).
       COPY PYRGNFD.
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 taxreg-status       PIC X(02) VALUE "00".
       01 taxreg-eof-sw       PIC X(01) VALUE "N".
           88 taxreg-eof VALUE "Y".
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
       01 currmap-status      PIC X(02) VALUE "00".
       01 currmap-eof-sw      PIC X(01) VALUE "N".
           88 currmap-eof VALUE "Y".

      ** The quarter reported (TAXRPT_QUARTER, yyyyQn) - named
      *  explicitly, a tax return is never run for a quarter by
      *  default - and its months.
       01 rpt-quarter-alpha   PIC X(06) VALUE SPACES.
       01 rpt-quarter-parts   REDEFINES rpt-quarter-alpha.
           05 rpt-year            PIC 9(04).
           05 rpt-q-letter        PIC X(01).
           05 rpt-q-number        PIC 9(01).
       01 qtr-first-month     PIC 9(02) VALUE ZERO.
       01 qtr-last-month      PIC 9(02) VALUE ZERO.
       01 qtr-from-period     PIC X(06) VALUE SPACES.
       01 qtr-to-period       PIC X(06) VALUE SPACES.
       01 work-period         PIC X(06) VALUE SPACES.
       01 work-period-parts   REDEFINES work-period.
           05 work-year           PIC 9(04).
           05 work-month          PIC 9(02).
       01 month-idx           PIC 9(02) BINARY VALUE ZERO.
      ** Where each month's rollup figures came from - CLOSED, MTD,
      *  both (an entity closed on its own beside others still
      *  open) or none at all.
       01 month-source-table.
           05 month-closed-sw     PIC X(01) OCCURS 12 TIMES.
           05 month-mtd-sw        PIC X(01) OCCURS 12 TIMES.
       01 month-source-text   PIC X(12).

      ** The legal entity reported (TAXRPT_ENTITY) - blank reports
      *  every entity, each entity's regions apart.
       01 report-entity       PIC X(04) VALUE SPACES.
       01 default-entity      PIC X(04) VALUE "0001".

      ** One register record - layout kept in step with
      *  PANDASREAD's tax-reg-detail. No rate date is a row taxed
      *  at no rate because its region had none effective.
       01 tax-reg-parsed.
           05 tg-date             PIC X(08).
           05 FILLER              PIC X(01).
           05 tg-region           PIC X(04).
           05 FILLER              PIC X(01).
           05 tg-entity           PIC X(04).
           05 FILLER              PIC X(01).
           05 tg-kind             PIC X(03).
           05 FILLER              PIC X(01).
           05 tg-rate-date        PIC X(10).
           05 FILLER              PIC X(01).
           05 tg-rate-pct         PIC X(08).
           05 FILLER              PIC X(01).
           05 tg-count            PIC X(09).
           05 FILLER              PIC X(01).
           05 tg-taxable          PIC X(13).
           05 FILLER              PIC X(01).
           05 tg-tax              PIC X(13).
           05 FILLER              PIC X(01).
           05 tg-runid            PIC X(16).
           05 FILLER              PIC X(03).
       01 tg-count-num        PIC S9(09) VALUE ZERO.
       01 tg-pct-num          PIC 9(03)V9(04) VALUE ZERO.
       01 tg-taxable-num      PIC S9(11)V99 VALUE ZERO.
       01 tg-tax-num          PIC S9(11)V99 VALUE ZERO.
       01 tg-skip-count       PIC 9(05) VALUE ZERO.

      ** One parsed rollup record, mirroring PANDASREAD's
      *  rollup-detail layout - keep the two in step. A record with
      *  no legal entity is 0001's.
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
               88 mr-adjustment VALUE "ADJ".
               88 mr-restatement VALUE "RST".
           05 FILLER              PIC X(01).
           05 mr-entity           PIC X(04).
       01 mr-amount-num       PIC S9(11)V99 VALUE ZERO.
       01 mr-month            PIC 9(02) VALUE ZERO.

      ** The quarter's open-month rollup records, held until every
      *  closed dataset has been read - a record counts only for a
      *  month and entity no closed dataset has covered.
       01 mtd-used            PIC 9(04) BINARY VALUE ZERO.
       01 mtd-idx             PIC 9(04) BINARY VALUE ZERO.
       01 mtd-tbl-full-sw     PIC X(01) VALUE "N".
           88 mtd-tbl-full VALUE "Y".
       01 mtd-table.
           05 mtd-entry OCCURS 2000 TIMES.
               10 mtd-month       PIC 9(02).
               10 mtd-region      PIC X(04).
               10 mtd-entity      PIC X(04).
               10 mtd-kind        PIC X(03).
               10 mtd-amount      PIC S9(11)V99.

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

      ** Legal entities met in the register and the rollup - the
      *  per-entity closed datasets looked for when a month has no
      *  all-entity one.
       01 ent-used            PIC 9(02) BINARY VALUE ZERO.
       01 ent-idx             PIC 9(02) BINARY VALUE ZERO.
       01 ent-table.
           05 ent-code PIC X(04) OCCURS 20 TIMES.
       01 ent-work            PIC X(04).
       01 ent-known-sw        PIC X(01) VALUE "N".
           88 ent-known VALUE "Y".

      ** Per entity and region: the register's figures and the
      *  rollup's, the loaded and returns records (what the
      *  register taxes) apart from the adjustments and
      *  restatements (which it does not).
       01 rgn-used            PIC 9(03) BINARY VALUE ZERO.
       01 rgn-idx             PIC 9(03) BINARY VALUE ZERO.
       01 rgn-scan-idx        PIC 9(03) BINARY VALUE ZERO.
       01 rgn-tbl-full-sw     PIC X(01) VALUE "N".
           88 rgn-tbl-full VALUE "Y".
       01 rgn-table.
           05 rgn-entry OCCURS 200 TIMES.
               10 rgn-entity      PIC X(04).
               10 rgn-region      PIC X(04).
               10 rgn-currency    PIC X(03).
               10 rgn-count       PIC S9(11).
               10 rgn-taxable     PIC S9(13)V99.
               10 rgn-tax         PIC S9(13)V99.
               10 rgn-untaxed-cnt PIC S9(11).
               10 rgn-untaxed-amt PIC S9(13)V99.
               10 rgn-roll-sales  PIC S9(13)V99.
               10 rgn-roll-adj    PIC S9(13)V99.
               10 rgn-roll-rst    PIC S9(13)V99.
       01 seek-entity         PIC X(04).
       01 seek-region         PIC X(04).

      ** Per entity, region and rate applied - the report's lines.
       01 rate-used           PIC 9(03) BINARY VALUE ZERO.
       01 rate-idx            PIC 9(03) BINARY VALUE ZERO.
       01 rate-scan-idx       PIC 9(03) BINARY VALUE ZERO.
       01 rate-tbl-full-sw    PIC X(01) VALUE "N".
           88 rate-tbl-full VALUE "Y".
       01 rate-table.
           05 rate-entry OCCURS 400 TIMES.
               10 rate-entity     PIC X(04).
               10 rate-region     PIC X(04).
               10 rate-date       PIC X(10).
               10 rate-pct        PIC 9(03)V9(04).
               10 rate-count      PIC S9(11).
               10 rate-taxable    PIC S9(13)V99.
               10 rate-tax        PIC S9(13)V99.

      ** Totals per currency - amounts of different currencies
      *  are never added together.
       01 cur-used            PIC 9(02) BINARY VALUE ZERO.
       01 cur-idx             PIC 9(02) BINARY VALUE ZERO.
       01 cur-scan-idx        PIC 9(02) BINARY VALUE ZERO.
       01 cur-table.
           05 cur-entry OCCURS 20 TIMES.
               10 cur-code        PIC X(03).
               10 cur-taxable     PIC S9(13)V99.
               10 cur-tax         PIC S9(13)V99.

       01 currmap-used        PIC 9(02) BINARY VALUE ZERO.
       01 currmap-scan-idx    PIC 9(02) BINARY VALUE ZERO.
       01 currmap-table.
           05 currmap-entry OCCURS 20 TIMES.
               10 currmap-region   PIC X(04).
               10 currmap-currency PIC X(03).
       01 currmap-reg-alpha   PIC X(10).
       01 currmap-cur-alpha   PIC X(10).
       01 lookup-region       PIC X(04) VALUE SPACES.
       01 row-currency        PIC X(03) VALUE "USD".

       01 recon-diff          PIC S9(13)V99 VALUE ZERO.
       01 recon-broken-count  PIC 9(03) VALUE ZERO.
       01 untaxed-rgn-count   PIC 9(03) VALUE ZERO.
       01 reg-rows-read       PIC 9(05) VALUE ZERO.
       01 mtd-rows-read       PIC 9(05) VALUE ZERO.
       01 closed-rows-read    PIC 9(05) VALUE ZERO.

       01 rate-date-text      PIC X(10).
       01 count-edit          PIC Z(09)9-.
       01 amount-edit         PIC Z(12)9.99-.
       01 amount-edit2        PIC Z(12)9.99-.
       01 amount-edit3        PIC Z(12)9.99-.
       01 amount-edit4        PIC Z(12)9.99-.
       01 amount-edit5        PIC Z(12)9.99-.
       01 pct-edit            PIC ZZ9.9999.
       01 pct-text            PIC X(08).

       COPY PYRGNWS.
       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Quarterly sales-tax report per region, from the TAXREG
      *  register PANDASREAD writes as it loads: for each entity
      *  and region, every rate applied in the quarter with the
      *  taxable amount and the tax due at it, the region's total,
      *  and totals per currency. The register is then reconciled
      *  region by region to the quarter's rollup - MTDCLOSE's
      *  closed-period datasets for months already closed, MTDROLL
      *  for the rest: its taxable amounts must equal the loaded
      *  and returns records, and the adjustments and restatements
      *  the register does not tax are shown beside them for tax
      *  reporting to review.
           DISPLAY "===== QUARTERLY SALES-TAX REPORT ====="
           MOVE "TAXRPT" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           ACCEPT rpt-quarter-alpha FROM ENVIRONMENT "TAXRPT_QUARTER"
           MOVE FUNCTION UPPER-CASE(rpt-quarter-alpha)
               TO rpt-quarter-alpha
           IF rpt-quarter-alpha = SPACES
               DISPLAY "TAXRPT_QUARTER (YYYYQN) IS NOT SET - A TAX "
                   "REPORT MUST NAME ITS QUARTER EXPLICITLY"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF rpt-quarter-alpha(1:4) IS NOT NUMERIC
               OR rpt-q-letter NOT = "Q"
               OR rpt-q-number IS NOT NUMERIC
               OR rpt-q-number < 1 OR rpt-q-number > 4
               DISPLAY "TAXRPT_QUARTER IS NOT A YYYYQN QUARTER: "
                   rpt-quarter-alpha
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE qtr-first-month = (rpt-q-number * 3) - 2
           COMPUTE qtr-last-month = rpt-q-number * 3
           MOVE rpt-year TO work-year
           MOVE qtr-first-month TO work-month
           MOVE work-period TO qtr-from-period
           MOVE qtr-last-month TO work-month
           MOVE work-period TO qtr-to-period

           ACCEPT report-entity FROM ENVIRONMENT "TAXRPT_ENTITY"
           MOVE FUNCTION UPPER-CASE(report-entity) TO report-entity
           ACCEPT closed-prefix FROM ENVIRONMENT
               "TAXRPT_CLOSED_PREFIX"
           IF closed-prefix = SPACES
               MOVE "./mtdroll." TO closed-prefix
           END-IF
           DISPLAY "QUARTER " rpt-quarter-alpha " - PERIODS "
               qtr-from-period " TO " qtr-to-period
           IF report-entity = SPACES
               DISPLAY "LEGAL ENTITY: ALL"
           ELSE
               DISPLAY "LEGAL ENTITY: " report-entity
           END-IF
           MOVE rpt-quarter-alpha TO pyaudit-ref
           IF report-entity NOT = SPACES
               MOVE "." TO pyaudit-ref(7:1)
               MOVE report-entity TO pyaudit-ref(8:4)
           END-IF

           PERFORM LOAD-CURRENCY-MAP
           PERFORM LOAD-REGION-MASTER
           PERFORM LOAD-REGISTER-ROWS
           IF RETURN-CODE NOT = ZERO
               PERFORM AUDIT-TAX-REPORT
               GOBACK
           END-IF
           PERFORM LOAD-OPEN-MONTHS
           IF RETURN-CODE NOT = ZERO
               PERFORM AUDIT-TAX-REPORT
               GOBACK
           END-IF
           IF mtd-tbl-full
               DISPLAY "MTDROLL HOLDS MORE THAN 2000 RECORDS FOR THE "
                   "QUARTER - REPORT REFUSED, IT WOULD NOT RECONCILE"
               MOVE 16 TO RETURN-CODE
               PERFORM AUDIT-TAX-REPORT
               GOBACK
           END-IF

           MOVE SPACES TO month-source-table
           MOVE ZERO TO cover-used
           PERFORM LOAD-CLOSED-MONTH
               VARYING month-idx FROM qtr-first-month BY 1
               UNTIL month-idx > qtr-last-month
           PERFORM APPLY-OPEN-MONTH-RECORD
               VARYING mtd-idx FROM 1 BY 1
               UNTIL mtd-idx > mtd-used
           IF rgn-tbl-full OR rate-tbl-full
               DISPLAY "MORE THAN 200 ENTITY/REGION PAIRS OR 400 "
                   "RATES APPLIED - REPORT REFUSED, A REGION WOULD "
                   "GO UNREPORTED"
               MOVE 16 TO RETURN-CODE
               PERFORM AUDIT-TAX-REPORT
               GOBACK
           END-IF

           PERFORM PRINT-ROLLUP-SOURCES
           PERFORM PRINT-TAX-REPORT
           PERFORM PRINT-CURRENCY-TOTALS
           PERFORM PRINT-RECONCILIATION
           IF recon-broken-count NOT = ZERO
               OR untaxed-rgn-count NOT = ZERO
               OR tg-skip-count NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM AUDIT-TAX-REPORT
           GOBACK.

      ** Loads the quarter's register records. No register is
      *  nothing to report.
       LOAD-REGISTER-ROWS.
           MOVE ZERO TO rgn-used
           MOVE ZERO TO rate-used
           MOVE ZERO TO ent-used
           MOVE "N" TO taxreg-eof-sw
           OPEN INPUT TAX-REG-FILE
           IF taxreg-status NOT = "00"
               DISPLAY "UNABLE TO OPEN TAXREG DD, STATUS="
                   taxreg-status
               MOVE 16 TO RETURN-CODE
           ELSE
               READ TAX-REG-FILE INTO tax-reg-record
                   AT END SET taxreg-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-REGISTER-ROW UNTIL taxreg-eof
               CLOSE TAX-REG-FILE
               DISPLAY "REGISTER RECORDS FOR THE QUARTER: "
                   reg-rows-read
               IF tg-skip-count NOT = ZERO
                   DISPLAY "WARNING: " tg-skip-count
                       " UNREADABLE REGISTER LINE(S) SKIPPED"
               END-IF
           END-IF.

       LOAD-ONE-REGISTER-ROW.
           IF tax-reg-record NOT = SPACES
               MOVE tax-reg-record TO tax-reg-parsed
               IF tg-entity = SPACES
                   MOVE default-entity TO tg-entity
               END-IF
               IF tg-date(1:6) NOT < qtr-from-period
                   AND tg-date(1:6) NOT > qtr-to-period
                   AND (report-entity = SPACES
                       OR tg-entity = report-entity)
                   IF tg-count IS NOT NUMERIC
                       OR FUNCTION TEST-NUMVAL(tg-taxable) NOT = ZERO
                       OR FUNCTION TEST-NUMVAL(tg-tax) NOT = ZERO
                       OR FUNCTION TEST-NUMVAL(tg-rate-pct) NOT = ZERO
                       ADD 1 TO tg-skip-count
                   ELSE
                       ADD 1 TO reg-rows-read
                       PERFORM ADD-REGISTER-FIGURES
                   END-IF
               END-IF
           END-IF
           READ TAX-REG-FILE INTO tax-reg-record
               AT END SET taxreg-eof TO TRUE
           END-READ.

      ** Adds one register record to its region and to its rate
      *  line. A returns record's count is a number of returns, not
      *  of sales - it adds none.
       ADD-REGISTER-FIGURES.
           MOVE tg-count TO tg-count-num
           IF tg-kind = "RTN"
               MOVE ZERO TO tg-count-num
           END-IF
           COMPUTE tg-pct-num = FUNCTION NUMVAL(tg-rate-pct)
           COMPUTE tg-taxable-num = FUNCTION NUMVAL(tg-taxable)
           COMPUTE tg-tax-num = FUNCTION NUMVAL(tg-tax)
           MOVE tg-entity TO ent-work
           PERFORM NOTE-ENTITY
           MOVE tg-entity TO seek-entity
           MOVE tg-region TO seek-region
           PERFORM LOCATE-REGION
           IF rgn-idx NOT = ZERO
               ADD tg-count-num TO rgn-count(rgn-idx)
               ADD tg-taxable-num TO rgn-taxable(rgn-idx)
               ADD tg-tax-num TO rgn-tax(rgn-idx)
               IF tg-rate-date = SPACES
                   ADD tg-count-num TO rgn-untaxed-cnt(rgn-idx)
                   ADD tg-taxable-num TO rgn-untaxed-amt(rgn-idx)
               END-IF
           END-IF
           PERFORM LOCATE-RATE-LINE
           IF rate-idx NOT = ZERO
               ADD tg-count-num TO rate-count(rate-idx)
               ADD tg-taxable-num TO rate-taxable(rate-idx)
               ADD tg-tax-num TO rate-tax(rate-idx)
           END-IF.

      ** Holds the rollup records of the quarter's months, for the
      *  months no closed dataset covers.
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
               PERFORM PARSE-ROLLUP-RECORD
               IF mr-date(1:6) NOT < qtr-from-period
                   AND mr-date(1:6) NOT > qtr-to-period
                   AND (report-entity = SPACES
                       OR mr-entity = report-entity)
                   IF mtd-used < 2000
                       ADD 1 TO mtd-used
                       MOVE mr-month TO mtd-month(mtd-used)
                       MOVE mr-region TO mtd-region(mtd-used)
                       MOVE mr-entity TO mtd-entity(mtd-used)
                       MOVE mr-kind TO mtd-kind(mtd-used)
                       MOVE mr-amount-num TO mtd-amount(mtd-used)
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

      ** Reads the month and the amount off a parsed rollup record
      *  - the raw amount, in the region's own currency, which is
      *  what the register's taxable amounts are.
       PARSE-ROLLUP-RECORD.
           IF mr-entity = SPACES
               MOVE default-entity TO mr-entity
           END-IF
           MOVE ZERO TO mr-month
           IF mr-date(5:2) IS NUMERIC
               MOVE mr-date(5:2) TO mr-month
           END-IF
           MOVE ZERO TO mr-amount-num
           IF FUNCTION TEST-NUMVAL(mr-amount) = ZERO
               COMPUTE mr-amount-num = FUNCTION NUMVAL(mr-amount)
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
      *  records to the rollup figures, and records the month and
      *  entity it covered. One that is not there is simply not
      *  closed.
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
               PERFORM PARSE-ROLLUP-RECORD
               IF mr-date(1:6) = work-period
                   AND (report-entity = SPACES
                       OR mr-entity = report-entity)
                   ADD 1 TO closed-rows-read
                   MOVE mr-entity TO seek-entity
                   MOVE mr-region TO seek-region
                   PERFORM ADD-ROLLUP-FIGURES
               END-IF
           END-IF
           READ CLOSED-IN-FILE INTO closed-in-record
               AT END SET closed-in-eof TO TRUE
           END-READ.

      ** Adds one held rollup record unless a closed dataset
      *  already covered its month and entity.
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
               MOVE mtd-kind(mtd-idx) TO mr-kind
               MOVE mtd-amount(mtd-idx) TO mr-amount-num
               PERFORM ADD-ROLLUP-FIGURES
           END-IF.

       CHECK-ONE-COVER.
           IF cover-month(cover-idx) = mtd-month(mtd-idx)
               AND (cover-entity(cover-idx) = "*"
                   OR cover-entity(cover-idx) = mtd-entity(mtd-idx))
               SET cover-found TO TRUE
           END-IF.

      ** Adds mr-amount-num to the seek-entity/seek-region figures
      *  by the record's kind.
       ADD-ROLLUP-FIGURES.
           PERFORM LOCATE-REGION
           IF rgn-idx NOT = ZERO
               EVALUATE TRUE
                   WHEN mr-adjustment
                       ADD mr-amount-num TO rgn-roll-adj(rgn-idx)
                   WHEN mr-restatement
                       ADD mr-amount-num TO rgn-roll-rst(rgn-idx)
                   WHEN OTHER
                       ADD mr-amount-num TO rgn-roll-sales(rgn-idx)
               END-EVALUATE
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
                   MOVE seek-region TO lookup-region
                   PERFORM LOOKUP-REGION-CURRENCY
                   MOVE row-currency TO rgn-currency(rgn-idx)
               ELSE
                   SET rgn-tbl-full TO TRUE
               END-IF
           END-IF.

       SCAN-REGION-ENTRY.
           IF rgn-entity(rgn-scan-idx) = seek-entity
               AND rgn-region(rgn-scan-idx) = seek-region
               MOVE rgn-scan-idx TO rgn-idx
           END-IF.

      ** Finds the register record's entity/region/rate line,
      *  adding it when new.
       LOCATE-RATE-LINE.
           MOVE ZERO TO rate-idx
           PERFORM SCAN-RATE-ENTRY
               VARYING rate-scan-idx FROM 1 BY 1
               UNTIL rate-scan-idx > rate-used
                   OR rate-idx NOT = ZERO
           IF rate-idx = ZERO
               IF rate-used < 400
                   ADD 1 TO rate-used
                   MOVE rate-used TO rate-idx
                   INITIALIZE rate-entry(rate-idx)
                   MOVE tg-entity TO rate-entity(rate-idx)
                   MOVE tg-region TO rate-region(rate-idx)
                   MOVE tg-rate-date TO rate-date(rate-idx)
                   MOVE tg-pct-num TO rate-pct(rate-idx)
               ELSE
                   SET rate-tbl-full TO TRUE
               END-IF
           END-IF.

       SCAN-RATE-ENTRY.
           IF rate-entity(rate-scan-idx) = tg-entity
               AND rate-region(rate-scan-idx) = tg-region
               AND rate-date(rate-scan-idx) = tg-rate-date
               AND rate-pct(rate-scan-idx) = tg-pct-num
               MOVE rate-scan-idx TO rate-idx
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

      ** Shows where each month's rollup figures came from, so a
      *  month still open - or never run - is visible.
       PRINT-ROLLUP-SOURCES.
           DISPLAY " "
           DISPLAY "ROLLUP BY MONTH (CLOSED=" closed-rows-read
               " CLOSED RECORD(S), MTD=" mtd-rows-read
               " MTDROLL RECORD(S)):"
           PERFORM PRINT-ONE-MONTH-SOURCE
               VARYING month-idx FROM qtr-first-month BY 1
               UNTIL month-idx > qtr-last-month.

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
                   MOVE "NO ROLLUP" TO month-source-text
           END-EVALUATE
           DISPLAY "  " work-period " " month-source-text.

      ** The tax listing: per entity and region, a line per rate
      *  applied, then the region's total in its currency.
       PRINT-TAX-REPORT.
           MOVE ZERO TO cur-used
           MOVE ZERO TO untaxed-rgn-count
           DISPLAY " "
           DISPLAY "===== SALES TAX BY REGION - " rpt-quarter-alpha
               " ====="
           DISPLAY "ENT  REGN CCY  RATE FROM    RATE %      ROWS "
               "  TAXABLE AMOUNT          TAX DUE "
           PERFORM PRINT-ONE-REGION
               VARYING rgn-idx FROM 1 BY 1
               UNTIL rgn-idx > rgn-used.

       PRINT-ONE-REGION.
           DISPLAY " "
           MOVE rgn-region(rgn-idx) TO rg-check-code
           PERFORM LOOKUP-REGION-NAME
           IF rg-check-name NOT = SPACES
               DISPLAY rgn-entity(rgn-idx) " " rgn-region(rgn-idx)
                   " " rg-check-name
           END-IF
           PERFORM PRINT-ONE-RATE-LINE
               VARYING rate-idx FROM 1 BY 1
               UNTIL rate-idx > rate-used
           MOVE rgn-count(rgn-idx) TO count-edit
           MOVE rgn-taxable(rgn-idx) TO amount-edit
           MOVE rgn-tax(rgn-idx) TO amount-edit2
           DISPLAY rgn-entity(rgn-idx) " " rgn-region(rgn-idx) " "
               rgn-currency(rgn-idx) "  REGION TOTAL       "
               count-edit amount-edit amount-edit2
           IF rgn-untaxed-cnt(rgn-idx) NOT = ZERO
               OR rgn-untaxed-amt(rgn-idx) NOT = ZERO
               ADD 1 TO untaxed-rgn-count
               MOVE rgn-untaxed-amt(rgn-idx) TO amount-edit
               DISPLAY "               ** NO TAX RATE EFFECTIVE FOR "
                   "ROWS TOTALLING " amount-edit
                   " - ADD THE RATE WITH TAXMAINT"
           END-IF
           PERFORM ADD-CURRENCY-TOTAL.

       PRINT-ONE-RATE-LINE.
           IF rate-entity(rate-idx) = rgn-entity(rgn-idx)
               AND rate-region(rate-idx) = rgn-region(rgn-idx)
               IF rate-date(rate-idx) = SPACES
                   MOVE "NO RATE" TO rate-date-text
                   MOVE "     N/A" TO pct-text
               ELSE
                   MOVE rate-date(rate-idx) TO rate-date-text
                   MOVE rate-pct(rate-idx) TO pct-edit
                   MOVE pct-edit TO pct-text
               END-IF
               MOVE rate-count(rate-idx) TO count-edit
               MOVE rate-taxable(rate-idx) TO amount-edit
               MOVE rate-tax(rate-idx) TO amount-edit2
               DISPLAY rgn-entity(rgn-idx) " " rgn-region(rgn-idx)
                   " " rgn-currency(rgn-idx) "  " rate-date-text
                   " " pct-text count-edit amount-edit amount-edit2
           END-IF.

      ** Adds the region's figures to its currency's totals.
       ADD-CURRENCY-TOTAL.
           MOVE ZERO TO cur-idx
           PERFORM SCAN-CURRENCY-ENTRY
               VARYING cur-scan-idx FROM 1 BY 1
               UNTIL cur-scan-idx > cur-used
                   OR cur-idx NOT = ZERO
           IF cur-idx = ZERO AND cur-used < 20
               ADD 1 TO cur-used
               MOVE cur-used TO cur-idx
               MOVE rgn-currency(rgn-idx) TO cur-code(cur-idx)
               MOVE ZERO TO cur-taxable(cur-idx) cur-tax(cur-idx)
           END-IF
           IF cur-idx NOT = ZERO
               ADD rgn-taxable(rgn-idx) TO cur-taxable(cur-idx)
               ADD rgn-tax(rgn-idx) TO cur-tax(cur-idx)
           END-IF.

       SCAN-CURRENCY-ENTRY.
           IF cur-code(cur-scan-idx) = rgn-currency(rgn-idx)
               MOVE cur-scan-idx TO cur-idx
           END-IF.

       PRINT-CURRENCY-TOTALS.
           DISPLAY " "
           DISPLAY "TOTALS BY CURRENCY:"
           PERFORM PRINT-ONE-CURRENCY
               VARYING cur-idx FROM 1 BY 1
               UNTIL cur-idx > cur-used.

       PRINT-ONE-CURRENCY.
           MOVE cur-taxable(cur-idx) TO amount-edit
           MOVE cur-tax(cur-idx) TO amount-edit2
           DISPLAY "  " cur-code(cur-idx) "  TAXABLE " amount-edit
               "  TAX DUE " amount-edit2.

      ** The register against the rollup, per entity and region:
      *  the taxable amounts must equal the loaded and returns
      *  records exactly. Adjustments and restatements are not
      *  taxed by the register and are shown for review.
       PRINT-RECONCILIATION.
           MOVE ZERO TO recon-broken-count
           DISPLAY " "
           DISPLAY "===== RECONCILIATION TO THE ROLLUP - "
               rpt-quarter-alpha " ====="
           DISPLAY "ENT  REGN CCY  REGISTER TAXABLE  "
               " ROLLUP LOAD+RTN        DIFFERENCE  "
               "     ADJ UNTAXED        RST UNTAXED"
           PERFORM PRINT-ONE-RECON-LINE
               VARYING rgn-idx FROM 1 BY 1
               UNTIL rgn-idx > rgn-used
           DISPLAY " "
           IF recon-broken-count = ZERO
               DISPLAY "REGISTER RECONCILES TO THE ROLLUP FOR EVERY "
                   "REGION"
           ELSE
               DISPLAY "REGISTER DOES NOT RECONCILE FOR "
                   recon-broken-count " REGION(S)"
           END-IF.

       PRINT-ONE-RECON-LINE.
           COMPUTE recon-diff =
               rgn-taxable(rgn-idx) - rgn-roll-sales(rgn-idx)
           MOVE rgn-taxable(rgn-idx) TO amount-edit
           MOVE rgn-roll-sales(rgn-idx) TO amount-edit2
           MOVE recon-diff TO amount-edit3
           MOVE rgn-roll-adj(rgn-idx) TO amount-edit4
           MOVE rgn-roll-rst(rgn-idx) TO amount-edit5
           DISPLAY rgn-entity(rgn-idx) " " rgn-region(rgn-idx) " "
               rgn-currency(rgn-idx) "  " amount-edit
               " " amount-edit2 " " amount-edit3 " " amount-edit4
               "  " amount-edit5
           IF recon-diff NOT = ZERO
               ADD 1 TO recon-broken-count
               DISPLAY "               ** DOES NOT RECONCILE"
           END-IF.

      ** Loads the region-to-currency map. No dataset means every
      *  region is stated in USD.
       LOAD-CURRENCY-MAP.
           MOVE ZERO TO currmap-used
           MOVE "N" TO currmap-eof-sw
           OPEN INPUT CURRMAP-FILE
           IF currmap-status NOT = "00"
               DISPLAY "NO CURRENCY MAP (CURRMAP) - ALL REGIONS "
                   "STATED IN USD"
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
                       "IGNORED: " currmap-record(1:40)
               END-IF
           END-IF
           READ CURRMAP-FILE INTO currmap-record
               AT END SET currmap-eof TO TRUE
           END-READ.

      ** Resolves lookup-region to its currency - the region
      *  master's when it lists the region, else CURRMAP's, else
      *  USD - as PANDASREAD resolves it.
       LOOKUP-REGION-CURRENCY.
           MOVE "USD" TO row-currency
           PERFORM SCAN-CURRMAP-ENTRY
               VARYING currmap-scan-idx FROM 1 BY 1
               UNTIL currmap-scan-idx > currmap-used
           IF rg-master-loaded
               MOVE lookup-region TO rg-check-code
               PERFORM FIND-REGION-SLOT
               IF rg-check-idx NOT = ZERO
                   MOVE rg-currency(rg-check-idx) TO row-currency
               END-IF
           END-IF.

       SCAN-CURRMAP-ENTRY.
           IF currmap-region(currmap-scan-idx) = lookup-region
               MOVE currmap-currency(currmap-scan-idx)
                   TO row-currency
           END-IF.

       AUDIT-TAX-REPORT.
           MOVE "TAX_REPORT" TO pyaudit-action
           MOVE RETURN-CODE TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD.

       COPY PYRGNLK.
       COPY PYAUDWRT.
