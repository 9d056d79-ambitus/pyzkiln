       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PYAUDSEL.
           COPY PYPFSL.
           COPY PYBLSL.
      ** Native-COBOL re-read of the same extract, used to recount
      *  records and re-total the amount column independently of
      *  pandas for RECONCILE-TOTALS.
      ** Optional VSAM KSDS carrying the same native recount rows
      *  RECONCILE-TOTALS already builds out to a downstream consumer
      *  that wants keyed, indexed access to the extract rather than
      *  a flat pandas dump. Keyed id+entity - an id is only
      *  unique within one company.
           SELECT VSAM-OUT-FILE ASSIGN TO vsam-out-alpha
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vsam-out-key
               FILE STATUS IS vsam-out-status.
      ** Optional region+id keyed access path over the same rows,
      *  maintained in step with the master so VSAMINQ's BRW verb
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS suspense-status.
      ** Returns history - one line per return accepted from a
      *  returns feed, naming the master record it netted against,
      *  so a later return against the same sale is held to what
      *  is left of it rather than to the whole original amount.
           SELECT RETURNS-HIST-FILE ASSIGN TO "RTNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rtn-hist-status.
      ** The customer-name vault - the names (and reject images)
      *  SUSPENSE, VSAMCHG, and VSAMHST receive are filed here and
      *  replaced by tokens in those datasets.
           COPY PYNVSL.
      ** The change-event feed - every add, change and supersede
      *  the delta apply commits to the master is published to it
      *  for the downstream subscribers; a FULL reload is published
      *  as one reload event.
           COPY PYCESL.
      ** Customer activity profile master - one record per master
      *  id, folded forward from every add and change the delta
      *  apply lands, so a customer's first and last appearance and
      *  lifetime activity outlive the nightly extract.
           COPY PYCASL.
      ** Cumulative per-rule violation history - one record per
      *  rule with violations at end of each run (timestamp, feed,
      *  rule, severity, count), so the DQSCORE scorecard can trend
           SELECT ROLLUP-FILE ASSIGN TO "MTDROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rollup-status.
      ** Sales-tax rates by region and effective date
      *  (region,yyyy-mm-dd,rate-pct), kept by TAXMAINT - read
      *  only - and the tax register each run appends to beside its
      *  rollup records: per region and rate applied, the taxable
      *  amount and the tax computed row by row, for TAXRPT's
      *  quarterly report.
           SELECT TAXRATES-FILE ASSIGN TO "TAXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS taxrates-status.
           SELECT TAX-REG-FILE ASSIGN TO "TAXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS taxreg-status.
      ** The adjustments dataset ADJPOST appends approved amount
      *  corrections to, and the one-record mark of the last
      *  adjustment sequence already carried into the rollup and
      *  the run totals - so each correction is carried exactly
      *  once however many runs a day has.
           SELECT ADJUST-FILE ASSIGN TO "ADJUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS adjust-status.
           SELECT ADJMARK-FILE ASSIGN TO "ADJMARK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS adjmark-status.
      ** Run lock tied to the csv path - a second submission of the
      *  same run while the scheduled one is still in flight would
      *  share the checkpoint file and fight over the VSAM output,
               FILE STATUS IS rpt-status.
           SELECT DETAIL-SORT-FILE ASSIGN TO "SORTWK".
      ** Expected-feeds registry - one line per feed that is due:
      *    pattern,due-days,due-by[,entity[,region]]
      *  pattern is matched anywhere in the processed file path,
      *  due-days is DAILY or a ;-list of weekdays (MON;TUE;...),
      *  due-by an optional hhmmss, entity the legal entity the
      *  feed's rows belong to (default 0001), region the region
      *  the feed serves - not due while the region master has it
      *  closed, not yet open or inactive. At end of run every
      *  feed due today that never arrived (or arrived and never
      *  reconciled) raises an exception line and an operator alert
      *  - instead of a zero-file sweep ending RC=0 and the miss
      *  surfacing when a region calls about their numbers.
           SELECT EXP-FEEDS-FILE ASSIGN TO "EXPFEEDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS exp-feeds-status.
      *  rules - made available to the rules pass so date rules can
      *  reference business days instead of calendar days.
           COPY PYZCALSL.
      ** The region reference master - every row's region must be
      *  on it, active and open on the row's date; its descriptions
      *  name the regions on the detail report and its currencies
      *  override CURRMAP.
           COPY PYRGNSL.
      ** Business validation rules, maintained by operations as a
      *  dataset (field, rule type, qualifier, bounds, severity) so
      *  the quarterly band changes never need a program change.
       DATA DIVISION.
       FILE SECTION.
       COPY PYAUDFD.
       COPY PYPFFD.
       COPY PYBLFD.
       FD  RECON-CSV-FILE.
       01 recon-csv-record PIC X(256).
       FD  CSVLIST-FILE.
       01 checkpoint-record PIC X(09).
       FD  VSAM-OUT-FILE.
       01 vsam-out-record.
           05 vsam-out-key.
               10 vsam-out-id      PIC 9(08).
               10 vsam-out-entity  PIC X(04).
           05 vsam-out-name        PIC X(30).
           05 vsam-out-region      PIC X(04).
           05 vsam-out-amount      PIC S9(09)V99.
           05 vsam-out-trans-date  PIC X(10).
           05 vsam-out-feed        PIC X(60).
           05 vsam-out-runid       PIC X(16).
           05 vsam-out-line        PIC 9(09).
       FD  VSAM-RGN-FILE.
       01 vsam-rgn-record.
           05 vsam-rgn-key.
               10 vsam-rgn-region  PIC X(04).
               10 vsam-rgn-id      PIC 9(08).
               10 vsam-rgn-entity  PIC X(04).
           05 vsam-rgn-name        PIC X(30).
           05 vsam-rgn-amount      PIC S9(09)V99.
           05 vsam-rgn-trans-date  PIC X(10).
           05 vsam-rgn-feed        PIC X(60).
           05 vsam-rgn-runid       PIC X(16).
           05 vsam-rgn-line        PIC 9(09).
       FD  VSAM-DTE-FILE.
       01 vsam-dte-record.
           05 vsam-dte-key.
               10 vsam-dte-date    PIC X(10).
               10 vsam-dte-id      PIC 9(08).
               10 vsam-dte-entity  PIC X(04).
           05 vsam-dte-name        PIC X(30).
           05 vsam-dte-region      PIC X(04).
           05 vsam-dte-amount      PIC S9(09)V99.
           05 vsam-dte-feed        PIC X(60).
           05 vsam-dte-runid       PIC X(16).
           05 vsam-dte-line        PIC 9(09).
       FD  VSAM-HIST-FILE.
       01 vsam-hist-record PIC X(192).
       FD  DELTA-STAGE-FILE.
       01 dlta-stg-record PIC X(316).
       FD  DELTA-MARK-FILE.
       01 dlta-mark-record PIC X(06).
       FD  SUSPENSE-FILE.
       01 suspense-record PIC X(358).
       FD  RETURNS-HIST-FILE.
       01 rtn-hist-record PIC X(120).
       COPY PYNVFD.
       COPY PYCEFD.
       COPY PYCAFD.
       FD  RULE-HIST-FILE.
       01 rule-hist-record PIC X(122).
       FD  VSAM-CHANGE-FILE.
       01 vsam-chg-record PIC X(326).
       FD  RECON-HIST-FILE.
       01 recon-hist-record PIC X(214).
       FD  RUN-SUMMARY-FILE.
       01 run-summary-record PIC X(100).
       FD  PROFILE-FILE.
       01 profile-record PIC X(300).
       FD  ROLLUP-FILE.
       01 rollup-record PIC X(88).
       FD  TAXRATES-FILE.
       01 taxrates-record PIC X(80).
       FD  TAX-REG-FILE.
       01 tax-reg-record PIC X(100).
       FD  ADJUST-FILE.
       01 adjust-record PIC X(143).
       FD  ADJMARK-FILE.
       01 adjmark-record PIC X(30).
       FD  RUN-LOCK-FILE.
       01 run-lock-record PIC X(80).
       FD  FWF-LAYOUT-FILE.
       FD  EXP-FEEDS-FILE.
       01 exp-feeds-record PIC X(300).
       COPY PYZCALFD.
       COPY PYRGNFD.
       SD  DETAIL-SORT-FILE.
       01 detail-sort-rec.
           05 ds-region           PIC X(04).

       01 agg-name            PIC U(16).
       01 agg-label           PIC X(40).
      ** The name the aggregate's timing is recorded under.
       01 agg-perf-call       PIC X(20).
       01 agg-func-ptr        USAGE POINTER.
       01 agg-args            USAGE POINTER.
       01 agg-result-ptr      USAGE POINTER.
       01 csv-path            PIC U(256).
       01 csv-path-ptr        USAGE POINTER.
       01 pandas-csv-data-ptr USAGE POINTER.
      ** A timed pandas call's result (null when it failed) and the
      *  dataframe whose len() is recorded as the rows it handled.
       01 perf-result-ptr     USAGE POINTER.
       01 perf-frame-ptr      USAGE POINTER.
       01 perf-frame-count    PIC S9(09) BINARY VALUE ZERO.

      ** Fed to pandas.read_csv's encoding= keyword so a non-default
      *  csv-encoding-alpha (e.g. UTF-8 feeds instead of the shipped
       01 recon-id-alpha      PIC X(10).
       01 recon-amount-alpha  PIC X(15).
       COPY CSVREC.
      ** The file's legal entity. The expected-feeds registry entity
      *  for the feed wins; a feed the registry gives none takes the
      *  first entity its own entity column carries; a feed with
      *  neither belongs to 0001, the original company. A feed is
      *  one company's - a row naming another entity is diverted to
      *  suspense as ENTY rather than folded into the wrong
      *  company's totals. Master keys, rollup and reconciliation
      *  records and the detail report all carry it.
       01 default-entity      PIC X(04) VALUE "0001".
       01 feed-entity         PIC X(04) VALUE "0001".
       01 feed-entity-src     PIC X(01) VALUE "D".
           88 feed-entity-defaulted  VALUE "D".
           88 feed-entity-registered VALUE "R".
           88 feed-entity-from-data  VALUE "F".
       01 feed-entity-col-sw  PIC X(01) VALUE "N".
           88 feed-entity-column VALUE "Y".

      ** Returns feed fields. A CSV whose header is the RTNREC
      *  column set is a returns feed: every return must name an
      *  original sale on the master - same entity, same region -
      *  and may not take back more than that sale's amount less
      *  what earlier returns already took. A return that fails is
      *  sent to suspense with its own reason code:
      *    RTNA  amount zero or negative
      *    RTND  return id already posted
      *    RTNO  no original on the master
      *    RTNR  the original is another region's
      *    RTNX  returns would exceed the original amount
      *    RTNF  the run's returns buffer is full
      *  Accepted returns post as their own RTN-kind MTDROLL
      *  records and net against the sales per region on the
      *  detail report; they never change the master.
       COPY RTNREC.
       01 feed-returns-sw     PIC X(01) VALUE "N".
           88 feed-returns VALUE "Y".
       01 rtn-orig-alpha      PIC X(10).
       01 rtn-found-sw        PIC X(01) VALUE "N".
           88 rtn-orig-missing   VALUE "N".
           88 rtn-orig-elsewhere VALUE "R".
           88 rtn-orig-found     VALUE "Y".
       01 rtn-found-key       PIC 9(08) VALUE ZERO.
       01 rtn-found-amount    PIC S9(09)V99 VALUE ZERO.
       01 rtn-cand-seq        PIC 9(03) BINARY VALUE ZERO.
       01 rtn-cand-key        PIC 9(08) VALUE ZERO.
       01 rtn-prior-amt       PIC S9(11)V99 VALUE ZERO.
       01 rtn-scan-idx        PIC 9(04) BINARY VALUE ZERO.
       01 rtn-match-idx       PIC 9(04) BINARY VALUE ZERO.
       01 rtn-seen-sw         PIC X(01) VALUE "N".
           88 rtn-id-seen VALUE "Y".
      ** Amounts of returns refused on the business checks - pandas
      *  still totals those rows, so the reconciliation allows for
      *  them the way it allows for the duplicate-policy rejects.
       01 rtn-refused-amt     PIC S9(09)V99 VALUE ZERO.
       01 rtn-refused-debit   PIC S9(09)V99 VALUE ZERO.
       01 rtn-refused-credit  PIC S9(09)V99 VALUE ZERO.
      ** Amounts of in-window sales rows refused for their region
      *  (RGNU, RGNC) - good amounts pandas still totals, allowed
      *  for the same way.
       01 rgn-refused-amt     PIC S9(09)V99 VALUE ZERO.
       01 rgn-refused-debit   PIC S9(09)V99 VALUE ZERO.
       01 rgn-refused-credit  PIC S9(09)V99 VALUE ZERO.
       01 region-row-date     PIC X(10) VALUE SPACES.
       01 region-label        PIC X(36) VALUE SPACES.
      ** What earlier runs' returns already took from each original
      *  (keyed by its master key and entity), and every return id
      *  already posted - loaded from RTNHIST at the first returns
      *  feed of the run and kept current as each file commits.
       01 rtn-hist-status     PIC X(02) VALUE "00".
       01 rtn-hist-eof-sw     PIC X(01) VALUE "N".
           88 rtn-hist-eof VALUE "Y".
       01 rtn-hist-loaded-sw  PIC X(01) VALUE "N".
           88 rtn-hist-loaded VALUE "Y".
       01 rtn-tbl-full-sw     PIC X(01) VALUE "N".
           88 rtn-tbl-full VALUE "Y".
       01 rtn-hist-skip       PIC 9(05) VALUE ZERO.
       01 rtn-fold-amount     PIC S9(09)V99 VALUE ZERO.
       01 rtn-orig-used       PIC 9(04) BINARY VALUE ZERO.
       01 rtn-orig-table.
           05 rtn-orig-entry OCCURS 5000 TIMES.
               10 rtn-orig-key       PIC 9(08).
               10 rtn-orig-entity    PIC X(04).
               10 rtn-orig-returned  PIC S9(11)V99.
       01 rtn-id-used         PIC 9(04) BINARY VALUE ZERO.
       01 rtn-id-table.
           05 rtn-id-entry OCCURS 5000 TIMES.
               10 rtn-id-value       PIC 9(08).
               10 rtn-id-entity      PIC X(04).
      ** The file's accepted returns wait here for its trailer
      *  verdict, the same quarantine its suspense rejects get - a
      *  failed file's returns never reach RTNHIST.
       01 rtn-buf-used        PIC 9(04) BINARY VALUE ZERO.
       01 rtn-buf-idx         PIC 9(04) BINARY VALUE ZERO.
       01 rtn-buffer-tbl.
           05 rtn-buf-entry OCCURS 1000 TIMES.
               10 rtn-buf-id         PIC 9(08).
               10 rtn-buf-orig-id    PIC 9(08).
               10 rtn-buf-orig-key   PIC 9(08).
               10 rtn-buf-entity     PIC X(04).
               10 rtn-buf-region     PIC X(04).
               10 rtn-buf-amount     PIC S9(09)V99.
               10 rtn-buf-date       PIC X(10).
               10 rtn-buf-reason     PIC X(20).
       01 rtn-hist-detail.
           05 rth-post-date       PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rth-return-id       PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rth-orig-id         PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rth-orig-key        PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rth-entity          PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rth-region          PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rth-amount          PIC +9(09).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rth-return-date     PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rth-reason          PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rth-runid           PIC X(16).
           05 FILLER              PIC X(12) VALUE SPACES.
      ** Run-level returns figures - kept apart from the sales rows
      *  and amount the run summary carries.
       01 run-rtn-count       PIC 9(09) VALUE ZERO.
       01 run-rtn-amount      PIC S9(11)V99 VALUE ZERO.
      ** Net sales per entity and region over the whole run: the
      *  sales feeds' accepted rows less the returns feeds', for the
      *  NET SALES BY REGION section closing the detail report.
       01 net-used            PIC 9(02) BINARY VALUE ZERO.
       01 net-idx             PIC 9(02) BINARY VALUE ZERO.
       01 net-scan-idx        PIC 9(02) BINARY VALUE ZERO.
       01 net-fold-idx        PIC 9(02) BINARY VALUE ZERO.
       01 net-tbl-full-sw     PIC X(01) VALUE "N".
           88 net-tbl-full VALUE "Y".
       01 net-sales-table.
           05 net-entry OCCURS 40 TIMES.
               10 net-entity         PIC X(04).
               10 net-region         PIC X(04).
               10 net-sale-count     PIC 9(09).
               10 net-sale-amount    PIC S9(11)V99.
               10 net-rtn-count      PIC 9(09).
               10 net-rtn-amount     PIC S9(11)V99.
       01 net-tot-sale-count  PIC 9(09) VALUE ZERO.
       01 net-tot-sale-amount PIC S9(11)V99 VALUE ZERO.
       01 net-tot-rtn-count   PIC 9(09) VALUE ZERO.
       01 net-tot-rtn-amount  PIC S9(11)V99 VALUE ZERO.
       01 native-rec-count    PIC 9(09) BINARY VALUE ZERO.
       01 native-total-amt    PIC S9(09)V99 VALUE ZERO.

           05 rs-recon            PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rs-highest-rc       PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rs-adj-count        PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rs-adj-amount       PIC +9(11).99.

      ** Reconciliation history record - the same columns RECONRPT
      *  re-parses for the drift trend report, so keep the layout in
           05 rh-pandas-debit     PIC +9(09).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rh-pandas-credit    PIC +9(09).99.
      ** The feed's legal entity rides last for the same reason -
      *  a record written before it existed reads blank, i.e. 0001.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rh-entity           PIC X(04).

      ** Month-to-date rollup record - the layout MTDRPT and
      *  MTDCLOSE re-parse, so keep the three in step. The trailing
      *  USD column carries the normalized figure when USD
      *  normalization is on, and simply repeats the raw amount
      *  when it is off (a single-currency shop's amounts already
      *  are USD). The trailing kind column is ADJ on a record that
      *  carries posted adjustments rather than the day's loaded
      *  transactions, RST on a restatement delta for an earlier
      *  run date, and blank otherwise. A restatement can take rows
      *  away, so the byte ahead of the count carries a - when an
      *  RST record's count is a reduction; it is blank on every
      *  other record. The last column is the legal entity whose
      *  figures the record carries - blank on a record written
      *  before entities were carried, which reads as 0001.
       01 rollup-status       PIC X(02) VALUE "00".
       01 rollup-write-idx    PIC 9(02) BINARY VALUE ZERO.
       01 rollup-detail.
           05 rr-date             PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rr-region           PIC X(04).
           05 rr-count-sign       PIC X(01) VALUE SPACE.
           05 rr-count            PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rr-amount           PIC +9(09).99.
           05 rr-debit            PIC +9(09).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rr-credit           PIC +9(09).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rr-kind             PIC X(03).
               88 rr-adjustment VALUE "ADJ".
               88 rr-restatement VALUE "RST".
               88 rr-return VALUE "RTN".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rr-entity           PIC X(04).

      ** Sales-tax fields. The rate table is loaded once; no
      *  TAXRATES dataset means no tax is computed and no register
      *  records are written. Each accepted row is taxed at its
      *  region's latest rate effective on its trans_date (a
      *  return's return_date), rounded per row, and the file's
      *  rows are netted per region and rate into the register -
      *  written with the rollup records, dated and signed as they
      *  are, so the register's taxable amounts add back to the
      *  loaded and returns figures of the rollup. A row whose
      *  region has no rate yet is registered untaxed with no rate
      *  date, for TAXRPT to flag.
       01 taxrates-status     PIC X(02) VALUE "00".
       01 taxrates-eof-sw     PIC X(01) VALUE "N".
           88 taxrates-eof VALUE "Y".
       01 tax-rates-loaded-sw PIC X(01) VALUE "N".
           88 tax-rates-loaded VALUE "Y".
       01 taxrate-used        PIC 9(03) BINARY VALUE ZERO.
       01 taxrate-scan-idx    PIC 9(03) BINARY VALUE ZERO.
       01 taxrate-table.
           05 taxrate-entry OCCURS 200 TIMES.
               10 taxrate-region   PIC X(04).
               10 taxrate-date     PIC X(10).
               10 taxrate-pct      PIC 9(03)V9(04) COMP-3.
       01 taxrate-oper1       PIC X(12).
       01 taxrate-oper2       PIC X(12).
       01 taxrate-oper3       PIC X(12).
       01 tax-point-date      PIC X(10).
       01 tax-row-date        PIC X(10).
       01 tax-row-pct         PIC 9(03)V9(04) COMP-3 VALUE ZERO.
       01 tax-row-amount      PIC S9(09)V99 VALUE ZERO.
       01 tax-acc-used        PIC 9(02) BINARY VALUE ZERO.
       01 tax-acc-scan-idx    PIC 9(02) BINARY VALUE ZERO.
       01 tax-acc-match-idx   PIC 9(02) BINARY VALUE ZERO.
       01 tax-write-idx       PIC 9(02) BINARY VALUE ZERO.
       01 tax-acc-table.
           05 tax-acc-entry OCCURS 40 TIMES.
               10 tax-acc-region   PIC X(04).
               10 tax-acc-date     PIC X(10).
               10 tax-acc-pct      PIC 9(03)V9(04) COMP-3.
               10 tax-acc-count    PIC 9(09).
               10 tax-acc-taxable  PIC S9(09)V99.
               10 tax-acc-tax      PIC S9(09)V99.
       01 tax-no-rate-count   PIC 9(09) VALUE ZERO.
       01 tax-file-total      PIC S9(11)V99 VALUE ZERO.
       01 taxreg-status       PIC X(02) VALUE "00".
       01 tax-reg-detail.
           05 txr-date            PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 txr-region          PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 txr-entity          PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 txr-kind            PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 txr-rate-date       PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 txr-rate-pct        PIC 9(03).9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 txr-count           PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 txr-taxable         PIC +9(09).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 txr-tax             PIC +9(09).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 txr-runid           PIC X(16).
           05 FILLER              PIC X(03) VALUE SPACES.

      ** Adjustment carry fields - the ADJUST entries past the
      *  ADJMARK mark, netted per region into their own block,
      *  their own ADJ-kind rollup records, and their own run
      *  summary figures beside the loaded totals. Layout mirrors
      *  ADJPOST's adjust-detail, so keep the two in step. Regions
      *  are netted per entity; an entry written before ADJPOST
      *  carried one belongs to 0001.
       01 adjust-status       PIC X(02) VALUE "00".
       01 adjust-eof-sw       PIC X(01) VALUE "N".
           88 adjust-eof VALUE "Y".
       01 adjmark-status      PIC X(02) VALUE "00".
       01 adjmark-detail.
           05 am-seq              PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 am-ts               PIC X(21).
       01 adj-carry-mark      PIC 9(08) VALUE ZERO.
       01 adj-carry-high      PIC 9(08) VALUE ZERO.
       01 adjust-parsed.
           05 ap-ts               PIC X(21).
           05 FILLER              PIC X(01).
           05 ap-seq              PIC 9(08).
           05 FILLER              PIC X(01).
           05 ap-date             PIC X(08).
           05 FILLER              PIC X(01).
           05 ap-id               PIC 9(08).
           05 FILLER              PIC X(01).
           05 ap-region           PIC X(04).
           05 FILLER              PIC X(01).
           05 ap-amount           PIC X(13).
           05 FILLER              PIC X(71).
           05 FILLER              PIC X(01).
           05 ap-entity           PIC X(04).
       01 adj-line-amount     PIC S9(09)V99 VALUE ZERO.
       01 adj-rgn-used        PIC 9(02) BINARY VALUE ZERO.
       01 adj-rgn-idx         PIC 9(02) BINARY VALUE ZERO.
       01 adj-rgn-scan-idx    PIC 9(02) BINARY VALUE ZERO.
       01 adj-rgn-table.
           05 adj-rgn-entry OCCURS 20 TIMES.
               10 adj-rgn-code    PIC X(04).
               10 adj-rgn-entity  PIC X(04).
               10 adj-rgn-count   PIC 9(09).
               10 adj-rgn-amount  PIC S9(11)V99.
               10 adj-rgn-usd     PIC S9(11)V99.
               10 adj-rgn-debit   PIC S9(11)V99.
               10 adj-rgn-credit  PIC S9(11)V99.
       01 adj-skip-count      PIC 9(05) VALUE ZERO.
       01 run-adj-count       PIC 9(09) VALUE ZERO.
       01 run-adj-amount      PIC S9(11)V99 VALUE ZERO.
       01 adj-amount-edit     PIC Z(10)9.99-.

      ** Restatement fields. PANDASREAD_RESTATE_DATE names an
      *  earlier run date (yyyymmdd, the date its MTDROLL records
      *  carry) whose feed a region has resent corrected. The run
      *  recounts the extract that date originally processed -
      *  PANDASREAD_RESTATE_ORIGINAL, else the one feed RECONHST
      *  shows reconciled that day, else its ARCCAT .restored copy
      *  - then processes the corrected file as usual against the
      *  master, removes the original rows the correction dropped,
      *  and posts the region differences to MTDROLL as RST-kind
      *  records dated with the restated run date instead of a
      *  second day of ordinary figures. The master rows it writes
      *  carry this run's id, which the RESTATE audit line ties to
      *  the restated date.
       01 restate-date-alpha  PIC X(08) VALUE SPACES.
       01 restate-date-num    PIC 9(08) VALUE ZERO.
       01 restate-sw          PIC X(01) VALUE "N".
           88 restate-requested VALUE "Y".
       01 restate-orig-alpha  PIC X(256) VALUE SPACES.
       01 restate-open-path   PIC X(256) VALUE SPACES.
       01 restate-feed-count  PIC 9(03) VALUE ZERO.
       01 restate-roll-found  PIC 9(05) VALUE ZERO.
       01 restate-block-sw    PIC X(01) VALUE "N".
           88 restate-blocked VALUE "Y".
       01 restate-hist-eof-sw PIC X(01) VALUE "N".
           88 restate-hist-eof VALUE "Y".
       01 rst-superseded-sw   PIC X(01) VALUE "N".
           88 rst-row-superseded VALUE "Y".
       01 rst-superseded-count PIC 9(07) VALUE ZERO.
       01 rst-removed-count   PIC 9(07) VALUE ZERO.
       01 rst-orig-rows       PIC 9(09) VALUE ZERO.
       01 rst-orig-rejects    PIC 9(07) VALUE ZERO.
       01 rst-orig-line-count PIC 9(09) VALUE ZERO.
      ** The entity the original's first good row names (blank when
      *  it names none) - the feed's entity when no expected-feeds
      *  entry gives one, as the nightly run settled it.
       01 rst-data-entity     PIC X(04) VALUE SPACES.
       01 rst-first-row-sw    PIC X(01) VALUE "N".
           88 rst-first-row-seen VALUE "Y".
      ** Every id the original extract carried, ticked off as the
      *  corrected file presents it - what stays unticked is what
      *  the correction dropped.
       01 rst-id-used         PIC 9(05) BINARY VALUE ZERO.
       01 rst-id-idx          PIC 9(05) BINARY VALUE ZERO.
       01 rst-id-match-idx    PIC 9(05) BINARY VALUE ZERO.
       01 rst-id-full-sw      PIC X(01) VALUE "N".
           88 rst-id-tbl-full VALUE "Y".
       01 rst-id-table.
           05 rst-id-entry OCCURS 5000 TIMES.
               10 rst-id-value    PIC 9(08).
               10 rst-id-seen-sw  PIC X(01).
                   88 rst-id-seen VALUE "Y".
      ** Original and restated figures side by side, per region -
      *  the union of both files' regions.
       01 rst-rgn-used        PIC 9(02) BINARY VALUE ZERO.
       01 rst-rgn-idx         PIC 9(02) BINARY VALUE ZERO.
       01 rst-rgn-scan-idx    PIC 9(02) BINARY VALUE ZERO.
       01 rst-rgn-full-sw     PIC X(01) VALUE "N".
           88 rst-rgn-tbl-full VALUE "Y".
       01 rst-rgn-table.
           05 rst-rgn-entry OCCURS 20 TIMES.
               10 rst-rgn-code        PIC X(04).
               10 rst-rgn-old-count   PIC 9(09).
               10 rst-rgn-old-amount  PIC S9(11)V99.
               10 rst-rgn-old-usd     PIC S9(11)V99.
               10 rst-rgn-old-debit   PIC S9(11)V99.
               10 rst-rgn-old-credit  PIC S9(11)V99.
               10 rst-rgn-new-count   PIC 9(09).
               10 rst-rgn-new-amount  PIC S9(11)V99.
               10 rst-rgn-new-usd     PIC S9(11)V99.
               10 rst-rgn-new-debit   PIC S9(11)V99.
               10 rst-rgn-new-credit  PIC S9(11)V99.
       01 rst-lookup-region   PIC X(04) VALUE SPACES.
       01 rst-diff-count      PIC S9(09) VALUE ZERO.
       01 rst-diff-amount     PIC S9(11)V99 VALUE ZERO.
       01 rst-diff-usd        PIC S9(11)V99 VALUE ZERO.
       01 rst-diff-debit      PIC S9(11)V99 VALUE ZERO.
       01 rst-diff-credit     PIC S9(11)V99 VALUE ZERO.
       01 rst-rows-written    PIC 9(03) VALUE ZERO.
       01 rst-tot-old-count   PIC 9(09) VALUE ZERO.
       01 rst-tot-new-count   PIC 9(09) VALUE ZERO.
       01 rst-tot-old-amount  PIC S9(11)V99 VALUE ZERO.
       01 rst-tot-new-amount  PIC S9(11)V99 VALUE ZERO.
       01 rst-count-edit      PIC Z(08)9.
       01 rst-diff-cnt-edit   PIC -(08)9.
       01 rst-old-amt-edit    PIC Z(10)9.99-.
       01 rst-new-amt-edit    PIC Z(10)9.99-.
       01 rst-diff-amt-edit   PIC Z(10)9.99-.

      ** Suspense fields - a data line that does not unstring into
      *  exactly the CSVREC columns, or whose id/amount fields fail
           05 susp-ts             PIC X(21).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 susp-feed           PIC X(64).
       01 susp-image-id-alpha PIC X(10).

      ** One rule-violation history record - layout kept in step
      *  with DQSCORE's parse of it.
      *  written.
       01 vsam-old-record.
           05 vsam-old-id          PIC 9(08).
           05 vsam-old-entity      PIC X(04).
           05 vsam-old-name        PIC X(30).
           05 vsam-old-region      PIC X(04).
           05 vsam-old-amount      PIC S9(09)V99.
           05 vsam-old-trans-date  PIC X(10).
           05 vsam-old-feed        PIC X(60).
           05 vsam-old-runid       PIC X(16).
           05 vsam-old-line        PIC 9(09).

      ** VSAM load mode - the nightly default is DELTA, which
      *  compares each extract row against the existing master and
       01 vsam-add-count      PIC 9(09) VALUE ZERO.
       01 vsam-chg-count      PIC 9(09) VALUE ZERO.
       01 vsam-same-count     PIC 9(09) VALUE ZERO.
      ** The activity profile rides the master: it is opened with
      *  it and folds each applied add or change. A profile that
      *  cannot be opened is reported and the load goes on without
      *  it; one that fails mid-run marks the step RC=4, since its
      *  counts have drifted from the master's.
       01 custact-status      PIC X(02) VALUE "00".
       01 custact-open-sw     PIC X(01) VALUE "N".
           88 custact-open VALUE "Y".
       01 custact-new-count   PIC 9(09) VALUE ZERO.
       01 custact-upd-count   PIC 9(09) VALUE ZERO.
       01 custact-seen-count  PIC 9(09) VALUE ZERO.
       01 custact-new-sw      PIC X(01) VALUE "N".
           88 custact-is-new VALUE "Y".
       01 custact-row-month   PIC X(07) VALUE SPACES.
      ** Every master row carries its lineage after the business
      *  fields - the feed path, the run-correlation id of the load
      *  that last wrote it, and its physical line in that extract -
      *  so a disputed figure traces straight back to its source
      *  line. The first 67 bytes (key included) are the business
      *  image; the delta compare looks only at those, so a reload
      *  of unchanged data is not a change. The feed path is held
      *  to its first 60 bytes to make room for the entity in the
      *  key.
       01 vsam-new-record.
           05 vsam-new-id          PIC 9(08).
           05 vsam-new-entity      PIC X(04).
           05 vsam-new-name        PIC X(30).
           05 vsam-new-region      PIC X(04).
           05 vsam-new-amount      PIC S9(09)V99.
           05 vsam-new-trans-date  PIC X(10).
           05 vsam-new-feed        PIC X(60).
           05 vsam-new-runid       PIC X(16).
           05 vsam-new-line        PIC 9(09).
      ** Each change record names the run that applied it, so one
      *  run's deltas can be picked out of a change file that a
      *  week of DISP=MOD runs have extended.
       01 vsam-chg-detail.
           05 vsam-chg-flag        PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 vsam-chg-runid       PIC X(16).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 vsam-chg-before      PIC X(152).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 vsam-chg-after       PIC X(152).

      ** Two-phase apply fields. The native pass only CLASSIFIES a
      *  delta-mode row against the master and stages the intended
           05 FILLER               PIC X(01) VALUE SPACE.
           05 stg-flag             PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 stg-before           PIC X(152).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 stg-after            PIC X(152).
      ** One history record - layout kept in step with VSAMINQ's
      *  writer and its ASF reader. An ADD versions a blank image
      *  (there was no prior record), which is how ASF knows the id
      *  did not exist before that moment; vh-entity names the
      *  entity the id belongs to (blank on a record written before
      *  the master carried one - read as 0001).
       01 vsam-hist-status    PIC X(02) VALUE "00".
       01 vsam-hist-detail.
           05 vh-id                PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 vh-flag              PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 vh-image             PIC X(152).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 vh-entity            PIC X(04).
       01 dlta-stage-count    PIC 9(06) VALUE ZERO.
       01 dlta-applied-mark   PIC 9(06) VALUE ZERO.
       01 dlta-applied-count  PIC 9(06) VALUE ZERO.
           88 stage-committed VALUE "Y".
       01 stage-entry-count   PIC 9(06) VALUE ZERO.
       01 stg-before-view.
           05 stg-before-key.
               10 stg-before-id    PIC 9(08).
               10 stg-before-entity PIC X(04).
           05 FILLER               PIC X(140).

      ** Counts the files swept in a PANDASREAD_CSV_LIST run so
      *  WRITE-VSAM-ROW can fold a per-file discriminator into
       01 dup-id-table.
           05 dup-id-entry OCCURS 2000 TIMES.
               10 dup-id-value      PIC 9(08).
               10 dup-id-entity     PIC X(04).
               10 dup-id-kept-seq   PIC 9(02).
               10 dup-id-collisions PIC 9(05).
       01 dup-row-action      PIC X(01) VALUE SPACE.
      *  the reject row counts.
       01 recon-dup-amt       PIC S9(09)V99 VALUE ZERO.

      ** The file's counts for the balancing ledger, beyond those
      *  the reconciliation already keeps: the amount of the rows
      *  sent to suspense, the good rows the date window left out,
      *  the reject images actually written to SUSPENSE, and the
      *  rows that landed on the master (applied, or already there
      *  unchanged) against those deliberately kept off it (a FIRST
      *  duplicate, a row a later run rewrote since the restated
      *  date).
       01 bal-reject-amt      PIC S9(13)V99 VALUE ZERO.
       01 bal-skip-count      PIC 9(09) VALUE ZERO.
       01 bal-skip-amt        PIC S9(13)V99 VALUE ZERO.
       01 bal-susp-written    PIC 9(09) VALUE ZERO.
       01 bal-master-landed   PIC 9(09) VALUE ZERO.
       01 bal-master-land-amt PIC S9(13)V99 VALUE ZERO.
       01 bal-master-kept-off PIC 9(09) VALUE ZERO.
       01 bal-master-off-amt  PIC S9(13)V99 VALUE ZERO.

      ** Date-range window for the run - when from-date-alpha and/or
      *  to-date-alpha resolve to real yyyy-mm-dd values, only rows
      *  whose csv-rec-trans-date falls inside the window are
      *  extract (same parsing, same validation, same date window as
      *  the reconciliation), sorted by region and id so the region
      *  control break prints each section once with its subtotal.
      *  A file is one entity's, named in each page's feed heading.
       01 detail-report-alpha PIC X(01) VALUE "N".
           88 detail-report-requested VALUE "Y".
       01 rpt-status          PIC X(02) VALUE "00".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FILLER              PIC X(06) VALUE "FEED: ".
           05 rpt-h2-feed         PIC X(80).
           05 FILLER              PIC X(10) VALUE "  ENTITY: ".
           05 rpt-h2-entity       PIC X(04).
           05 rpt-h2-kind         PIC X(14) VALUE SPACES.
       01 rpt-colhdr-line.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "ID".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE "REGION ".
           05 rpt-s-region        PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rpt-s-region-name   PIC X(30).
           05 FILLER              PIC X(18) VALUE
               " SUBTOTAL:  COUNT=".
           05 rpt-s-count         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE "REGION ".
           05 rpt-u-region        PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rpt-u-region-name   PIC X(30).
           05 FILLER              PIC X(21) VALUE
               " USD-NORMALIZED AMT= ".
           05 rpt-u-amount        PIC $$,$$$,$$$,$$9.99-.
           05 rpt-dc-debit        PIC $$,$$$,$$$,$$9.99-.
           05 FILLER              PIC X(11) VALUE "  CREDITS= ".
           05 rpt-dc-credit       PIC $$,$$$,$$$,$$9.99-.
      ** The NET SALES BY REGION section closing the report: each
      *  entity and region's accepted sales, its accepted returns,
      *  and the net of the two, over every feed of the run. The
      *  amounts are the region's own currency, as in the sections
      *  above.
       01 rpt-net-title-line.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FILLER              PIC X(40) VALUE
               "NET SALES BY REGION - ALL FEEDS THIS RUN".
       01 rpt-net-colhdr-line.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "ENT".
           05 FILLER              PIC X(06) VALUE "RGN".
           05 FILLER              PIC X(32) VALUE "REGION NAME".
           05 FILLER              PIC X(11) VALUE "      SALES".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(18) VALUE
               "      SALES AMOUNT".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE "    RETURNS".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(18) VALUE
               "    RETURNS AMOUNT".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(18) VALUE
               "        NET AMOUNT".
       01 rpt-net-line.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 rpt-n-entity        PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 rpt-n-region        PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 rpt-n-region-name   PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 rpt-n-sale-count    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 rpt-n-sale-amount   PIC $$,$$$,$$$,$$9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 rpt-n-rtn-count     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 rpt-n-rtn-amount    PIC $$,$$$,$$$,$$9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 rpt-n-net-amount    PIC $$,$$$,$$$,$$9.99-.

      ** PII masking fields. When PANDASREAD_MASK_NAMES=Y the
      *  dataframe view used for the printed dump and the JSON
           05 FILLER          PIC X(20) VALUE "trans_date".
       01 schema-expected-tbl REDEFINES schema-expected-data.
           05 schema-expected-name PIC X(20) OCCURS 5 TIMES.
      ** A returns feed is held to the RTNREC.cpy column set the
      *  same way - a seventh entity column is the only extra.
       01 rtn-schema-expected-data.
           05 FILLER          PIC X(20) VALUE "return_id".
           05 FILLER          PIC X(20) VALUE "orig_id".
           05 FILLER          PIC X(20) VALUE "region".
           05 FILLER          PIC X(20) VALUE "amount".
           05 FILLER          PIC X(20) VALUE "return_date".
           05 FILLER          PIC X(20) VALUE "reason".
       01 rtn-schema-expected-tbl REDEFINES rtn-schema-expected-data.
           05 rtn-schema-expected-name PIC X(20) OCCURS 6 TIMES.
       01 schema-found-tbl.
           05 schema-found-name PIC X(20) OCCURS 7 TIMES.
       01 schema-col-idx      PIC 9(02) BINARY VALUE ZERO.
       01 schema-field-count  PIC 9(02) BINARY VALUE ZERO.

           05 an-count            PIC X(09).
           05 FILLER              PIC X(01).
           05 an-amount           PIC X(13).
           05 FILLER              PIC X(43).
           05 an-kind             PIC X(03).
           05 FILLER              PIC X(01).
           05 an-entity           PIC X(04).
       01 anom-tbl-used       PIC 9(02) BINARY VALUE ZERO.
       01 anom-scan-idx       PIC 9(02) BINARY VALUE ZERO.
       01 anom-match-idx      PIC 9(02) BINARY VALUE ZERO.
       01 anom-check-idx      PIC 9(02) BINARY VALUE ZERO.
       01 anom-base-table.
           05 anom-base-entry OCCURS 20 TIMES.
               10 anom-base-region  PIC X(04).
               10 anom-base-entity  PIC X(04).
               10 anom-base-days    PIC 9(05).
               10 anom-base-total   PIC S9(13)V99.
               10 anom-base-avg     PIC S9(11)V99.
       01 expf-pattern        PIC X(200).
       01 expf-days-alpha     PIC X(40).
       01 expf-dueby-alpha    PIC X(08).
       01 expf-entity-alpha   PIC X(08).
       01 expf-region-alpha   PIC X(08).
       01 expf-due-sw         PIC X(01) VALUE "N".
           88 expf-due-today VALUE "Y".
       01 expf-hit-count      PIC 9(03) VALUE ZERO.
               10 pf-path         PIC X(256).
               10 pf-result       PIC X(04).
       COPY PYZCALWS.
       COPY PYRGNWS.
       COPY PYRC.
       COPY PYVERWS.
       COPY PYAUDWS.
       COPY PYPFWS.
       COPY PYBLWS.
       COPY PYSESSWS.
       COPY PYNVWS.
       COPY PYCEWS.

       LINKAGE SECTION.
       01 lk-csv-path         PIC X(256).
           IF usd-normalize-requested
               PERFORM LOAD-CURRENCY-MAP
           END-IF
           PERFORM LOAD-TAX-RATES

           MOVE "PANDASREAD_VSAM_RGN" TO setting-env-name
           PERFORM RESOLVE-SETTING-VALUE
           PERFORM LOAD-SITE-CALENDAR
           PERFORM COMPUTE-NEXT-BUSINESS-DAY
           PERFORM LOAD-VALIDATION-RULES
           PERFORM LOAD-REGION-MASTER

           MOVE "PANDASREAD_INPUT_FORMAT" TO setting-env-name
           PERFORM RESOLVE-SETTING-VALUE
               MOVE "N" TO detail-report-alpha
           END-IF

           MOVE "PANDASREAD_RESTATE_DATE" TO setting-env-name
           PERFORM RESOLVE-SETTING-VALUE
           MOVE setting-value TO restate-date-alpha
           IF restate-date-alpha NOT = SPACES
               SET restate-requested TO TRUE
               MOVE "PANDASREAD_RESTATE_ORIGINAL" TO setting-env-name
               PERFORM RESOLVE-SETTING-VALUE
               MOVE setting-value TO restate-orig-alpha
           END-IF

           MOVE "PANDASREAD_LOCK_OVERRIDE" TO setting-env-name
           PERFORM RESOLVE-SETTING-VALUE
           MOVE setting-value(1:1) TO lock-override-alpha
               GOBACK
           END-IF

      ** A restatement is checked whole before anything is locked
      *  or written: a date that can still be restated, a run shape
      *  the restatement can balance, and an original extract it
      *  can recount.
           IF restate-requested
               PERFORM VALIDATE-RESTATEMENT
               IF restate-blocked
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      ** Serialize the run before anything that writes - the lock
      *  name is tied to the csv path, so two runs over different
      *  feeds can still overlap but a duplicate submission of the
                       PERFORM OPEN-VSAM-CHANGE-FILE
                   END-IF
                   PERFORM OPEN-ACCESS-PATHS
                   PERFORM OPEN-CUSTOMER-ACTIVITY
      ** A prior run that abended mid-apply left staged deltas and
      *  a marker behind - finish that apply before any new work,
      *  so the master is whole before this run's extract is even
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid
               PERFORM ADOPT-JOB-RUNID
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
               PERFORM PROCESS-ONE-CSV
           END-IF

      ** With the day's files posted, carry any adjustments ADJPOST
      *  has posted since the last run as their own lines.
           PERFORM CARRY-ADJUSTMENTS

      ** Shut down the Python interpreter - every path through
      *  MAIN-PARAGRAPH, success or failure, ends here so the
      *  interpreter is never left initialized across job steps.
               IF vsam-full-reload
                   DISPLAY "VSAM OUTPUT COMPLETE - DATASET="
                       FUNCTION TRIM(vsam-out-alpha)
      ** The subscribers cannot follow a rebuild record by record -
      *  one reload event tells them to resynchronize from an
      *  extract.
                   MOVE "RLD" TO pyce-type
                   PERFORM PUBLISH-CHANGE-EVENT
               ELSE
                   DISPLAY "VSAM DELTA COMPLETE - DATASET="
                       FUNCTION TRIM(vsam-out-alpha)
                       " CHANGES=" vsam-chg-count
                       " UNCHANGED=" vsam-same-count
               END-IF
               IF pyce-event-count NOT = ZERO
                   OR pyce-fail-count NOT = ZERO
                   DISPLAY "  CHANGE EVENTS PUBLISHED="
                       pyce-event-count
                       " NOT PUBLISHED=" pyce-fail-count
               END-IF
               MOVE "N" TO vsam-out-open-sw
           END-IF
           IF vsam-rgn-open
               CLOSE VSAM-CHANGE-FILE
               MOVE "N" TO vsam-chg-open-sw
           END-IF
           PERFORM CLOSE-NAME-VAULT
           IF custact-open
               CLOSE CUST-ACTIVITY-FILE
               MOVE "N" TO custact-open-sw
               DISPLAY "CUSTOMER PROFILES - NEW=" custact-new-count
                   " UPDATED=" custact-upd-count
                   " ALREADY COUNTED=" custact-seen-count
           END-IF
           IF net-used NOT = ZERO
               PERFORM PRINT-NET-SALES-SECTION
           END-IF
           IF rpt-file-open
               CLOSE DETAIL-RPT-FILE
               DISPLAY "DETAIL REPORT COMPLETE - " rpt-page-num
           END-IF
           PERFORM PRINT-DUPLICATES-REPORT
           PERFORM PRINT-RULES-REPORT
      ** A restatement reprocesses one past feed - the day's
      *  expected-feeds registry does not describe it.
           IF NOT restate-requested
               PERFORM CHECK-EXPECTED-FEEDS
           END-IF
           PERFORM WRITE-RUN-SUMMARY
           PERFORM RELEASE-RUN-LOCK
      ** A shared session is finalized once by the chain driver, so
           DISPLAY "  CUTOFF_TIME="
               FUNCTION TRIM(cutoff-time-alpha)
           DISPLAY "  DRY_RUN=" dry-run-alpha
           IF restate-requested
               DISPLAY "  RESTATE_DATE=" restate-date-alpha
               DISPLAY "  RESTATE_ORIGINAL="
                   FUNCTION TRIM(restate-orig-alpha)
           END-IF
           DISPLAY "  PY_RUNTIME_VERSION="
               FUNCTION TRIM(py-version-alpha)
           DISPLAY " ".
           MOVE run-total-amount TO rs-amount
           MOVE run-reject-total TO rs-rejects
           MOVE run-recon-result TO rs-recon
           MOVE run-adj-count TO rs-adj-count
           MOVE run-adj-amount TO rs-adj-amount
           IF RETURN-CODE < ZERO
               MOVE ZERO TO rs-highest-rc
           ELSE
               " AMOUNT=" run-total-amount
               " REJECTS=" run-reject-total
               " RECON=" run-recon-result
               " HIGHEST-RC=" rs-highest-rc
           IF run-rtn-count NOT = ZERO
               MOVE run-rtn-amount TO adj-amount-edit
               DISPLAY "  RETURNS POSTED=" run-rtn-count
                   " RETURNS AMOUNT=" adj-amount-edit
           END-IF
           IF run-adj-count NOT = ZERO
               MOVE run-adj-amount TO adj-amount-edit
               DISPLAY "  ADJUSTMENTS CARRIED=" run-adj-count
                   " ADJUSTMENT AMOUNT=" adj-amount-edit
           END-IF.

      ** Opens the csv-list file and processes every non-blank path
      *  it names, one report section per file.
      *  support instead.
       PROCESS-ONE-CSV.
           ADD 1 TO run-files-count
           PERFORM RESOLVE-FEED-ENTITY
           MOVE "N" TO feed-returns-sw
      ** Remember the feed for the end-of-run expected-feeds check;
      *  the reconciliation fills its outcome in later.
           IF pf-used < 50
                       "FOR FWF INPUT - READING THE FILE WHOLE"
               END-IF
               PERFORM LOAD-FWF-LAYOUT
               IF fwf-layout-valid AND restate-requested
                   PERFORM RECOUNT-RESTATE-ORIGINAL
               END-IF
               IF fwf-layout-valid AND NOT restate-blocked
                   MOVE "Y" TO schema-valid-sw
                   PERFORM RUN-NATIVE-EXTRACT-PASS
                   PERFORM STAGE-RESTATE-REMOVALS
                   PERFORM WRITE-STAGE-COMMIT
                   PERFORM COMMIT-NATIVE-PASS-OUTPUTS
                   PERFORM PROCESS-CSV-WHOLE
      *  check stops this file cold rather than letting a reordered
      *  feed or a partial FTP transfer sail into the dataframe.
               PERFORM VALIDATE-HEADER-SCHEMA
               IF schema-valid AND feed-returns
                   PERFORM CHECK-RETURNS-FEED-RUN
               END-IF
               IF schema-valid AND restate-requested
                   PERFORM RECOUNT-RESTATE-ORIGINAL
               END-IF
               IF NOT schema-valid OR restate-blocked
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF chunk-size-num NOT = ZERO
                       IF NOT trailer-valid
                           PERFORM RESET-DELTA-STAGING
                           PERFORM DISCARD-NATIVE-PASS-OUTPUTS
                           PERFORM POST-REFUSED-BALANCE
                           MOVE 16 TO RETURN-CODE
                       ELSE
                           PERFORM STAGE-RESTATE-REMOVALS
                           PERFORM WRITE-STAGE-COMMIT
                           PERFORM COMMIT-NATIVE-PASS-OUTPUTS
                           PERFORM PROCESS-CSV-WHOLE
               "SKIPPED".

      ** Reads the extract's header line natively and verifies it is
      *  exactly the column set CSVREC.cpy documents - or, for a
      *  returns feed, RTNREC.cpy - right names, right order,
      *  nothing extra. On a mismatch, prints a column-by-column
      *  expected-vs-found report and marks the file invalid so the
      *  caller can fail fast.
       VALIDATE-HEADER-SCHEMA.
           MOVE "Y" TO schema-valid-sw
           MOVE SPACES TO schema-found-tbl
                            schema-found-name(04)
                            schema-found-name(05)
                            schema-found-name(06)
                            schema-found-name(07)
                       TALLYING IN schema-field-count
                   END-UNSTRING

      ** A header opening with return_id is a returns feed, held
      *  to the RTNREC column set instead.
                   MOVE "N" TO feed-entity-col-sw
                   MOVE "N" TO feed-returns-sw
                   IF schema-found-name(01) = "return_id"
                       SET feed-returns TO TRUE
                       PERFORM VALIDATE-RETURNS-HEADER
                   ELSE
                       PERFORM VALIDATE-SALES-HEADER
                   END-IF
               END-IF
           END-IF.

      ** Holds a sales feed's header to the CSVREC column set.
       VALIDATE-SALES-HEADER.
      ** An entity column may follow the documented five - the
      *  only extra column the schema allows.
           IF schema-field-count = 6
               AND schema-found-name(06) = "entity"
               SET feed-entity-column TO TRUE
           ELSE
               IF schema-field-count NOT = 5
                   MOVE "N" TO schema-valid-sw
               END-IF
           END-IF
           PERFORM CHECK-SCHEMA-COLUMN
               VARYING schema-col-idx FROM 1 BY 1
               UNTIL schema-col-idx > 5

           IF NOT schema-valid
               DISPLAY "HEADER SCHEMA VALIDATION FAILED: "
                   FUNCTION TRIM(csv-path-alpha)
               DISPLAY "  COL EXPECTED             FOUND"
               PERFORM PRINT-SCHEMA-COLUMN
                   VARYING schema-col-idx FROM 1 BY 1
                   UNTIL schema-col-idx > 5
               IF schema-field-count > 5
                   DISPLAY "  UNEXPECTED EXTRA COLUMN(S) "
                       "PRESENT AFTER COLUMN 5 - ONLY AN "
                       "entity COLUMN MAY FOLLOW"
               END-IF
           END-IF.

      ** Holds a returns feed's header to the RTNREC column set.
       VALIDATE-RETURNS-HEADER.
           IF schema-field-count = 7
               AND schema-found-name(07) = "entity"
               SET feed-entity-column TO TRUE
           ELSE
               IF schema-field-count NOT = 6
                   MOVE "N" TO schema-valid-sw
               END-IF
           END-IF
           PERFORM CHECK-RETURNS-SCHEMA-COLUMN
               VARYING schema-col-idx FROM 1 BY 1
               UNTIL schema-col-idx > 6

           IF NOT schema-valid
               DISPLAY "RETURNS HEADER SCHEMA VALIDATION FAILED: "
                   FUNCTION TRIM(csv-path-alpha)
               DISPLAY "  COL EXPECTED             FOUND"
               PERFORM PRINT-RETURNS-SCHEMA-COLUMN
                   VARYING schema-col-idx FROM 1 BY 1
                   UNTIL schema-col-idx > 6
               IF schema-field-count > 6
                   DISPLAY "  UNEXPECTED EXTRA COLUMN(S) "
                       "PRESENT AFTER COLUMN 6 - ONLY AN "
                       "entity COLUMN MAY FOLLOW"
               END-IF
           END-IF.

               schema-expected-name(schema-col-idx) " "
               schema-found-name(schema-col-idx).

       CHECK-RETURNS-SCHEMA-COLUMN.
           IF schema-found-name(schema-col-idx)
               NOT = rtn-schema-expected-name(schema-col-idx)
               MOVE "N" TO schema-valid-sw
           END-IF.

       PRINT-RETURNS-SCHEMA-COLUMN.
           DISPLAY "  " schema-col-idx "  "
               rtn-schema-expected-name(schema-col-idx) " "
               schema-found-name(schema-col-idx).

      ** A returns feed is checked against the master as it is read,
      *  so it needs the master open for delta work - a FULL reload
      *  empties it first and a chunked read never opens it - and it
      *  posts as a day's returns, so it cannot be restated. With
      *  the run shape right, the returns history is loaded once for
      *  the run; a history past the tables cannot hold the file to
      *  its duplicate and over-return checks, so it is refused.
       CHECK-RETURNS-FEED-RUN.
           DISPLAY "RETURNS FEED: " FUNCTION TRIM(csv-path-alpha)
           EVALUATE TRUE
               WHEN restate-requested
                   DISPLAY "A RETURNS FEED CANNOT BE RESTATED - "
                       "CORRECT IT THROUGH ADJPOST - FILE REFUSED"
                   MOVE "N" TO schema-valid-sw
               WHEN chunk-size-num NOT = ZERO
                   DISPLAY "A RETURNS FEED CANNOT BE READ IN "
                       "CHUNKS - FILE REFUSED"
                   MOVE "N" TO schema-valid-sw
               WHEN NOT vsam-out-open
                   DISPLAY "A RETURNS FEED NEEDS THE VSAM MASTER "
                       "(PANDASREAD_VSAM_OUT) TO CHECK ITS "
                       "ORIGINALS - FILE REFUSED"
                   MOVE "N" TO schema-valid-sw
               WHEN vsam-full-reload
                   DISPLAY "A RETURNS FEED CANNOT RUN WITH A FULL "
                       "MASTER RELOAD - FILE REFUSED"
                   MOVE "N" TO schema-valid-sw
               WHEN OTHER
                   IF NOT rtn-hist-loaded
                       PERFORM LOAD-RETURNS-HISTORY
                   END-IF
                   IF rtn-tbl-full
                       DISPLAY "RETURNS HISTORY EXCEEDS THE 5000-"
                           "ENTRY TABLES - RETURNS CANNOT BE CHECKED "
                           "- FILE REFUSED"
                       MOVE "N" TO schema-valid-sw
                   END-IF
           END-EVALUATE.

      ** Loads what earlier runs' returns already took from each
      *  original, and every return id already posted. No history
      *  yet means no return has ever been accepted.
       LOAD-RETURNS-HISTORY.
           SET rtn-hist-loaded TO TRUE
           MOVE ZERO TO rtn-orig-used
           MOVE ZERO TO rtn-id-used
           MOVE ZERO TO rtn-hist-skip
           MOVE "N" TO rtn-hist-eof-sw
           OPEN INPUT RETURNS-HIST-FILE
           IF rtn-hist-status NOT = "00"
               DISPLAY "NO RETURNS HISTORY (RTNHIST) - NO RETURN "
                   "HAS BEEN ACCEPTED BEFORE THIS RUN"
           ELSE
               READ RETURNS-HIST-FILE INTO rtn-hist-record
                   AT END SET rtn-hist-eof TO TRUE
               END-READ
               PERFORM FOLD-RETURNS-HISTORY-LINE UNTIL rtn-hist-eof
               CLOSE RETURNS-HIST-FILE
               DISPLAY "RETURNS HISTORY LOADED - " rtn-id-used
                   " RETURN(S) AGAINST " rtn-orig-used
                   " ORIGINAL(S)"
               IF rtn-hist-skip NOT = ZERO
                   DISPLAY "WARNING: " rtn-hist-skip " RTNHIST "
                       "LINE(S) UNREADABLE - NOT COUNTED"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       FOLD-RETURNS-HISTORY-LINE.
           IF rtn-hist-record NOT = SPACES
               MOVE rtn-hist-record TO rtn-hist-detail
               IF rth-return-id IS NOT NUMERIC
                   OR rth-orig-key IS NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL(rth-amount) NOT = ZERO
                   ADD 1 TO rtn-hist-skip
               ELSE
                   COMPUTE rtn-fold-amount =
                       FUNCTION NUMVAL(rth-amount)
                   PERFORM FOLD-ONE-RETURN
               END-IF
           END-IF
           READ RETURNS-HIST-FILE INTO rtn-hist-record
               AT END SET rtn-hist-eof TO TRUE
           END-READ.

      ** Folds the return in rtn-hist-detail (its amount in
      *  rtn-fold-amount) into the committed tables: its id into
      *  the posted ids, its amount into what its original has
      *  given back. A table past its capacity is said once, and
      *  every returns feed after it is refused - a return checked
      *  against part of the history could be posted twice or take
      *  back more than its original.
       FOLD-ONE-RETURN.
           IF rtn-id-used < 5000
               ADD 1 TO rtn-id-used
               MOVE rth-return-id TO rtn-id-value(rtn-id-used)
               MOVE rth-entity TO rtn-id-entity(rtn-id-used)
           ELSE
               PERFORM NOTE-RETURNS-TABLE-FULL
           END-IF
           MOVE ZERO TO rtn-match-idx
           PERFORM SCAN-RETURN-ORIGINAL
               VARYING rtn-scan-idx FROM 1 BY 1
               UNTIL rtn-scan-idx > rtn-orig-used
                   OR rtn-match-idx NOT = ZERO
           IF rtn-match-idx = ZERO
               IF rtn-orig-used < 5000
                   ADD 1 TO rtn-orig-used
                   MOVE rtn-orig-used TO rtn-match-idx
                   MOVE rth-orig-key TO rtn-orig-key(rtn-match-idx)
                   MOVE rth-entity TO rtn-orig-entity(rtn-match-idx)
                   MOVE ZERO TO rtn-orig-returned(rtn-match-idx)
               ELSE
                   PERFORM NOTE-RETURNS-TABLE-FULL
               END-IF
           END-IF
           IF rtn-match-idx NOT = ZERO
               ADD rtn-fold-amount
                   TO rtn-orig-returned(rtn-match-idx)
           END-IF.

       SCAN-RETURN-ORIGINAL.
           IF rtn-orig-key(rtn-scan-idx) = rth-orig-key
               AND rtn-orig-entity(rtn-scan-idx) = rth-entity
               MOVE rtn-scan-idx TO rtn-match-idx
           END-IF.

       NOTE-RETURNS-TABLE-FULL.
           IF NOT rtn-tbl-full
               SET rtn-tbl-full TO TRUE
               DISPLAY "RETURNS HISTORY TABLE FULL - RETURNS FEEDS "
                   "ARE REFUSED FROM HERE ON"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      ** Standalone trailer pre-scan, kept for the CHUNKED path
      *  only - a whole-file run gets its trailer capture from the
      *  combined native pass and its verdict from
      *  skipfooter=1 (which needs the python engine).
           IF input-format-fwf
               PERFORM BUILD-FWF-KWARGS
               MOVE "READ_FWF" TO pyperf-call
               PERFORM START-PERF-TIMER
               CALL "PyObject_Call" USING
                   BY VALUE read-fwf-func
                   BY VALUE read-csv-args
           ELSE
           IF input-format-xlsx
               PERFORM BUILD-EXCEL-KWARGS
               MOVE "READ_EXCEL" TO pyperf-call
               PERFORM START-PERF-TIMER
               CALL "PyObject_Call" USING
                   BY VALUE read-excel-func
                   BY VALUE read-csv-args
               END-CALL
           ELSE
           IF input-format-json
               MOVE "READ_JSON" TO pyperf-call
               PERFORM START-PERF-TIMER
               CALL "PyObject_CallObject" USING
                   BY VALUE read-json-func
                   BY VALUE read-csv-args
               IF trailer-present
                   PERFORM ADD-SKIPFOOTER-KWARGS
               END-IF
               MOVE "READ_CSV" TO pyperf-call
               PERFORM START-PERF-TIMER
               CALL "PyObject_Call" USING
                   BY VALUE read-csv-func
                   BY VALUE read-csv-args
           END-IF
           END-IF
           END-IF
           PERFORM STOP-PERF-TIMER
           MOVE pandas-csv-data-ptr TO perf-result-ptr
           MOVE pandas-csv-data-ptr TO perf-frame-ptr
           PERFORM RECORD-PANDAS-CALL

           IF pandas-csv-data-ptr EQUAL null
               DISPLAY u'pandas read failed - check csv-path and '
      *  window first, so the print, the aggregates, the JSON export,
      *  and the pandas side of the reconciliation all work off the
      *  same filtered population.
      ** A returns feed is dated by return_date, not trans_date,
      *  and the native pass holds it to no window, so it is not
      *  filtered here either.
           IF from-date-alpha NOT = SPACES
               OR to-date-alpha NOT = SPACES
               IF feed-returns
                   DISPLAY "RETURNS FEED - TRANS_DATE WINDOW NOT "
                       "APPLIED"
               ELSE
                   PERFORM APPLY-DATE-FILTER
               END-IF
           END-IF

      ** Build the view the print and export steps work from - the
      *  masked copy when name masking was requested, the full
      *  dataframe otherwise. The aggregates and the reconciliation
      *  below stay on the untouched original either way. A
      *  returns feed carries no customer names to mask.
           IF mask-names-requested AND feed-returns
               MOVE pandas-csv-data-ptr TO view-df-ptr
               SET mask-applied TO TRUE
           ELSE
               IF mask-names-requested
                   PERFORM BUILD-MASKED-VIEW
               ELSE
                   MOVE pandas-csv-data-ptr TO view-df-ptr
               END-IF
           END-IF

      ** Narrow the view to just the requested columns, if any, for

           MOVE Z'count' TO agg-name
           MOVE "ROW COUNT PER COLUMN:" TO agg-label
           MOVE "AGG_COUNT" TO agg-perf-call
           PERFORM AGGREGATE-AND-PRINT

           MOVE Z'sum' TO agg-name
           MOVE "COLUMN TOTALS (SUM):" TO agg-label
           MOVE "AGG_SUM" TO agg-perf-call
           PERFORM AGGREGATE-AND-PRINT

           MOVE Z'mean' TO agg-name
           MOVE "COLUMN AVERAGES (MEAN):" TO agg-label
           MOVE "AGG_MEAN" TO agg-perf-call
           PERFORM AGGREGATE-AND-PRINT

           MOVE Z'std' TO agg-name
           MOVE "COLUMN SPREAD (STD):" TO agg-label
           MOVE "AGG_STD" TO agg-perf-call
           PERFORM AGGREGATE-AND-PRINT

      ** Break the amount column down by region - the grouping the
                   BY REFERENCE index-kw-name
                   BY VALUE index-false-ptr
               END-CALL
               PERFORM START-PERF-TIMER
               CALL "PyObject_Call" USING
                   BY VALUE to-csv-func
                   BY VALUE to-csv-args
                   BY VALUE to-csv-kwargs
                   RETURNING to-csv-result-ptr
               END-CALL
               PERFORM STOP-PERF-TIMER
               MOVE "TO_CSV_SIDECAR" TO pyperf-call
               MOVE to-csv-result-ptr TO perf-result-ptr
               MOVE pandas-csv-data-ptr TO perf-frame-ptr
               PERFORM RECORD-PANDAS-CALL

               IF to-csv-result-ptr EQUAL null
                   DISPLAY u'Sidecar to_csv failed - file failed, '
               BY VALUE read-csv-args BY VALUE 0 BY VALUE csv-path-ptr
           END-CALL

           PERFORM START-PERF-TIMER
           CALL "PyObject_Call" USING
               BY VALUE read-csv-func
               BY VALUE read-csv-args
               BY VALUE chunk-kwargs-ptr
               RETURNING chunk-df-ptr
           END-CALL
           PERFORM STOP-PERF-TIMER
           MOVE "READ_CSV_CHUNK" TO pyperf-call

           IF chunk-df-ptr EQUAL null
               DISPLAY u'Chunked pandas.read_csv call failed'
               MOVE -1 TO pyperf-rc
               PERFORM WRITE-PERF-RECORD
               SET chunk-done TO TRUE
           ELSE
               CALL "PyDict_GetItemString" USING
                       RETURNING chunk-rowcount
                   END-CALL
               END-IF
               IF chunk-rowcount > ZERO
                   MOVE chunk-rowcount TO pyperf-rows
               END-IF
               PERFORM WRITE-PERF-RECORD

               IF chunk-rowcount = ZERO
                   DISPLAY "CHUNKED READ COMPLETE - NO MORE ROWS AT "
                   BY VALUE 0
                   BY VALUE query-expr-ptr
               END-CALL
               PERFORM START-PERF-TIMER
               CALL "PyObject_CallObject" USING
                   BY VALUE query-func
                   BY VALUE query-args
                   RETURNING query-result-ptr
               END-CALL
               PERFORM STOP-PERF-TIMER
               MOVE "QUERY_DATE_WINDOW" TO pyperf-call
               MOVE query-result-ptr TO perf-result-ptr
               MOVE query-result-ptr TO perf-frame-ptr
               PERFORM RECORD-PANDAS-CALL

               IF query-result-ptr EQUAL null
                   DISPLAY u'Date window query failed - dataframe '
                   BY VALUE 0
                   RETURNING mask-copy-args
               END-CALL
               PERFORM START-PERF-TIMER
               CALL "PyObject_CallObject" USING
                   BY VALUE mask-copy-func
                   BY VALUE mask-copy-args
                   RETURNING masked-df-ptr
               END-CALL
               PERFORM STOP-PERF-TIMER
               MOVE "MASK_COPY" TO pyperf-call
               MOVE masked-df-ptr TO perf-result-ptr
               MOVE masked-df-ptr TO perf-frame-ptr
               PERFORM RECORD-PANDAS-CALL
               IF masked-df-ptr EQUAL null
                   DISPLAY u'DataFrame.copy failed - names left '
                       u'unmasked'
                   BY VALUE to-json-path-ptr
               END-CALL

               PERFORM START-PERF-TIMER
               CALL "PyObject_CallObject" USING
                   BY VALUE to-json-func
                   BY VALUE to-json-args
                   RETURNING to-json-result-ptr
               END-CALL
               PERFORM STOP-PERF-TIMER
               MOVE "TO_JSON" TO pyperf-call
               MOVE to-json-result-ptr TO perf-result-ptr
               MOVE selected-df-ptr TO perf-frame-ptr
               PERFORM RECORD-PANDAS-CALL

               IF to-json-result-ptr EQUAL null
                   DISPLAY u'DataFrame.to_json failed - check json-out'
                   RETURNING agg-args
               END-CALL

               PERFORM START-PERF-TIMER
               CALL "PyObject_CallObject" USING
                   BY VALUE agg-func-ptr
                   BY VALUE agg-args
                   RETURNING agg-result-ptr
               END-CALL
               PERFORM STOP-PERF-TIMER
               MOVE agg-perf-call TO pyperf-call
               MOVE agg-result-ptr TO perf-result-ptr
               MOVE pandas-csv-data-ptr TO perf-frame-ptr
               PERFORM RECORD-PANDAS-CALL

               IF agg-result-ptr EQUAL null
                   DISPLAY u'Aggregate call failed'
      *  so a narrowed column view never narrows the subtotals.
       PRINT-REGION-SUMMARY.
           DISPLAY " "
           IF feed-returns
               DISPLAY "===== RETURNS REGION SUBTOTAL REPORT ====="
           ELSE
               DISPLAY "===== REGION SUBTOTAL REPORT ====="
           END-IF

           CALL "PyObject_GetAttrString" USING
               BY VALUE pandas-csv-data-ptr
                   BY VALUE 0
                   BY VALUE region-col-u-ptr
               END-CALL
               PERFORM START-PERF-TIMER
               CALL "PyObject_CallObject" USING
                   BY VALUE groupby-func
                   BY VALUE groupby-args
                   RETURNING groupby-result-ptr
               END-CALL
               PERFORM STOP-PERF-TIMER
               MOVE "GROUPBY_REGION" TO pyperf-call
               MOVE groupby-result-ptr TO perf-result-ptr
               MOVE pandas-csv-data-ptr TO perf-frame-ptr
               PERFORM RECORD-PANDAS-CALL

               IF groupby-result-ptr EQUAL null
                   DISPLAY u'DataFrame.groupby call failed'
                   IF gb-amount-ptr NOT EQUAL null
                       MOVE Z'count' TO agg-name
                       MOVE "REGION RECORD COUNTS:" TO agg-label
                       MOVE "GROUPBY_COUNT" TO agg-perf-call
                       PERFORM PRINT-REGION-AGGREGATE

                       MOVE Z'sum' TO agg-name
                       MOVE "REGION AMOUNT TOTALS:" TO agg-label
                       MOVE "GROUPBY_SUM" TO agg-perf-call
                       PERFORM PRINT-REGION-AGGREGATE
                   END-IF
               END-IF
                   BY VALUE 0
                   RETURNING gb-agg-args
               END-CALL
               PERFORM START-PERF-TIMER
               CALL "PyObject_CallObject" USING
                   BY VALUE gb-agg-func
                   BY VALUE gb-agg-args
                   RETURNING gb-agg-result-ptr
               END-CALL
               PERFORM STOP-PERF-TIMER
               MOVE agg-perf-call TO pyperf-call
               MOVE gb-agg-result-ptr TO perf-result-ptr
               MOVE pandas-csv-data-ptr TO perf-frame-ptr
               PERFORM RECORD-PANDAS-CALL
               IF gb-agg-result-ptr EQUAL null
                   DISPLAY u'Groupby aggregate call failed'
               ELSE
       RECONCILE-TOTALS.
           DISPLAY " "
           DISPLAY "===== RECONCILIATION CHECK ====="
           DISPLAY "LEGAL ENTITY: " feed-entity
           IF feed-returns
               DISPLAY "RETURNS FEED - AMOUNTS ARE VALUES RETURNED"
           END-IF

           MOVE ZERO TO pandas-rec-count
           MOVE ZERO TO pandas-total-amt
                           BY VALUE 0
                           RETURNING amount-sum-args
                       END-CALL
                       PERFORM START-PERF-TIMER
                       CALL "PyObject_CallObject" USING
                           BY VALUE amount-sum-func
                           BY VALUE amount-sum-args
                           RETURNING amount-sum-ptr
                       END-CALL
                       PERFORM STOP-PERF-TIMER
                       MOVE "SUM_AMOUNT" TO pyperf-call
                       MOVE amount-sum-ptr TO perf-result-ptr
                       MOVE pandas-csv-data-ptr TO perf-frame-ptr
                       PERFORM RECORD-PANDAS-CALL
                       IF amount-sum-ptr NOT EQUAL null
                           CALL "PyFloat_AsDouble" USING
                               BY VALUE amount-sum-ptr
      ** A row the duplicate policy diverted still sits in the
      *  dataframe's total - allow for its amount the same way the
      *  in-window reject count is allowed for.
      ** A return refused on the business checks, and a row
      *  refused for its region, are allowed for the same way.
               COMPUTE recon-diff =
                   pandas-total-amt - native-total-amt
                       - recon-dup-amt - rtn-refused-amt
                       - rgn-refused-amt
      ** Debits and credits must agree SEPARATELY - the offsetting
      *  pair of errors that nets to zero fails here.
               COMPUTE recon-diff-debit =
                   pandas-debit-amt - native-debit-amt
                       - recon-dup-debit - rtn-refused-debit
                       - rgn-refused-debit
               COMPUTE recon-diff-credit =
                   pandas-credit-amt - native-credit-amt
                       - recon-dup-credit - rtn-refused-credit
                       - rgn-refused-credit
               IF pandas-rec-count NOT =
                       native-rec-count + recon-reject-inwin
                   OR FUNCTION ABS(recon-diff) > 0.01

      ** Roll this file's reconciliation into the run-level summary
      *  counters - one FAIL anywhere marks the whole run FAIL.
      *  Returns are counted apart from the rows loaded.
               IF feed-returns
                   ADD native-rec-count TO run-rtn-count
                   ADD native-total-amt TO run-rtn-amount
               ELSE
                   ADD native-rec-count TO run-total-rows
                   ADD native-total-amt TO run-total-amount
               END-IF
               ADD recon-reject-count TO run-reject-total
               IF run-recon-result NOT = "FAIL"
                   MOVE rh-result TO run-recon-result
               END-IF

      ** Flag this file's region totals against the rollup
      *  baseline before today's own figures are posted to it -
      *  sales only; the baseline is a sales baseline.
               IF anom-pct-num NOT = ZERO AND NOT feed-returns
                   PERFORM CHECK-AMOUNT-ANOMALY
               END-IF

      ** Post this file's per-region figures to the month-to-date
      *  rollup master for the period report - or, restating an
      *  earlier date, only the differences against what that date
      *  originally posted.
               IF restate-requested
                   PERFORM WRITE-RESTATEMENT-ROWS
               ELSE
                   PERFORM WRITE-ROLLUP-ROWS
                   IF tax-rates-loaded
                       PERFORM WRITE-TAX-REGISTER-ROWS
                   END-IF
                   PERFORM FOLD-NET-SALES-REGION
                       VARYING net-fold-idx FROM 1 BY 1
                       UNTIL net-fold-idx > region-tot-used
               END-IF

      ** The staged deltas computed during this file's pass are
      *  applied to the master only now the pass and its checks
               IF vsam-out-open
                   PERFORM APPLY-STAGED-DELTAS
               END-IF
               PERFORM POST-LOAD-BALANCE
           END-IF.

      ** Posts the file to the balancing ledger as three stages:
      *  LOAD (every data line, split into the rows accepted, the
      *  rows sent to suspense, and the good rows the date window
      *  left out), SUSPENSE (the rejects against the images
      *  actually written there) and, when the master is open,
      *  MASTER (the accepted rows against those that landed on it
      *  or were deliberately kept off it).
       POST-LOAD-BALANCE.
           MOVE "LOAD" TO pybal-stage
           MOVE csv-path-alpha TO pybal-subject
           MOVE rh-result TO pybal-note
           MOVE trailer-scan-count TO pybal-in-count
           MOVE trailer-scan-amount TO pybal-in-amount
           MOVE native-rec-count TO pybal-out-count
           MOVE native-total-amt TO pybal-out-amount
           MOVE recon-reject-count TO pybal-rej-count
           MOVE bal-reject-amt TO pybal-rej-amount
           MOVE bal-skip-count TO pybal-skip-count
           MOVE bal-skip-amt TO pybal-skip-amount
           PERFORM POST-BALANCE-ENTRY

           MOVE "SUSPENSE" TO pybal-stage
           MOVE csv-path-alpha TO pybal-subject
           SET pybal-amounts-not-measured TO TRUE
           MOVE recon-reject-count TO pybal-in-count
           MOVE bal-susp-written TO pybal-out-count
           PERFORM POST-BALANCE-ENTRY

           IF vsam-out-open
               MOVE "MASTER" TO pybal-stage
               MOVE csv-path-alpha TO pybal-subject
               IF feed-returns
                   MOVE "RTN" TO pybal-note
               ELSE
                   MOVE vsam-mode-alpha TO pybal-note
               END-IF
               MOVE native-rec-count TO pybal-in-count
               MOVE native-total-amt TO pybal-in-amount
               MOVE bal-master-landed TO pybal-out-count
               MOVE bal-master-land-amt TO pybal-out-amount
               MOVE bal-master-kept-off TO pybal-skip-count
               MOVE bal-master-off-amt TO pybal-skip-amount
               PERFORM POST-BALANCE-ENTRY
           END-IF.

      ** Folds one of the file's region subtotals into the run's
      *  net-sales table, keyed by entity and region, on the sales
      *  or the returns side as the feed is.
       FOLD-NET-SALES-REGION.
           MOVE ZERO TO net-idx
           PERFORM SCAN-NET-SALES-ENTRY
               VARYING net-scan-idx FROM 1 BY 1
               UNTIL net-scan-idx > net-used
                   OR net-idx NOT = ZERO
           IF net-idx = ZERO
               IF net-used < 40
                   ADD 1 TO net-used
                   MOVE net-used TO net-idx
                   MOVE feed-entity TO net-entity(net-idx)
                   MOVE region-tot-code(net-fold-idx)
                       TO net-region(net-idx)
                   MOVE ZERO TO net-sale-count(net-idx)
                       net-sale-amount(net-idx)
                       net-rtn-count(net-idx)
                       net-rtn-amount(net-idx)
               ELSE
                   IF NOT net-tbl-full
                       SET net-tbl-full TO TRUE
                       DISPLAY "NET SALES TABLE FULL AT 40 "
                           "ENTITY/REGION PAIRS - LATER PAIRS LEFT "
                           "OFF THE NET SALES SECTION"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF net-idx NOT = ZERO
               IF feed-returns
                   ADD region-tot-count(net-fold-idx)
                       TO net-rtn-count(net-idx)
                   ADD region-tot-amount(net-fold-idx)
                       TO net-rtn-amount(net-idx)
               ELSE
                   ADD region-tot-count(net-fold-idx)
                       TO net-sale-count(net-idx)
                   ADD region-tot-amount(net-fold-idx)
                       TO net-sale-amount(net-idx)
               END-IF
           END-IF.

       SCAN-NET-SALES-ENTRY.
           IF net-entity(net-scan-idx) = feed-entity
               AND net-region(net-scan-idx)
                   = region-tot-code(net-fold-idx)
               MOVE net-scan-idx TO net-idx
           END-IF.

      ** A file refused at its trailer gate carries nothing on -
      *  every data line it held is posted as refused.
       POST-REFUSED-BALANCE.
           MOVE "LOAD" TO pybal-stage
           MOVE csv-path-alpha TO pybal-subject
           MOVE "RFSD" TO pybal-note
           MOVE trailer-scan-count TO pybal-in-count
           MOVE trailer-scan-amount TO pybal-in-amount
           MOVE trailer-scan-count TO pybal-rej-count
           MOVE trailer-scan-amount TO pybal-rej-amount
           PERFORM POST-BALANCE-ENTRY.

      ** Pulls one side of the pandas debit/credit split:
      *  amount.clip(lower=0).sum() for the credits when the lower
      *  bound is requested, amount.clip(upper=0).sum() for the
               CONTINUE
           ELSE
               MOVE rollup-record TO anom-roll-parsed
      ** Adjustment and restatement records are corrections, not
      *  a day's volume - they stay out of the baseline average,
      *  and so do returns.
               IF an-date < anom-base-date
                   AND an-kind NOT = "ADJ"
                   AND an-kind NOT = "RST"
                   AND an-kind NOT = "RTN"
                   AND FUNCTION TEST-NUMVAL(an-amount) = ZERO
                   COMPUTE anom-work-amt =
                       FUNCTION NUMVAL(an-amount)
                   IF an-entity = SPACES
                       MOVE default-entity TO an-entity
                   END-IF
                   MOVE ZERO TO anom-match-idx
                   PERFORM SCAN-BASELINE-ENTRY
                       VARYING anom-scan-idx FROM 1 BY 1
                       UNTIL anom-scan-idx > anom-tbl-used
                           OR anom-match-idx NOT = ZERO
                   IF anom-match-idx = ZERO
                       IF anom-tbl-used < 20
                           ADD 1 TO anom-tbl-used
                           MOVE anom-tbl-used TO anom-match-idx
                           MOVE an-region
                               TO anom-base-region(anom-match-idx)
                           MOVE an-entity
                               TO anom-base-entity(anom-match-idx)
                           MOVE ZERO
                               TO anom-base-days(anom-match-idx)
                           MOVE ZERO

       SCAN-BASELINE-ENTRY.
           IF anom-base-region(anom-scan-idx) = an-region
               AND anom-base-entity(anom-scan-idx) = an-entity
               MOVE anom-scan-idx TO anom-match-idx
           END-IF.

       CHECK-ONE-REGION-ANOMALY.
           MOVE ZERO TO anom-match-idx
           MOVE region-tot-code(anom-check-idx) TO an-region
           MOVE feed-entity TO an-entity
           PERFORM SCAN-BASELINE-ENTRY
               VARYING anom-scan-idx FROM 1 BY 1
               UNTIL anom-scan-idx > anom-tbl-used
               END-IF
           END-IF.

      ** Writes one region's dated rollup record. A returns feed
      *  posts RTN-kind records carrying the count of returns and
      *  the value returned as a reduction, debit and credit sides
      *  swapped with the sign, so the month nets sales against
      *  their returns.
       WRITE-ONE-ROLLUP-ROW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO rr-date
           MOVE region-tot-code(rollup-write-idx) TO rr-region
           MOVE region-tot-count(rollup-write-idx) TO rr-count
           MOVE SPACE TO rr-count-sign
           IF feed-returns
               COMPUTE rr-amount =
                   ZERO - region-tot-amount(rollup-write-idx)
               IF usd-normalize-requested
                   COMPUTE rr-usd =
                       ZERO - region-tot-usd(rollup-write-idx)
               ELSE
                   COMPUTE rr-usd =
                       ZERO - region-tot-amount(rollup-write-idx)
               END-IF
               COMPUTE rr-debit =
                   ZERO - region-tot-credit(rollup-write-idx)
               COMPUTE rr-credit =
                   ZERO - region-tot-debit(rollup-write-idx)
               SET rr-return TO TRUE
           ELSE
               MOVE region-tot-amount(rollup-write-idx) TO rr-amount
               IF usd-normalize-requested
                   MOVE region-tot-usd(rollup-write-idx) TO rr-usd
               ELSE
                   MOVE region-tot-amount(rollup-write-idx) TO rr-usd
               END-IF
               MOVE region-tot-debit(rollup-write-idx) TO rr-debit
               MOVE region-tot-credit(rollup-write-idx) TO rr-credit
               MOVE SPACES TO rr-kind
           END-IF
           MOVE feed-entity TO rr-entity
           MOVE rollup-detail TO rollup-record
           WRITE rollup-record.

      ** Appends the file's tax register records - one per region
      *  and rate applied, dated, signed and entity-stamped as the
      *  rollup records just written are. A returns feed's records
      *  are RTN-kind reductions of the tax.
       WRITE-TAX-REGISTER-ROWS.
           IF tax-acc-used = ZERO
               CONTINUE
           ELSE
               OPEN EXTEND TAX-REG-FILE
               IF taxreg-status = "35"
                   OPEN OUTPUT TAX-REG-FILE
               END-IF
               IF taxreg-status NOT = "00"
                   DISPLAY "UNABLE TO OPEN TAXREG DD, STATUS="
                       taxreg-status
                       " - TAX REGISTER FIGURES NOT RECORDED"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE ZERO TO tax-file-total
                   PERFORM WRITE-ONE-TAX-ROW
                       VARYING tax-write-idx FROM 1 BY 1
                       UNTIL tax-write-idx > tax-acc-used
                   CLOSE TAX-REG-FILE
                   DISPLAY "TAX REGISTER - " tax-acc-used
                       " RECORD(S), TAX=" tax-file-total
                   IF tax-no-rate-count NOT = ZERO
                       DISPLAY "WARNING: " tax-no-rate-count
                           " ROW(S) IN A REGION WITH NO TAX RATE "
                           "EFFECTIVE - REGISTERED UNTAXED"
                   END-IF
               END-IF
           END-IF.

       WRITE-ONE-TAX-ROW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO txr-date
           MOVE tax-acc-region(tax-write-idx) TO txr-region
           MOVE feed-entity TO txr-entity
           MOVE tax-acc-date(tax-write-idx) TO txr-rate-date
           MOVE tax-acc-pct(tax-write-idx) TO txr-rate-pct
           MOVE tax-acc-count(tax-write-idx) TO txr-count
           IF feed-returns
               COMPUTE txr-taxable =
                   ZERO - tax-acc-taxable(tax-write-idx)
               COMPUTE txr-tax = ZERO - tax-acc-tax(tax-write-idx)
               SUBTRACT tax-acc-tax(tax-write-idx) FROM tax-file-total
               MOVE "RTN" TO txr-kind
           ELSE
               MOVE tax-acc-taxable(tax-write-idx) TO txr-taxable
               MOVE tax-acc-tax(tax-write-idx) TO txr-tax
               ADD tax-acc-tax(tax-write-idx) TO tax-file-total
               MOVE SPACES TO txr-kind
           END-IF
           MOVE pyaudit-runid TO txr-runid
           MOVE tax-reg-detail TO tax-reg-record
           WRITE tax-reg-record.

      ** Carries the adjustments posted since the last carry: the
      *  ADJUST entries past the ADJMARK sequence are netted per
      *  region, printed as their own ADJUSTMENT LINES block beside
      *  the loaded region aggregates, appended to the rollup as
      *  ADJ-kind records, and added to the run summary's own
      *  adjustment figures. The loaded figures are left exactly
      *  as they were; the mark then moves past what was carried.
      *  No adjustments dataset means nothing has been posted yet.
       CARRY-ADJUSTMENTS.
           MOVE ZERO TO adj-rgn-used
           MOVE ZERO TO adj-skip-count
           PERFORM READ-ADJUSTMENT-MARK
           MOVE adj-carry-mark TO adj-carry-high
           MOVE "N" TO adjust-eof-sw

           OPEN INPUT ADJUST-FILE
           IF adjust-status NOT = "00"
               CONTINUE
           ELSE
               READ ADJUST-FILE INTO adjust-record
                   AT END SET adjust-eof TO TRUE
               END-READ
               PERFORM CARRY-ONE-ADJUSTMENT UNTIL adjust-eof
               CLOSE ADJUST-FILE
           END-IF

           IF adj-skip-count NOT = ZERO
               DISPLAY "WARNING: " adj-skip-count " ADJUSTMENT "
                   "LINE(S) UNREADABLE OR OVER THE REGION TABLE - "
                   "NOT CARRIED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF adj-carry-high > adj-carry-mark
               DISPLAY " "
               DISPLAY "===== ADJUSTMENT LINES PAST SEQ "
                   adj-carry-mark " THRU SEQ " adj-carry-high " ====="
               PERFORM PRINT-ADJUSTMENT-REGION
                   VARYING adj-rgn-idx FROM 1 BY 1
                   UNTIL adj-rgn-idx > adj-rgn-used
               MOVE run-adj-amount TO adj-amount-edit
               DISPLAY "ADJUSTMENT TOTAL: LINES=" run-adj-count
                   " AMOUNT=" adj-amount-edit
               PERFORM WRITE-ADJUSTMENT-ROLLUP-ROWS
               PERFORM WRITE-ADJUSTMENT-MARK
               MOVE "ADJ_CARRIED" TO pyaudit-action
               MOVE ZERO TO pyaudit-rc
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      ** Reads the last carried sequence - zero when there is no
      *  mark yet.
       READ-ADJUSTMENT-MARK.
           MOVE ZERO TO adj-carry-mark
           OPEN INPUT ADJMARK-FILE
           IF adjmark-status = "00"
               READ ADJMARK-FILE INTO adjmark-record
                   AT END MOVE SPACES TO adjmark-record
               END-READ
               MOVE adjmark-record TO adjmark-detail
               IF am-seq IS NUMERIC
                   MOVE am-seq TO adj-carry-mark
               END-IF
               CLOSE ADJMARK-FILE
           END-IF.

      ** Folds one adjustment past the mark into its region's
      *  carry slot, and reads the next.
       CARRY-ONE-ADJUSTMENT.
           IF adjust-record NOT = SPACES
               MOVE adjust-record TO adjust-parsed
               IF ap-seq IS NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL(ap-amount) NOT = ZERO
                   ADD 1 TO adj-skip-count
               ELSE
                   IF ap-seq > adj-carry-mark
                       IF ap-entity = SPACES
                           MOVE default-entity TO ap-entity
                       END-IF
                       COMPUTE adj-line-amount =
                           FUNCTION NUMVAL(ap-amount)
                       PERFORM FOLD-ADJUSTMENT-REGION
                   END-IF
               END-IF
           END-IF
           READ ADJUST-FILE INTO adjust-record
               AT END SET adjust-eof TO TRUE
           END-READ.

      ** Adds one adjustment to its region's slot. The USD column
      *  goes through the same normalization as a loaded row when
      *  it is on; region-match-idx is cleared first so the loaded
      *  region totals are not touched.
       FOLD-ADJUSTMENT-REGION.
           MOVE ZERO TO adj-rgn-idx
           PERFORM SCAN-ADJUSTMENT-REGION
               VARYING adj-rgn-scan-idx FROM 1 BY 1
               UNTIL adj-rgn-scan-idx > adj-rgn-used
                   OR adj-rgn-idx NOT = ZERO
           IF adj-rgn-idx = ZERO
               IF adj-rgn-used < 20
                   ADD 1 TO adj-rgn-used
                   MOVE adj-rgn-used TO adj-rgn-idx
                   MOVE ap-region TO adj-rgn-code(adj-rgn-idx)
                   MOVE ap-entity TO adj-rgn-entity(adj-rgn-idx)
                   MOVE ZERO TO adj-rgn-count(adj-rgn-idx)
                   MOVE ZERO TO adj-rgn-amount(adj-rgn-idx)
                   MOVE ZERO TO adj-rgn-usd(adj-rgn-idx)
                   MOVE ZERO TO adj-rgn-debit(adj-rgn-idx)
                   MOVE ZERO TO adj-rgn-credit(adj-rgn-idx)
               END-IF
           END-IF
           IF adj-rgn-idx = ZERO
               ADD 1 TO adj-skip-count
           ELSE
               IF ap-seq > adj-carry-high
                   MOVE ap-seq TO adj-carry-high
               END-IF
               ADD 1 TO adj-rgn-count(adj-rgn-idx)
               ADD adj-line-amount TO adj-rgn-amount(adj-rgn-idx)
               IF adj-line-amount < ZERO
                   ADD adj-line-amount TO adj-rgn-debit(adj-rgn-idx)
               ELSE
                   ADD adj-line-amount
                       TO adj-rgn-credit(adj-rgn-idx)
               END-IF
               IF usd-normalize-requested
                   MOVE ap-region TO csv-rec-region
                   MOVE adj-line-amount TO csv-rec-amount
                   MOVE ZERO TO region-match-idx
                   PERFORM NORMALIZE-ROW-AMOUNT
                   ADD usd-row-amount TO adj-rgn-usd(adj-rgn-idx)
               ELSE
                   ADD adj-line-amount TO adj-rgn-usd(adj-rgn-idx)
               END-IF
               ADD 1 TO run-adj-count
               ADD adj-line-amount TO run-adj-amount
           END-IF.

       SCAN-ADJUSTMENT-REGION.
           IF adj-rgn-code(adj-rgn-scan-idx) = ap-region
               AND adj-rgn-entity(adj-rgn-scan-idx) = ap-entity
               MOVE adj-rgn-scan-idx TO adj-rgn-idx
           END-IF.

      ** Prints one region's adjustment line.
       PRINT-ADJUSTMENT-REGION.
           MOVE adj-rgn-amount(adj-rgn-idx) TO adj-amount-edit
           DISPLAY "ENTITY " adj-rgn-entity(adj-rgn-idx)
               " REGION " adj-rgn-code(adj-rgn-idx)
               " ADJUSTMENTS=" adj-rgn-count(adj-rgn-idx)
               " AMOUNT=" adj-amount-edit.

      ** Appends one ADJ-kind rollup record per region carried,
      *  dated with today's run date like the loaded records.
       WRITE-ADJUSTMENT-ROLLUP-ROWS.
           OPEN EXTEND ROLLUP-FILE
           IF rollup-status = "35"
               OPEN OUTPUT ROLLUP-FILE
           END-IF
           IF rollup-status NOT = "00"
               DISPLAY "UNABLE TO OPEN MTDROLL DD, STATUS="
                   rollup-status
                   " - ADJUSTMENT FIGURES NOT RECORDED"
           ELSE
               PERFORM WRITE-ONE-ADJUSTMENT-ROW
                   VARYING adj-rgn-idx FROM 1 BY 1
                   UNTIL adj-rgn-idx > adj-rgn-used
               CLOSE ROLLUP-FILE
           END-IF.

       WRITE-ONE-ADJUSTMENT-ROW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO rr-date
           MOVE adj-rgn-code(adj-rgn-idx) TO rr-region
           MOVE adj-rgn-entity(adj-rgn-idx) TO rr-entity
           MOVE adj-rgn-count(adj-rgn-idx) TO rr-count
           MOVE adj-rgn-amount(adj-rgn-idx) TO rr-amount
           MOVE adj-rgn-usd(adj-rgn-idx) TO rr-usd
           MOVE adj-rgn-debit(adj-rgn-idx) TO rr-debit
           MOVE adj-rgn-credit(adj-rgn-idx) TO rr-credit
           MOVE SPACE TO rr-count-sign
           SET rr-adjustment TO TRUE
           MOVE rollup-detail TO rollup-record
           WRITE rollup-record.

      ** Moves the mark past the adjustments just carried. The
      *  rollup records are written first, so a failure here can
      *  only re-carry, never skip.
       WRITE-ADJUSTMENT-MARK.
           MOVE adj-carry-high TO am-seq
           MOVE FUNCTION CURRENT-DATE TO am-ts
           OPEN OUTPUT ADJMARK-FILE
           IF adjmark-status NOT = "00"
               DISPLAY "UNABLE TO OPEN ADJMARK DD, STATUS="
                   adjmark-status
                   " - ADJUSTMENTS WILL BE CARRIED AGAIN NEXT RUN"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE adjmark-detail TO adjmark-record
               WRITE adjmark-record
               CLOSE ADJMARK-FILE
           END-IF.

      ** Checks a restatement request before the run locks or
      *  writes anything. The date must be an earlier run date
      *  still open in MTDROLL - a closed period, or a date that
      *  never ran, is corrected through ADJPOST instead. One
      *  corrected CSV or FWF file, read whole, against a delta
      *  master: the recount of the original needs the native
      *  reader, and the restated figures must come from one file.
       VALIDATE-RESTATEMENT.
           MOVE "N" TO restate-block-sw
           MOVE SPACES TO restate-open-path
           IF restate-date-alpha IS NOT NUMERIC
               DISPLAY "PANDASREAD_RESTATE_DATE MUST BE YYYYMMDD - "
                   "STEP REFUSED: " restate-date-alpha
               SET restate-blocked TO TRUE
           ELSE
               MOVE restate-date-alpha TO restate-date-num
               IF FUNCTION TEST-DATE-YYYYMMDD(restate-date-num)
                       NOT = ZERO
                   OR restate-date-alpha
                       NOT < FUNCTION CURRENT-DATE(1:8)
                   DISPLAY "PANDASREAD_RESTATE_DATE MUST BE A VALID "
                       "EARLIER RUN DATE - STEP REFUSED: "
                       restate-date-alpha
                   SET restate-blocked TO TRUE
               END-IF
           END-IF

           IF NOT restate-blocked
               EVALUATE TRUE
                   WHEN csv-list-alpha NOT = SPACES
                       DISPLAY "A RESTATEMENT TAKES ONE CORRECTED "
                           "FILE - PANDASREAD_CSV_LIST MUST NOT BE "
                           "SET - STEP REFUSED"
                       SET restate-blocked TO TRUE
                   WHEN chunk-size-num NOT = ZERO
                       DISPLAY "A RESTATEMENT CANNOT RUN WITH "
                           "CHUNKED READS - STEP REFUSED"
                       SET restate-blocked TO TRUE
                   WHEN input-format-xlsx OR input-format-json
                       DISPLAY "ONLY CSV AND FWF FEEDS CAN BE "
                           "RESTATED - THE ORIGINAL IS RECOUNTED "
                           "NATIVELY - STEP REFUSED"
                       SET restate-blocked TO TRUE
                   WHEN vsam-full-reload
                       DISPLAY "A RESTATEMENT CORRECTS THE MASTER IN "
                           "PLACE - PANDASREAD_VSAM_MODE=FULL IS NOT "
                           "ALLOWED - STEP REFUSED"
                       SET restate-blocked TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

      ** Each entity closes its own period, so the date is held
      *  open or closed for the feed's entity.
           IF NOT restate-blocked
               PERFORM RESOLVE-FEED-ENTITY
               PERFORM CHECK-RESTATE-ROLLUP-DATE
           END-IF
           IF NOT restate-blocked AND restate-orig-alpha = SPACES
               PERFORM FIND-RESTATED-FEED
           END-IF
           IF NOT restate-blocked
               PERFORM OPEN-RESTATE-ORIGINAL
           END-IF
           IF NOT restate-blocked
               DISPLAY "RESTATING RUN DATE " restate-date-alpha
                   " - ORIGINAL EXTRACT "
                   FUNCTION TRIM(restate-open-path)
           END-IF.

      ** The date must still hold ordinary rollup records of the
      *  feed's entity - they are what the restatement records
      *  correct. A record with no entity predates the entity key
      *  and is 0001's.
       CHECK-RESTATE-ROLLUP-DATE.
           MOVE ZERO TO restate-roll-found
           MOVE "N" TO rollup-eof-sw
           OPEN INPUT ROLLUP-FILE
           IF rollup-status = "00"
               READ ROLLUP-FILE INTO rollup-record
                   AT END SET rollup-eof TO TRUE
               END-READ
               PERFORM COUNT-RESTATE-ROLLUP-RECORD UNTIL rollup-eof
               CLOSE ROLLUP-FILE
           END-IF
           IF restate-roll-found = ZERO
               DISPLAY "MTDROLL HOLDS NO ORDINARY RECORDS FOR "
                   restate-date-alpha " ENTITY " feed-entity
                   " - THE PERIOD IS CLOSED OR THE DATE NEVER RAN"
               DISPLAY "  POST THE CORRECTION THROUGH ADJPOST "
                   "INSTEAD - STEP REFUSED"
               SET restate-blocked TO TRUE
           END-IF.

       COUNT-RESTATE-ROLLUP-RECORD.
           IF rollup-record NOT = SPACES
               MOVE rollup-record TO anom-roll-parsed
               IF an-entity = SPACES
                   MOVE default-entity TO an-entity
               END-IF
               IF an-date = restate-date-alpha
                   AND an-kind = SPACES
                   AND an-entity = feed-entity
                   ADD 1 TO restate-roll-found
               END-IF
           END-IF
           READ ROLLUP-FILE INTO rollup-record
               AT END SET rollup-eof TO TRUE
           END-READ.

      ** With no original named, RECONHST says which feed the date
      *  reconciled. More than one leaves the choice to the
      *  operator - a restatement never guesses which region's
      *  file it is correcting.
       FIND-RESTATED-FEED.
           MOVE ZERO TO restate-feed-count
           MOVE "N" TO restate-hist-eof-sw
           OPEN INPUT RECON-HIST-FILE
           IF recon-hist-status = "00"
               READ RECON-HIST-FILE INTO recon-hist-record
                   AT END SET restate-hist-eof TO TRUE
               END-READ
               PERFORM CHECK-RESTATE-HISTORY-RECORD
                   UNTIL restate-hist-eof
               CLOSE RECON-HIST-FILE
           END-IF
           EVALUATE restate-feed-count
               WHEN ZERO
                   DISPLAY "RECONHST SHOWS NO FEED RECONCILED ON "
                       restate-date-alpha " - NAME THE ORIGINAL "
                       "IN PANDASREAD_RESTATE_ORIGINAL - STEP "
                       "REFUSED"
                   SET restate-blocked TO TRUE
               WHEN 1
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MORE THAN ONE FEED RECONCILED ON "
                       restate-date-alpha " - NAME THE ONE BEING "
                       "RESTATED IN PANDASREAD_RESTATE_ORIGINAL - "
                       "STEP REFUSED"
                   SET restate-blocked TO TRUE
           END-EVALUATE.

       CHECK-RESTATE-HISTORY-RECORD.
           IF recon-hist-record NOT = SPACES
               MOVE recon-hist-record TO recon-hist-detail
               IF rh-ts(1:8) = restate-date-alpha
                   IF restate-feed-count = ZERO
                       MOVE rh-feed TO restate-orig-alpha
                       ADD 1 TO restate-feed-count
                       DISPLAY "  RECONCILED " restate-date-alpha
                           ": " FUNCTION TRIM(rh-feed)
                   ELSE
                       IF rh-feed NOT = restate-orig-alpha(1:64)
                           ADD 1 TO restate-feed-count
                           DISPLAY "  RECONCILED "
                               restate-date-alpha ": "
                               FUNCTION TRIM(rh-feed)
                       END-IF
                   END-IF
               END-IF
           END-IF
           READ RECON-HIST-FILE INTO recon-hist-record
               AT END SET restate-hist-eof TO TRUE
           END-READ.

      ** Finds the original extract on disk: where it was
      *  processed, unless the corrected file has been delivered
      *  over it, else the .restored copy an ARCCAT restore puts
      *  beside that path.
       OPEN-RESTATE-ORIGINAL.
           IF restate-orig-alpha NOT = csv-path-alpha
               MOVE restate-orig-alpha TO recon-path-alpha
               OPEN INPUT RECON-CSV-FILE
               IF recon-csv-status = "00"
                   CLOSE RECON-CSV-FILE
                   MOVE restate-orig-alpha TO restate-open-path
               END-IF
           END-IF
           IF restate-open-path = SPACES
               STRING FUNCTION TRIM(restate-orig-alpha)
                   DELIMITED BY SIZE
                   ".restored" DELIMITED BY SIZE
                   INTO restate-open-path
               END-STRING
               MOVE restate-open-path TO recon-path-alpha
               OPEN INPUT RECON-CSV-FILE
               IF recon-csv-status = "00"
                   CLOSE RECON-CSV-FILE
               ELSE
                   DISPLAY "ORIGINAL EXTRACT IS NOT ON DISK: "
                       FUNCTION TRIM(restate-orig-alpha)
                   DISPLAY "  RESTORE IT WITH AN ARCCAT FED "
                       restate-date-alpha " CARD AND RESUBMIT - "
                       "STEP REFUSED"
                   SET restate-blocked TO TRUE
               END-IF
           END-IF
           MOVE csv-path-alpha TO recon-path-alpha.

      ** Recounts the original extract with the same parse, field
      *  checks and date window the corrected file gets, into the
      *  original side of the per-region table and the table of
      *  original ids. Rejects are counted, not queued - they went
      *  to suspense the day the original ran.
       RECOUNT-RESTATE-ORIGINAL.
           MOVE ZERO TO rst-id-used rst-rgn-used rst-orig-rows
               rst-orig-rejects rst-orig-line-count
               rst-superseded-count rst-removed-count
           MOVE "N" TO rst-id-full-sw
           MOVE "N" TO rst-rgn-full-sw
           MOVE "N" TO rst-first-row-sw
           MOVE SPACES TO rst-data-entity
           MOVE "N" TO recon-eof-sw
           MOVE restate-open-path TO recon-path-alpha
           OPEN INPUT RECON-CSV-FILE
           IF recon-csv-status NOT = "00"
               DISPLAY "UNABLE TO OPEN ORIGINAL EXTRACT, STATUS="
                   recon-csv-status " - STEP REFUSED"
               SET restate-blocked TO TRUE
           ELSE
               READ RECON-CSV-FILE INTO recon-csv-record
                   AT END SET recon-eof TO TRUE
               END-READ
               IF NOT recon-eof AND NOT input-format-fwf
                   ADD 1 TO rst-orig-line-count
                   READ RECON-CSV-FILE INTO recon-csv-record
                       AT END SET recon-eof TO TRUE
                   END-READ
               END-IF
               PERFORM RECOUNT-RESTATE-LINE UNTIL recon-eof
               CLOSE RECON-CSV-FILE
               IF rst-id-tbl-full OR rst-rgn-tbl-full
                   DISPLAY "ORIGINAL EXTRACT EXCEEDS THE "
                       "RESTATEMENT TABLES (5000 IDS, 20 REGIONS) "
                       "- STEP REFUSED"
                   SET restate-blocked TO TRUE
               ELSE
                   DISPLAY "ORIGINAL EXTRACT RECOUNTED - ROWS="
                       rst-orig-rows " REGIONS=" rst-rgn-used
                       " REJECTED=" rst-orig-rejects
                   PERFORM CHECK-RESTATE-DATA-ENTITY
               END-IF
           END-IF
           MOVE csv-path-alpha TO recon-path-alpha
           MOVE "N" TO recon-eof-sw.

       RECOUNT-RESTATE-LINE.
           ADD 1 TO rst-orig-line-count
           IF recon-csv-record(1:4) NOT = "TRL,"
               MOVE SPACES TO recon-id-alpha csv-rec-name
                   csv-rec-region recon-amount-alpha
                   csv-rec-trans-date csv-rec-entity
               MOVE ZERO TO recon-field-count
               IF input-format-fwf
                   PERFORM PARSE-FWF-FIELDS
                   MOVE 5 TO recon-field-count
               ELSE
                   UNSTRING recon-csv-record DELIMITED BY ","
                       INTO recon-id-alpha
                            csv-rec-name
                            csv-rec-region
                            recon-amount-alpha
                            csv-rec-trans-date
                            csv-rec-entity
                       TALLYING IN recon-field-count
                   END-UNSTRING
                   PERFORM TRIM-ENTITY-FIELD
               END-IF
               PERFORM VALIDATE-RECON-FIELDS
               IF recon-reject-reason NOT = SPACES
                   ADD 1 TO rst-orig-rejects
               ELSE
                   IF NOT rst-first-row-seen
                       SET rst-first-row-seen TO TRUE
                       MOVE csv-rec-entity TO rst-data-entity
                   END-IF
                   PERFORM CHECK-RECON-DATE-WINDOW
                   IF recon-date-ok
                       COMPUTE csv-rec-id =
                           FUNCTION NUMVAL(recon-id-alpha)
                       COMPUTE csv-rec-amount =
                           FUNCTION NUMVAL(recon-amount-alpha)
                       ADD 1 TO rst-orig-rows
                       PERFORM ADD-RESTATE-ORIGINAL-ID
                       PERFORM FOLD-RESTATE-ORIGINAL-ROW
                   END-IF
               END-IF
           END-IF
           READ RECON-CSV-FILE INTO recon-csv-record
               AT END SET recon-eof TO TRUE
           END-READ.

      ** A feed with no registry entity whose original names one in
      *  its entity column belongs to that entity, and the date must
      *  still be open for it too. The run then settles the feed's
      *  entity from the corrected file's own rows as usual.
       CHECK-RESTATE-DATA-ENTITY.
           IF feed-entity-defaulted
               AND rst-data-entity NOT = SPACES
               AND rst-data-entity NOT = feed-entity
               MOVE rst-data-entity TO feed-entity
               DISPLAY "FEED ENTITY " feed-entity
                   " TAKEN FROM THE ORIGINAL EXTRACT'S ENTITY COLUMN"
               PERFORM CHECK-RESTATE-ROLLUP-DATE
               MOVE default-entity TO feed-entity
           END-IF.

      ** Adds one original row to its region's original figures,
      *  normalized to USD the same way a loaded row is when the
      *  switch is on.
       FOLD-RESTATE-ORIGINAL-ROW.
           MOVE csv-rec-region TO rst-lookup-region
           PERFORM LOCATE-RESTATE-REGION
           IF rst-rgn-idx NOT = ZERO
               ADD 1 TO rst-rgn-old-count(rst-rgn-idx)
               ADD csv-rec-amount TO rst-rgn-old-amount(rst-rgn-idx)
               IF csv-rec-amount < ZERO
                   ADD csv-rec-amount
                       TO rst-rgn-old-debit(rst-rgn-idx)
               ELSE
                   ADD csv-rec-amount
                       TO rst-rgn-old-credit(rst-rgn-idx)
               END-IF
               IF usd-normalize-requested
                   MOVE ZERO TO region-match-idx
                   PERFORM NORMALIZE-ROW-AMOUNT
                   ADD usd-row-amount TO rst-rgn-old-usd(rst-rgn-idx)
               ELSE
                   ADD csv-rec-amount TO rst-rgn-old-usd(rst-rgn-idx)
               END-IF
           END-IF.

      ** Remembers one original id - once, however often the
      *  original repeated it.
       ADD-RESTATE-ORIGINAL-ID.
           MOVE ZERO TO rst-id-match-idx
           PERFORM SCAN-RESTATE-ID
               VARYING rst-id-idx FROM 1 BY 1
               UNTIL rst-id-idx > rst-id-used
                   OR rst-id-match-idx NOT = ZERO
           IF rst-id-match-idx = ZERO
               IF rst-id-used < 5000
                   ADD 1 TO rst-id-used
                   MOVE csv-rec-id TO rst-id-value(rst-id-used)
                   MOVE "N" TO rst-id-seen-sw(rst-id-used)
               ELSE
                   SET rst-id-tbl-full TO TRUE
               END-IF
           END-IF.

       SCAN-RESTATE-ID.
           IF rst-id-value(rst-id-idx) = csv-rec-id
               MOVE rst-id-idx TO rst-id-match-idx
           END-IF.

      ** Ticks off an original id the corrected file still carries.
       MARK-RESTATED-ID.
           MOVE ZERO TO rst-id-match-idx
           PERFORM SCAN-RESTATE-ID
               VARYING rst-id-idx FROM 1 BY 1
               UNTIL rst-id-idx > rst-id-used
                   OR rst-id-match-idx NOT = ZERO
           IF rst-id-match-idx NOT = ZERO
               MOVE "Y" TO rst-id-seen-sw(rst-id-match-idx)
           END-IF.

      ** Finds rst-lookup-region in the restatement table, adding
      *  it when new; rst-rgn-idx is zero only when the table is
      *  full.
       LOCATE-RESTATE-REGION.
           MOVE ZERO TO rst-rgn-idx
           PERFORM SCAN-RESTATE-REGION
               VARYING rst-rgn-scan-idx FROM 1 BY 1
               UNTIL rst-rgn-scan-idx > rst-rgn-used
                   OR rst-rgn-idx NOT = ZERO
           IF rst-rgn-idx = ZERO
               IF rst-rgn-used < 20
                   ADD 1 TO rst-rgn-used
                   MOVE rst-rgn-used TO rst-rgn-idx
                   MOVE rst-lookup-region TO rst-rgn-code(rst-rgn-idx)
                   MOVE ZERO TO rst-rgn-old-count(rst-rgn-idx)
                       rst-rgn-old-amount(rst-rgn-idx)
                       rst-rgn-old-usd(rst-rgn-idx)
                       rst-rgn-old-debit(rst-rgn-idx)
                       rst-rgn-old-credit(rst-rgn-idx)
                       rst-rgn-new-count(rst-rgn-idx)
                       rst-rgn-new-amount(rst-rgn-idx)
                       rst-rgn-new-usd(rst-rgn-idx)
                       rst-rgn-new-debit(rst-rgn-idx)
                       rst-rgn-new-credit(rst-rgn-idx)
               ELSE
                   SET rst-rgn-tbl-full TO TRUE
               END-IF
           END-IF.

       SCAN-RESTATE-REGION.
           IF rst-rgn-code(rst-rgn-scan-idx) = rst-lookup-region
               MOVE rst-rgn-scan-idx TO rst-rgn-idx
           END-IF.

      ** A master record is the restated date's to correct when the
      *  original extract wrote it, or when no run after that date
      *  has rewritten it; anything newer belongs to a later load
      *  and is left as it stands.
       CHECK-RESTATE-SUPERSEDED.
           MOVE "N" TO rst-superseded-sw
           IF vsam-out-feed NOT = restate-orig-alpha(1:60)
               AND vsam-out-runid(1:8) IS NUMERIC
               AND vsam-out-runid(1:8) > restate-date-alpha
               SET rst-row-superseded TO TRUE
               ADD 1 TO rst-superseded-count
           END-IF.

      ** Stages the removal of every original id the corrected file
      *  no longer carries, ahead of the file's commit seal so the
      *  removals apply (and recover) with the rest of its deltas.
       STAGE-RESTATE-REMOVALS.
           IF restate-requested AND vsam-out-open
               PERFORM STAGE-ONE-RESTATE-REMOVAL
                   VARYING rst-id-idx FROM 1 BY 1
                   UNTIL rst-id-idx > rst-id-used
           END-IF.

       STAGE-ONE-RESTATE-REMOVAL.
           IF NOT rst-id-seen(rst-id-idx)
               MOVE rst-id-value(rst-id-idx) TO vsam-out-id
               MOVE feed-entity TO vsam-out-entity
               READ VSAM-OUT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-RESTATE-SUPERSEDED
                       IF NOT rst-row-superseded
                           MOVE "DEL" TO stg-flag
                           MOVE vsam-out-record TO stg-before
                           MOVE SPACES TO stg-after
                           PERFORM WRITE-STAGED-DELTA
                           ADD 1 TO rst-removed-count
                       END-IF
               END-READ
           END-IF.

      ** Restatement in place of the day's rollup rows: the
      *  original and restated figures side by side per region,
      *  and one RST-kind record per region that moved, dated with
      *  the restated run date and carrying restated minus
      *  original - so the period report, the close and the GL see
      *  the correction on the day it belongs to, beside the
      *  original figures rather than on top of them.
       WRITE-RESTATEMENT-ROWS.
           PERFORM FOLD-RESTATED-REGION
               VARYING region-print-idx FROM 1 BY 1
               UNTIL region-print-idx > region-tot-used
           MOVE ZERO TO rst-rows-written rst-tot-old-count
               rst-tot-new-count rst-tot-old-amount
               rst-tot-new-amount

           DISPLAY " "
           DISPLAY "===== RESTATEMENT OF RUN DATE "
               restate-date-alpha " ====="
           DISPLAY "ORIGINAL EXTRACT: "
               FUNCTION TRIM(restate-open-path)
           DISPLAY "RESTATED EXTRACT: " FUNCTION TRIM(csv-path-alpha)
           DISPLAY "  RGN  ORIG COUNT  RSTD COUNT  COUNT DIFF"
               "  ORIGINAL AMOUNT  RESTATED AMOUNT"
               "       DIFFERENCE"
           PERFORM PRINT-RESTATEMENT-REGION
               VARYING rst-rgn-idx FROM 1 BY 1
               UNTIL rst-rgn-idx > rst-rgn-used
           MOVE rst-tot-old-count TO rst-count-edit
           COMPUTE rst-diff-count =
               rst-tot-new-count - rst-tot-old-count
           MOVE rst-diff-count TO rst-diff-cnt-edit
           MOVE rst-tot-old-amount TO rst-old-amt-edit
           MOVE rst-tot-new-amount TO rst-new-amt-edit
           COMPUTE rst-diff-amount =
               rst-tot-new-amount - rst-tot-old-amount
           MOVE rst-diff-amount TO rst-diff-amt-edit
           DISPLAY "  ALL  " rst-count-edit "   "
               rst-tot-new-count(1:9) "   " rst-diff-cnt-edit
               "  " rst-old-amt-edit "  " rst-new-amt-edit
               "  " rst-diff-amt-edit
           DISPLAY "MASTER ROWS REMOVED=" rst-removed-count
               " LEFT TO A LATER LOAD=" rst-superseded-count
           IF rst-rgn-tbl-full
               DISPLAY "RESTATEMENT REGION TABLE FULL - A RESTATED "
                   "REGION WAS LEFT OUT OF THE RESTATEMENT"
               MOVE 16 TO RETURN-CODE
           END-IF

           IF rst-rows-written = ZERO
               DISPLAY "RESTATED FIGURES MATCH THE ORIGINAL - NO "
                   "RESTATEMENT RECORDS POSTED"
           ELSE
               OPEN EXTEND ROLLUP-FILE
               IF rollup-status = "35"
                   OPEN OUTPUT ROLLUP-FILE
               END-IF
               IF rollup-status NOT = "00"
                   DISPLAY "UNABLE TO OPEN MTDROLL DD, STATUS="
                       rollup-status
                       " - RESTATEMENT FIGURES NOT RECORDED"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-ONE-RESTATEMENT-ROW
                       VARYING rst-rgn-idx FROM 1 BY 1
                       UNTIL rst-rgn-idx > rst-rgn-used
                   CLOSE ROLLUP-FILE
                   DISPLAY rst-rows-written " RESTATEMENT RECORD(S) "
                       "POSTED TO MTDROLL FOR " restate-date-alpha
               END-IF
           END-IF

           MOVE "RESTATE" TO pyaudit-action
           MOVE restate-date-alpha TO pyaudit-ref
           MOVE RETURN-CODE TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO pyaudit-ref.

      ** Carries one region of the corrected file's native totals
      *  into the restated side of the table.
       FOLD-RESTATED-REGION.
           MOVE region-tot-code(region-print-idx) TO rst-lookup-region
           PERFORM LOCATE-RESTATE-REGION
           IF rst-rgn-idx NOT = ZERO
               MOVE region-tot-count(region-print-idx)
                   TO rst-rgn-new-count(rst-rgn-idx)
               MOVE region-tot-amount(region-print-idx)
                   TO rst-rgn-new-amount(rst-rgn-idx)
               MOVE region-tot-debit(region-print-idx)
                   TO rst-rgn-new-debit(rst-rgn-idx)
               MOVE region-tot-credit(region-print-idx)
                   TO rst-rgn-new-credit(rst-rgn-idx)
               IF usd-normalize-requested
                   MOVE region-tot-usd(region-print-idx)
                       TO rst-rgn-new-usd(rst-rgn-idx)
               ELSE
                   MOVE region-tot-amount(region-print-idx)
                       TO rst-rgn-new-usd(rst-rgn-idx)
               END-IF
           END-IF.

      ** Restated minus original for the region in rst-rgn-idx.
       COMPUTE-RESTATEMENT-DIFF.
           COMPUTE rst-diff-count =
               rst-rgn-new-count(rst-rgn-idx)
                   - rst-rgn-old-count(rst-rgn-idx)
           COMPUTE rst-diff-amount =
               rst-rgn-new-amount(rst-rgn-idx)
                   - rst-rgn-old-amount(rst-rgn-idx)
           COMPUTE rst-diff-usd =
               rst-rgn-new-usd(rst-rgn-idx)
                   - rst-rgn-old-usd(rst-rgn-idx)
           COMPUTE rst-diff-debit =
               rst-rgn-new-debit(rst-rgn-idx)
                   - rst-rgn-old-debit(rst-rgn-idx)
           COMPUTE rst-diff-credit =
               rst-rgn-new-credit(rst-rgn-idx)
                   - rst-rgn-old-credit(rst-rgn-idx).

      ** Prints one region's original, restated and difference
      *  columns, counting the regions that moved.
       PRINT-RESTATEMENT-REGION.
           PERFORM COMPUTE-RESTATEMENT-DIFF
           ADD rst-rgn-old-count(rst-rgn-idx) TO rst-tot-old-count
           ADD rst-rgn-new-count(rst-rgn-idx) TO rst-tot-new-count
           ADD rst-rgn-old-amount(rst-rgn-idx) TO rst-tot-old-amount
           ADD rst-rgn-new-amount(rst-rgn-idx) TO rst-tot-new-amount
           IF rst-diff-count NOT = ZERO
               OR rst-diff-amount NOT = ZERO
               OR rst-diff-usd NOT = ZERO
               OR rst-diff-debit NOT = ZERO
               OR rst-diff-credit NOT = ZERO
               ADD 1 TO rst-rows-written
           END-IF
           MOVE rst-rgn-old-count(rst-rgn-idx) TO rst-count-edit
           MOVE rst-diff-count TO rst-diff-cnt-edit
           MOVE rst-rgn-old-amount(rst-rgn-idx) TO rst-old-amt-edit
           MOVE rst-rgn-new-amount(rst-rgn-idx) TO rst-new-amt-edit
           MOVE rst-diff-amount TO rst-diff-amt-edit
           DISPLAY "  " rst-rgn-code(rst-rgn-idx) " "
               rst-count-edit "   " rst-rgn-new-count(rst-rgn-idx)
               "   " rst-diff-cnt-edit
               "  " rst-old-amt-edit "  " rst-new-amt-edit
               "  " rst-diff-amt-edit.

      ** Writes one region's RST-kind delta record, when the region
      *  moved at all. A reduction in rows carries a - ahead of the
      *  count.
       WRITE-ONE-RESTATEMENT-ROW.
           PERFORM COMPUTE-RESTATEMENT-DIFF
           IF rst-diff-count NOT = ZERO
               OR rst-diff-amount NOT = ZERO
               OR rst-diff-usd NOT = ZERO
               OR rst-diff-debit NOT = ZERO
               OR rst-diff-credit NOT = ZERO
               MOVE restate-date-alpha TO rr-date
               MOVE rst-rgn-code(rst-rgn-idx) TO rr-region
               MOVE feed-entity TO rr-entity
               IF rst-diff-count < ZERO
                   MOVE "-" TO rr-count-sign
               ELSE
                   MOVE SPACE TO rr-count-sign
               END-IF
               MOVE rst-diff-count TO rr-count
               MOVE rst-diff-amount TO rr-amount
               MOVE rst-diff-usd TO rr-usd
               MOVE rst-diff-debit TO rr-debit
               MOVE rst-diff-credit TO rr-credit
               SET rr-restatement TO TRUE
               MOVE rollup-detail TO rollup-record
               WRITE rollup-record
               MOVE SPACE TO rr-count-sign
           END-IF.

      ** Appends this reconciliation's outcome to the cumulative
      *  history dataset, so "prove the totals matched every night
      *  last quarter" is answered by RECONRPT over this file
      *  instead of by purged SYSOUT.
       WRITE-RECON-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO rh-ts
           MOVE csv-path-alpha TO rh-feed
           MOVE native-rec-count TO rh-native-count
           MOVE pandas-rec-count TO rh-pandas-count
           MOVE native-total-amt TO rh-native-amt
           MOVE pandas-total-amt TO rh-pandas-amt
           MOVE recon-diff TO rh-diff
           MOVE native-debit-amt TO rh-native-debit
           MOVE native-credit-amt TO rh-native-credit
           MOVE pandas-debit-amt TO rh-pandas-debit
           MOVE pandas-credit-amt TO rh-pandas-credit
           MOVE feed-entity TO rh-entity

           OPEN EXTEND RECON-HIST-FILE
           IF recon-hist-status = "35"
               OPEN OUTPUT RECON-HIST-FILE
           END-IF
           IF recon-hist-status NOT = "00"
               DISPLAY "UNABLE TO OPEN RECONHST DD, STATUS="
                   recon-hist-status
                   " - RECONCILIATION OUTCOME NOT RECORDED"
           ELSE
               MOVE recon-hist-detail TO recon-hist-record
               WRITE recon-hist-record
               CLOSE RECON-HIST-FILE
           END-IF.

      ** Unstrings one recon-csv-record data line into the CSVREC
      *  layout, folds its amount into the running native control
      *  total, and reads the next line. A line that fails field
      *  validation is diverted to the suspense dataset instead and
      *  the run continues.
       PROCESS-RECON-LINE.
           ADD 1 TO recon-line-number
      ** A trailer line is captured for JUDGE-TRAILER-TOTALS and
      *  kept out of the recount and the suspense file.
           IF recon-csv-record(1:4) = "TRL,"
               SET trailer-present TO TRUE
               MOVE SPACES TO trailer-field1 trailer-count-alpha
                   trailer-amount-alpha trailer-debit-alpha
                   trailer-credit-alpha
               UNSTRING recon-csv-record DELIMITED BY ","
                   INTO trailer-field1
                        trailer-count-alpha
                        trailer-amount-alpha
                        trailer-debit-alpha
                        trailer-credit-alpha
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(trailer-count-alpha) = ZERO
                   COMPUTE trailer-rec-count =
                       FUNCTION NUMVAL(trailer-count-alpha)
               END-IF
               IF FUNCTION TEST-NUMVAL(trailer-amount-alpha) = ZERO
                   COMPUTE trailer-amount =
                       FUNCTION NUMVAL(trailer-amount-alpha)
               END-IF
               END-IF
               PERFORM READ-NEXT-RECON-LINE
           ELSE
               IF feed-returns
                   PERFORM PARSE-RETURN-LINE
               ELSE
                   PERFORM PARSE-RECON-LINE
               END-IF
           END-IF.

      ** Parses and posts one non-trailer data line - positional
      *  comma UNSTRING for everything else.
       PARSE-RECON-LINE.
           MOVE SPACES TO recon-id-alpha csv-rec-name csv-rec-region
               recon-amount-alpha csv-rec-trans-date csv-rec-entity
           MOVE ZERO TO recon-field-count
           IF input-format-fwf
               PERFORM PARSE-FWF-FIELDS
                        csv-rec-region
                        recon-amount-alpha
                        csv-rec-trans-date
                        csv-rec-entity
                   TALLYING IN recon-field-count
               END-UNSTRING
               PERFORM TRIM-ENTITY-FIELD
           END-IF

      ** The trailer's actual-row totals cover every data line of
               PERFORM CHECK-RECON-DATE-WINDOW
               IF recon-date-ok
                   ADD 1 TO recon-reject-inwin
                   IF recon-reject-reason(1:3) = "RGN"
                       PERFORM ALLOW-REGION-REFUSAL
                   END-IF
               END-IF
           ELSE
      ** A structurally good row that falls outside the requested
                           ADD csv-rec-amount TO recon-dup-credit
                       END-IF
                   ELSE
                       ADD 1 TO native-rec-count
                       ADD csv-rec-amount TO native-total-amt
                       IF csv-rec-amount < ZERO
                           ADD csv-rec-amount TO native-debit-amt
                       ELSE
                           ADD csv-rec-amount TO native-credit-amt
                       END-IF
                       PERFORM ADD-REGION-SUBTOTAL
                       IF usd-normalize-requested
                           PERFORM NORMALIZE-ROW-AMOUNT
                       END-IF
                       IF restate-requested
                           PERFORM MARK-RESTATED-ID
                       END-IF

      ** Run the operations-maintained business rules against the
      *  row just accepted - violations only count here; the
      *  end-of-run report decides the step's fate.
                       IF rules-count NOT = ZERO
                           PERFORM APPLY-BUSINESS-RULES
                       END-IF

                       IF vsam-out-open
                           IF dup-skip-vsam-write
                               ADD 1 TO bal-master-kept-off
                               ADD csv-rec-amount TO bal-master-off-amt
                           ELSE
                               PERFORM WRITE-VSAM-ROW
                           END-IF
                       END-IF

      ** The same accepted row feeds the detail-report sort when
      *  the pass is running under one.
                       IF detail-sort-active
                           MOVE csv-rec-id TO ds-id
                           MOVE csv-rec-name TO ds-name
                           MOVE csv-rec-region TO ds-region
                           MOVE csv-rec-amount TO ds-amount
                           MOVE csv-rec-trans-date TO ds-trans-date
                           RELEASE detail-sort-rec
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO bal-skip-count
                   ADD FUNCTION NUMVAL(recon-amount-alpha)
                       TO bal-skip-amt
               END-IF
           END-IF

           PERFORM READ-NEXT-RECON-LINE.

      ** Parses and posts one returns-feed data line. A return is
      *  never held to the trans_date window - it is dated by its
      *  own return_date - and never touches the master: it is
      *  checked against its original there, counted, totaled per
      *  region as a positive amount returned, and queued for
      *  RTNHIST. The detail-report row names the original.
       PARSE-RETURN-LINE.
           MOVE SPACES TO recon-id-alpha rtn-orig-alpha csv-rec-region
               recon-amount-alpha rtn-rec-date rtn-rec-reason
               csv-rec-entity
           MOVE ZERO TO recon-field-count
           UNSTRING recon-csv-record DELIMITED BY ","
               INTO recon-id-alpha
                    rtn-orig-alpha
                    csv-rec-region
                    recon-amount-alpha
                    rtn-rec-date
                    rtn-rec-reason
                    csv-rec-entity
               TALLYING IN recon-field-count
           END-UNSTRING
           IF feed-entity-column
               MOVE FUNCTION UPPER-CASE(csv-rec-entity)
                   TO csv-rec-entity
           ELSE
               MOVE SPACES TO csv-rec-entity
           END-IF

           ADD 1 TO trailer-scan-count
           IF FUNCTION TEST-NUMVAL(recon-amount-alpha) = ZERO
               COMPUTE csv-rec-amount =
                   FUNCTION NUMVAL(recon-amount-alpha)
               ADD csv-rec-amount TO trailer-scan-amount
               IF csv-rec-amount < ZERO
                   ADD csv-rec-amount TO trailer-scan-debit
               ELSE
                   ADD csv-rec-amount TO trailer-scan-credit
               END-IF
           END-IF

           PERFORM VALIDATE-RETURN-FIELDS
           IF recon-reject-reason NOT = SPACES
      ** pandas totals every row it reads, so a return refused on
      *  the business checks or for its region - a well-formed row
      *  with a usable amount - is allowed for in the
      *  reconciliation.
               IF recon-reject-reason(1:3) = "RTN"
                   OR recon-reject-reason(1:3) = "RGN"
                   ADD csv-rec-amount TO rtn-refused-amt
                   IF csv-rec-amount < ZERO
                       ADD csv-rec-amount TO rtn-refused-debit
                   ELSE
                       ADD csv-rec-amount TO rtn-refused-credit
                   END-IF
               END-IF
               PERFORM QUEUE-SUSPENSE-RECORD
               ADD 1 TO recon-reject-inwin
           ELSE
               ADD 1 TO native-rec-count
               ADD csv-rec-amount TO native-total-amt
               ADD csv-rec-amount TO native-credit-amt
               PERFORM ADD-REGION-SUBTOTAL
               IF usd-normalize-requested
                   PERFORM NORMALIZE-ROW-AMOUNT
               END-IF
               PERFORM QUEUE-RETURN-HISTORY
               ADD 1 TO bal-master-kept-off
               ADD csv-rec-amount TO bal-master-off-amt
               IF detail-sort-active
                   MOVE csv-rec-id TO ds-id
                   MOVE SPACES TO ds-name
                   STRING "RETURN OF " DELIMITED BY SIZE
                       rtn-rec-orig-id DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       rtn-rec-reason DELIMITED BY SIZE
                       INTO ds-name
                   END-STRING
                   MOVE csv-rec-region TO ds-region
                   MOVE csv-rec-amount TO ds-amount
                   MOVE rtn-rec-date TO ds-trans-date
                   RELEASE detail-sort-rec
               END-IF
           END-IF

           PERFORM READ-NEXT-RECON-LINE.

      ** Structural checks as for a sales row - six RTNREC columns
      *  (seven with the entity), numeric ids and amount, the
      *  feed's entity - then the business checks against the
      *  master and the returns already posted.
       VALIDATE-RETURN-FIELDS.
           MOVE SPACES TO recon-reject-reason
           IF recon-field-count NOT = 6
               AND NOT (feed-entity-column AND recon-field-count = 7)
               MOVE "FLDC" TO recon-reject-reason
           ELSE
               IF FUNCTION TEST-NUMVAL(recon-id-alpha) NOT = ZERO
                   OR FUNCTION TEST-NUMVAL(rtn-orig-alpha) NOT = ZERO
                   MOVE "IDNV" TO recon-reject-reason
               ELSE
                   IF FUNCTION TEST-NUMVAL(recon-amount-alpha)
                           NOT = ZERO
                       MOVE "AMTV" TO recon-reject-reason
                   ELSE
                       COMPUTE csv-rec-id =
                           FUNCTION NUMVAL(recon-id-alpha)
                       COMPUTE rtn-rec-orig-id =
                           FUNCTION NUMVAL(rtn-orig-alpha)
                       COMPUTE csv-rec-amount =
                           FUNCTION NUMVAL(recon-amount-alpha)
                       PERFORM RESOLVE-ROW-ENTITY
                       IF recon-reject-reason = SPACES
                           MOVE rtn-rec-date TO region-row-date
                           PERFORM CHECK-ROW-REGION
                       END-IF
                       IF recon-reject-reason = SPACES
                           PERFORM CHECK-RETURN-AGAINST-MASTER
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ** The business checks, in the order a clerk would make them:
      *  a positive amount, a return id not already posted, an
      *  original on the master in the return's own region, and
      *  room left on that original for this return.
       CHECK-RETURN-AGAINST-MASTER.
           IF csv-rec-amount NOT > ZERO
               MOVE "RTNA" TO recon-reject-reason
           ELSE
               PERFORM CHECK-RETURN-ID-POSTED
               IF rtn-id-seen
                   MOVE "RTND" TO recon-reject-reason
               ELSE
                   PERFORM FIND-RETURN-ORIGINAL
                   EVALUATE TRUE
                       WHEN rtn-orig-missing
                           MOVE "RTNO" TO recon-reject-reason
                       WHEN rtn-orig-elsewhere
                           MOVE "RTNR" TO recon-reject-reason
                       WHEN OTHER
                           PERFORM TOTAL-PRIOR-RETURNS
                           IF rtn-prior-amt + csv-rec-amount
                                   > rtn-found-amount
                               MOVE "RTNX" TO recon-reject-reason
                           ELSE
                               IF rtn-buf-used NOT < 1000
                                   MOVE "RTNF" TO recon-reject-reason
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

      ** A return id is posted once: neither RTNHIST nor an earlier
      *  line of this run may already hold it for the entity.
       CHECK-RETURN-ID-POSTED.
           MOVE "N" TO rtn-seen-sw
           PERFORM SCAN-POSTED-RETURN-ID
               VARYING rtn-scan-idx FROM 1 BY 1
               UNTIL rtn-scan-idx > rtn-id-used
                   OR rtn-id-seen
           PERFORM SCAN-PENDING-RETURN-ID
               VARYING rtn-scan-idx FROM 1 BY 1
               UNTIL rtn-scan-idx > rtn-buf-used
                   OR rtn-id-seen.

       SCAN-POSTED-RETURN-ID.
           IF rtn-id-value(rtn-scan-idx) = csv-rec-id
               AND rtn-id-entity(rtn-scan-idx) = csv-rec-entity
               SET rtn-id-seen TO TRUE
           END-IF.

       SCAN-PENDING-RETURN-ID.
           IF rtn-buf-id(rtn-scan-idx) = csv-rec-id
               AND rtn-buf-entity(rtn-scan-idx) = csv-rec-entity
               SET rtn-id-seen TO TRUE
           END-IF.

      ** Finds the original on the master. A single-file run keys
      *  the master by the id itself; a list sweep keys it by the
      *  file's sequence number and the id's low six digits, so
      *  each sequence a sweep can have used is tried in turn. The
      *  first candidate in the return's region is the original; a
      *  candidate only in other regions is noted, so the refusal
      *  can say the original exists but is not this region's.
       FIND-RETURN-ORIGINAL.
           MOVE "N" TO rtn-found-sw
           MOVE rtn-rec-orig-id TO rtn-cand-key
           PERFORM READ-RETURN-CANDIDATE
           PERFORM TRY-RETURN-CANDIDATE-SEQ
               VARYING rtn-cand-seq FROM 1 BY 1
               UNTIL rtn-cand-seq > 99
                   OR rtn-orig-found.

       TRY-RETURN-CANDIDATE-SEQ.
           COMPUTE rtn-cand-key =
               (rtn-cand-seq * 1000000)
                   + FUNCTION MOD(rtn-rec-orig-id, 1000000)
           IF rtn-cand-key NOT = rtn-rec-orig-id
               PERFORM READ-RETURN-CANDIDATE
           END-IF.

       READ-RETURN-CANDIDATE.
           MOVE rtn-cand-key TO vsam-out-id
           MOVE csv-rec-entity TO vsam-out-entity
           READ VSAM-OUT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF vsam-out-region = csv-rec-region
                       SET rtn-orig-found TO TRUE
                       MOVE rtn-cand-key TO rtn-found-key
                       MOVE vsam-out-amount TO rtn-found-amount
                   ELSE
                       SET rtn-orig-elsewhere TO TRUE
                   END-IF
           END-READ.

      ** What the original has already given back: the returns
      *  RTNHIST holds against it plus this file's accepted so far.
       TOTAL-PRIOR-RETURNS.
           MOVE ZERO TO rtn-prior-amt
           PERFORM ADD-POSTED-RETURNS
               VARYING rtn-scan-idx FROM 1 BY 1
               UNTIL rtn-scan-idx > rtn-orig-used
           PERFORM ADD-PENDING-RETURNS
               VARYING rtn-scan-idx FROM 1 BY 1
               UNTIL rtn-scan-idx > rtn-buf-used.

       ADD-POSTED-RETURNS.
           IF rtn-orig-key(rtn-scan-idx) = rtn-found-key
               AND rtn-orig-entity(rtn-scan-idx) = csv-rec-entity
               ADD rtn-orig-returned(rtn-scan-idx) TO rtn-prior-amt
           END-IF.

       ADD-PENDING-RETURNS.
           IF rtn-buf-orig-key(rtn-scan-idx) = rtn-found-key
               AND rtn-buf-entity(rtn-scan-idx) = csv-rec-entity
               ADD rtn-buf-amount(rtn-scan-idx) TO rtn-prior-amt
           END-IF.

      ** Queues the accepted return for RTNHIST; the checks above
      *  already refused it (RTNF) when the buffer had no room.
       QUEUE-RETURN-HISTORY.
           ADD 1 TO rtn-buf-used
           MOVE csv-rec-id TO rtn-buf-id(rtn-buf-used)
           MOVE rtn-rec-orig-id TO rtn-buf-orig-id(rtn-buf-used)
           MOVE rtn-found-key TO rtn-buf-orig-key(rtn-buf-used)
           MOVE csv-rec-entity TO rtn-buf-entity(rtn-buf-used)
           MOVE csv-rec-region TO rtn-buf-region(rtn-buf-used)
           MOVE csv-rec-amount TO rtn-buf-amount(rtn-buf-used)
           MOVE rtn-rec-date TO rtn-buf-date(rtn-buf-used)
           MOVE rtn-rec-reason TO rtn-buf-reason(rtn-buf-used).

      ** Writes a passed file's accepted returns to RTNHIST and
      *  folds them into the committed tables, so the next returns
      *  feed of the run is held to them too.
       FLUSH-RETURN-HISTORY.
           IF rtn-buf-used = ZERO
               CONTINUE
           ELSE
               OPEN EXTEND RETURNS-HIST-FILE
               IF rtn-hist-status = "35"
                   OPEN OUTPUT RETURNS-HIST-FILE
               END-IF
               IF rtn-hist-status NOT = "00"
                   DISPLAY "UNABLE TO OPEN RTNHIST DD, STATUS="
                       rtn-hist-status
                       " - ACCEPTED RETURNS NOT RECORDED"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM FLUSH-ONE-RETURN
                       VARYING rtn-buf-idx FROM 1 BY 1
                       UNTIL rtn-buf-idx > rtn-buf-used
                   CLOSE RETURNS-HIST-FILE
               END-IF
           END-IF
           MOVE ZERO TO rtn-buf-used.

       FLUSH-ONE-RETURN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO rth-post-date
           MOVE rtn-buf-id(rtn-buf-idx) TO rth-return-id
           MOVE rtn-buf-orig-id(rtn-buf-idx) TO rth-orig-id
           MOVE rtn-buf-orig-key(rtn-buf-idx) TO rth-orig-key
           MOVE rtn-buf-entity(rtn-buf-idx) TO rth-entity
           MOVE rtn-buf-region(rtn-buf-idx) TO rth-region
           MOVE rtn-buf-amount(rtn-buf-idx) TO rth-amount
           MOVE rtn-buf-date(rtn-buf-idx) TO rth-return-date
           MOVE rtn-buf-reason(rtn-buf-idx) TO rth-reason
           MOVE pyaudit-runid TO rth-runid
           MOVE rtn-hist-detail TO rtn-hist-record
           WRITE rtn-hist-record
           MOVE rtn-buf-amount(rtn-buf-idx) TO rtn-fold-amount
           PERFORM FOLD-ONE-RETURN.

      ** Looks the row's id up in the sweep-wide table. A first
      *  sighting is remembered with the file it arrived in; a
               IF dup-tbl-used < 2000
                   ADD 1 TO dup-tbl-used
                   MOVE csv-rec-id TO dup-id-value(dup-tbl-used)
                   MOVE csv-rec-entity
                       TO dup-id-entity(dup-tbl-used)
                   MOVE vsam-file-seq
                       TO dup-id-kept-seq(dup-tbl-used)
                   MOVE ZERO TO dup-id-collisions(dup-tbl-used)
               END-EVALUATE
           END-IF.

      ** Checks one remembered id against the row's - the same id
      *  under another entity is another customer, not a duplicate.
       SCAN-DUP-ID-ENTRY.
           IF dup-id-value(dup-scan-idx) = csv-rec-id
               AND dup-id-entity(dup-scan-idx) = csv-rec-entity
               MOVE dup-scan-idx TO dup-match-idx
           END-IF.

                               1000000)
               END-IF
               MOVE dup-old-key TO vsam-out-id
               MOVE dup-id-entity(dup-match-idx) TO vsam-out-entity
               READ VSAM-OUT-FILE
                   INVALID KEY
                       CONTINUE
                   ADD csv-rec-amount
                       TO region-tot-credit(region-match-idx)
               END-IF
           END-IF
           IF tax-rates-loaded AND region-match-idx NOT = ZERO
               PERFORM ADD-ROW-TAX
           END-IF.

      ** Checks one region subtotal entry against the row's region
               MOVE region-scan-idx TO region-match-idx
           END-IF.

      ** Taxes the row just folded into the region subtotals at
      *  its region's rate effective on the tax point, and nets it
      *  into the file's register entry for that region and rate.
       ADD-ROW-TAX.
           IF feed-returns
               MOVE rtn-rec-date TO tax-point-date
           ELSE
               MOVE csv-rec-trans-date TO tax-point-date
           END-IF
           MOVE SPACES TO tax-row-date
           MOVE ZERO TO tax-row-pct
           PERFORM SCAN-TAX-RATE
               VARYING taxrate-scan-idx FROM 1 BY 1
               UNTIL taxrate-scan-idx > taxrate-used
           IF tax-row-date = SPACES
               ADD 1 TO tax-no-rate-count
               MOVE ZERO TO tax-row-amount
           ELSE
               COMPUTE tax-row-amount ROUNDED =
                   (csv-rec-amount * tax-row-pct) / 100
           END-IF

           MOVE ZERO TO tax-acc-match-idx
           PERFORM SCAN-TAX-ACC-ENTRY
               VARYING tax-acc-scan-idx FROM 1 BY 1
               UNTIL tax-acc-scan-idx > tax-acc-used
                   OR tax-acc-match-idx NOT = ZERO
           IF tax-acc-match-idx = ZERO
               IF tax-acc-used < 40
                   ADD 1 TO tax-acc-used
                   MOVE tax-acc-used TO tax-acc-match-idx
                   MOVE csv-rec-region
                       TO tax-acc-region(tax-acc-match-idx)
                   MOVE tax-row-date TO tax-acc-date(tax-acc-match-idx)
                   MOVE tax-row-pct TO tax-acc-pct(tax-acc-match-idx)
                   MOVE ZERO TO tax-acc-count(tax-acc-match-idx)
                   MOVE ZERO TO tax-acc-taxable(tax-acc-match-idx)
                   MOVE ZERO TO tax-acc-tax(tax-acc-match-idx)
               ELSE
                   DISPLAY "TAX REGISTER TABLE FULL - REGION "
                       csv-rec-region " RATE " tax-row-date
                       " OMITTED FROM THE REGISTER"
               END-IF
           END-IF
           IF tax-acc-match-idx NOT = ZERO
               ADD 1 TO tax-acc-count(tax-acc-match-idx)
               ADD csv-rec-amount TO tax-acc-taxable(tax-acc-match-idx)
               ADD tax-row-amount TO tax-acc-tax(tax-acc-match-idx)
           END-IF.

      ** Keeps the region's latest rate effective on or before the
      *  tax point.
       SCAN-TAX-RATE.
           IF taxrate-region(taxrate-scan-idx) = csv-rec-region
               AND taxrate-date(taxrate-scan-idx) NOT > tax-point-date
               AND (tax-row-date = SPACES
                   OR taxrate-date(taxrate-scan-idx) > tax-row-date)
               MOVE taxrate-date(taxrate-scan-idx) TO tax-row-date
               MOVE taxrate-pct(taxrate-scan-idx) TO tax-row-pct
           END-IF.

       SCAN-TAX-ACC-ENTRY.
           IF tax-acc-region(tax-acc-scan-idx) = csv-rec-region
               AND tax-acc-date(tax-acc-scan-idx) = tax-row-date
               MOVE tax-acc-scan-idx TO tax-acc-match-idx
           END-IF.

      ** Prints one native per-region subtotal line.
       PRINT-NATIVE-REGION-ROW.
           MOVE region-tot-code(region-print-idx) TO rg-check-code
           PERFORM LOOKUP-REGION-NAME
           MOVE SPACES TO region-label
           STRING rg-check-code DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               rg-check-name DELIMITED BY "  "
               INTO region-label
           END-STRING
           IF usd-normalize-requested
               DISPLAY "  REGION=" FUNCTION TRIM(region-label)
                   " COUNT=" region-tot-count(region-print-idx)
                   " AMOUNT=" region-tot-amount(region-print-idx)
                   " USD=" region-tot-usd(region-print-idx)
           ELSE
               DISPLAY "  REGION=" FUNCTION TRIM(region-label)
                   " COUNT=" region-tot-count(region-print-idx)
                   " AMOUNT=" region-tot-amount(region-print-idx)
           END-IF
       VALIDATE-RECON-FIELDS.
           MOVE SPACES TO recon-reject-reason
           IF recon-field-count NOT = 5
               AND NOT (feed-entity-column AND recon-field-count = 6)
               MOVE "FLDC" TO recon-reject-reason
           ELSE
               IF FUNCTION TEST-NUMVAL(recon-id-alpha) NOT = ZERO
                   IF FUNCTION TEST-NUMVAL(recon-amount-alpha)
                           NOT = ZERO
                       MOVE "AMTV" TO recon-reject-reason
                   ELSE
                       PERFORM RESOLVE-ROW-ENTITY
                       IF recon-reject-reason = SPACES
                           MOVE csv-rec-trans-date TO region-row-date
                           PERFORM CHECK-ROW-REGION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ** Holds the row's region to the region master on the row's
      *  own date (trans_date, or a return's return_date): RGNU for
      *  a region the master does not list, RGNC for one closed,
      *  not yet open or inactive on that date. A date that is not
      *  yyyy-mm-dd is left to the DATEVALID rule and the region
      *  judged on its active flag alone.
       CHECK-ROW-REGION.
           MOVE csv-rec-region TO rg-check-code
           MOVE SPACES TO rg-check-date
           IF region-row-date(5:1) = "-"
               AND region-row-date(8:1) = "-"
               MOVE region-row-date TO rg-check-date
           END-IF
           PERFORM CHECK-REGION-CODE
           MOVE rg-check-result TO recon-reject-reason.

      ** Allows for an in-window sales row refused for its region -
      *  its amount passed AMTV, so pandas totals it.
       ALLOW-REGION-REFUSAL.
           COMPUTE csv-rec-amount =
               FUNCTION NUMVAL(recon-amount-alpha)
           ADD csv-rec-amount TO rgn-refused-amt
           IF csv-rec-amount < ZERO
               ADD csv-rec-amount TO rgn-refused-debit
           ELSE
               ADD csv-rec-amount TO rgn-refused-credit
           END-IF.

      ** A feed without the entity column keeps the old behavior -
      *  a stray sixth field is ignored, not taken as an entity. The
      *  entity value itself is upper-cased and held to 4 bytes; a
      *  longer one cannot be a valid code and is kept long enough
      *  to be refused.
       TRIM-ENTITY-FIELD.
           IF NOT feed-entity-column
               MOVE SPACES TO csv-rec-entity
               IF recon-field-count > 5
                   MOVE 5 TO recon-field-count
               END-IF
           ELSE
               MOVE FUNCTION UPPER-CASE(csv-rec-entity)
                   TO csv-rec-entity
           END-IF.

      ** Gives the row its entity: the feed's when the row names
      *  none, else the row's own - which must be the feed's. In a
      *  feed with no registry entity the first row settles it: a
      *  row naming none holds the feed to the default, a row
      *  naming one makes that the feed's.
       RESOLVE-ROW-ENTITY.
           IF csv-rec-entity = SPACES
               MOVE feed-entity TO csv-rec-entity
               IF feed-entity-defaulted
                   SET feed-entity-from-data TO TRUE
               END-IF
           ELSE
               IF feed-entity-defaulted
                   MOVE csv-rec-entity TO feed-entity
                   SET feed-entity-from-data TO TRUE
                   DISPLAY "FEED ENTITY " feed-entity
                       " TAKEN FROM THE EXTRACT'S ENTITY COLUMN"
               END-IF
               IF csv-rec-entity NOT = feed-entity
                   MOVE "ENTY" TO recon-reject-reason
               END-IF
           END-IF.

      ** Resolves the file's entity before any pass reads it: the
      *  fourth field of the first expected-feeds entry whose
      *  pattern the path carries, else the default until the
      *  extract's own entity column says otherwise.
       RESOLVE-FEED-ENTITY.
           MOVE default-entity TO feed-entity
           SET feed-entity-defaulted TO TRUE
           MOVE "N" TO feed-entity-col-sw
           MOVE "N" TO exp-feeds-eof-sw
           OPEN INPUT EXP-FEEDS-FILE
           IF exp-feeds-status = "00"
               READ EXP-FEEDS-FILE INTO exp-feeds-record
                   AT END SET exp-feeds-eof TO TRUE
               END-READ
               PERFORM MATCH-FEED-ENTITY-ENTRY
                   UNTIL exp-feeds-eof OR feed-entity-registered
               CLOSE EXP-FEEDS-FILE
           END-IF
           IF feed-entity-registered
               DISPLAY "FEED ENTITY " feed-entity
                   " (EXPECTED-FEEDS REGISTRY)"
           END-IF.

       MATCH-FEED-ENTITY-ENTRY.
           IF exp-feeds-record NOT = SPACES
               AND exp-feeds-record(1:1) NOT = "*"
               MOVE SPACES TO expf-pattern expf-days-alpha
                   expf-dueby-alpha expf-entity-alpha
               UNSTRING exp-feeds-record DELIMITED BY ","
                   INTO expf-pattern
                        expf-days-alpha
                        expf-dueby-alpha
                        expf-entity-alpha
               END-UNSTRING
               IF expf-entity-alpha NOT = SPACES
                   AND expf-pattern NOT = SPACES
                   MOVE ZERO TO expf-hit-count
                   INSPECT csv-path-alpha
                       TALLYING expf-hit-count
                       FOR ALL FUNCTION TRIM(expf-pattern)
                   IF expf-hit-count NOT = ZERO
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(expf-entity-alpha))
                           TO feed-entity
                       SET feed-entity-registered TO TRUE
                   END-IF
               END-IF
           END-IF
           READ EXP-FEEDS-FILE INTO exp-feeds-record
               AT END SET exp-feeds-eof TO TRUE
           END-READ.

      ** Queues one reject - reason code, extract line number, and
      *  the original record image - in the quarantine buffer; the
      *  flush to the SUSPENSE dataset waits for the file's trailer
      *  place in the counts but loses its image, said loudly.
       QUEUE-SUSPENSE-RECORD.
           ADD 1 TO recon-reject-count
           IF FUNCTION TEST-NUMVAL(recon-amount-alpha) = ZERO
               ADD FUNCTION NUMVAL(recon-amount-alpha)
                   TO bal-reject-amt
           END-IF
           MOVE recon-reject-reason TO susp-reason-code
           MOVE recon-line-number TO susp-line-number
           MOVE recon-csv-record TO susp-record-image
           MOVE ZERO TO susp-buf-used
           MOVE ZERO TO susp-buf-lost.

      ** The reject's image goes to the dataset as a vault token -
      *  a row that failed to parse cannot be trusted to have its
      *  name where the layout says, so the whole image is
      *  protected.
       FLUSH-ONE-SUSPENSE-RECORD.
           MOVE susp-buf-entry(susp-buf-write-idx)
               TO suspense-detail
           MOVE susp-record-image TO nv-in-value
           MOVE "IMG" TO nv-in-kind
           MOVE ZERO TO nv-in-id
           MOVE feed-entity TO nv-in-entity
           MOVE SPACES TO susp-image-id-alpha
           UNSTRING susp-record-image DELIMITED BY ","
               INTO susp-image-id-alpha
           END-UNSTRING
           IF FUNCTION TRIM(susp-image-id-alpha) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(susp-image-id-alpha))
                   NOT > 8
               COMPUTE nv-in-id = FUNCTION NUMVAL(susp-image-id-alpha)
           END-IF
           PERFORM PROTECT-PII-VALUE
           MOVE nv-out-value TO susp-record-image
           MOVE suspense-detail TO suspense-record
           WRITE suspense-record
           IF suspense-status = "00"
               ADD 1 TO bal-susp-written
           END-IF.

      ** Commits a passed file's quarantined side outputs: the
      *  suspense rejects flush to their dataset, a returns feed's
      *  accepted returns to RTNHIST, and the per-file rule tallies
      *  fold into the run's.
       COMMIT-NATIVE-PASS-OUTPUTS.
           PERFORM FLUSH-SUSPENSE-RECORDS
           IF feed-returns
               PERFORM FLUSH-RETURN-HISTORY
           END-IF
           PERFORM FOLD-ONE-RULE-TALLY
               VARYING rules-idx FROM 1 BY 1
               UNTIL rules-idx > rules-count
                   "THE RERUN"
           END-IF
           MOVE ZERO TO susp-buf-used
           MOVE ZERO TO susp-buf-lost
           MOVE ZERO TO rtn-buf-used.

      ** Writes the row just parsed into CSVREC out to VSAM-OUT-FILE,
      *  keyed by vsam-out-id, giving it indexed COBOL-native access
                   (vsam-file-seq * 1000000)
                       + FUNCTION MOD(csv-rec-id, 1000000)
           END-IF
           MOVE csv-rec-entity     TO vsam-new-entity
           MOVE csv-rec-name       TO vsam-new-name
           MOVE csv-rec-region     TO vsam-new-region
           MOVE csv-rec-amount     TO vsam-new-amount
           MOVE csv-rec-trans-date TO vsam-new-trans-date
           MOVE csv-path-alpha     TO vsam-new-feed
           MOVE pyaudit-runid      TO vsam-new-runid
           MOVE recon-line-number  TO vsam-new-line

      ** Both modes stage rather than write - a FULL reload's rows
      *  become staged adds against the freshly-emptied dataset, so
      *  against the existing master record under the same key and
      *  STAGES the computed delta - a missing key becomes a staged
      *  add, a differing record a staged change, and an identical
      *  record is left alone. A restatement leaves alone, too, a
      *  record a later day's load has since rewritten - the
      *  restated date cannot speak for it. Nothing touches the
      *  master here; APPLY-STAGED-DELTAS runs the staged entries
      *  afterwards.
       APPLY-VSAM-DELTA.
           MOVE vsam-new-id TO vsam-out-id
           MOVE vsam-new-entity TO vsam-out-entity
           READ VSAM-OUT-FILE
               INVALID KEY
                   MOVE "ADD" TO stg-flag
                   MOVE vsam-new-record TO stg-after
                   PERFORM WRITE-STAGED-DELTA
               NOT INVALID KEY
                   MOVE "N" TO rst-superseded-sw
                   IF restate-requested
                       PERFORM CHECK-RESTATE-SUPERSEDED
                   END-IF
                   EVALUATE TRUE
                       WHEN rst-row-superseded
                           ADD 1 TO bal-master-kept-off
                           ADD vsam-new-amount TO bal-master-off-amt
                       WHEN vsam-out-record(1:67)
                               = vsam-new-record(1:67)
                           ADD 1 TO vsam-same-count
                           ADD 1 TO bal-master-landed
                           ADD vsam-new-amount TO bal-master-land-amt
                       WHEN OTHER
                           MOVE "CHG" TO stg-flag
                           MOVE vsam-out-record TO stg-before
                           MOVE vsam-new-record TO stg-after
                           PERFORM WRITE-STAGED-DELTA
                   END-EVALUATE
           END-READ.

      ** Appends one computed delta to the staging file. A staging
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO vsam-add-count
               ADD 1 TO bal-master-landed
               ADD vsam-new-amount TO bal-master-land-amt
               MOVE "ADD" TO vsam-chg-flag
               MOVE SPACES TO vsam-chg-before
               MOVE stg-after TO vsam-chg-after
               PERFORM WRITE-VSAM-CHANGE
               PERFORM WRITE-PATH-ROWS
               PERFORM POST-CUSTOMER-ACTIVITY
      ** A FULL rebuild's adds are the whole master - versioning
      *  each one would bury the history under noise.
               IF NOT vsam-full-reload
                   MOVE vsam-new-id TO vh-id
                   MOVE vsam-new-entity TO vh-entity
                   MOVE "ADD" TO vh-flag
                   MOVE SPACES TO vh-image
                   PERFORM WRITE-VSAM-HISTORY
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO vsam-chg-count
               ADD 1 TO bal-master-landed
               ADD vsam-new-amount TO bal-master-land-amt
               MOVE "CHG" TO vsam-chg-flag
               MOVE stg-before TO vsam-chg-before
               MOVE stg-after TO vsam-chg-after
               PERFORM WRITE-VSAM-CHANGE
               PERFORM DELETE-PATH-ROWS
               PERFORM WRITE-PATH-ROWS
               PERFORM POST-CUSTOMER-ACTIVITY
               MOVE vsam-new-id TO vh-id
               MOVE vsam-new-entity TO vh-entity
               MOVE "CHG" TO vh-flag
               MOVE stg-before TO vh-image
               PERFORM WRITE-VSAM-HISTORY
       APPLY-STAGED-DEL.
           MOVE stg-before TO stg-before-view
           MOVE stg-before TO vsam-old-record
           MOVE stg-before-key TO vsam-out-key
           DELETE VSAM-OUT-FILE
               INVALID KEY
                   CONTINUE
                   PERFORM WRITE-VSAM-CHANGE
                   PERFORM DELETE-PATH-ROWS
                   MOVE stg-before-id TO vh-id
                   MOVE stg-before-entity TO vh-entity
                   MOVE "DEL" TO vh-flag
                   MOVE stg-before TO vh-image
                   PERFORM WRITE-VSAM-HISTORY
           END-DELETE.

      ** Opens the activity profile for update, creating it on the
      *  first run that has one allocated.
       OPEN-CUSTOMER-ACTIVITY.
           MOVE "N" TO custact-open-sw
           OPEN I-O CUST-ACTIVITY-FILE
           IF custact-status = "35"
               OPEN OUTPUT CUST-ACTIVITY-FILE
               IF custact-status = "00"
                   CLOSE CUST-ACTIVITY-FILE
                   OPEN I-O CUST-ACTIVITY-FILE
               END-IF
           END-IF
           IF custact-status NOT = "00"
               DISPLAY "UNABLE TO OPEN CUSTPRF DD, STATUS="
                   custact-status
                   " - CUSTOMER PROFILES NOT MAINTAINED"
           ELSE
               SET custact-open TO TRUE
           END-IF.

      ** Folds the row just applied to the master into its id's
      *  profile. The row last counted is remembered by feed, line,
      *  date and amount; meeting it again is a rerun or a resumed
      *  apply, not a new transaction. Only a well-formed trans_date
      *  moves the first and last dates - an undated row still
      *  counts toward the lifetime figures.
       POST-CUSTOMER-ACTIVITY.
           IF custact-open
               MOVE "N" TO custact-new-sw
               MOVE vsam-new-id TO ca-id
               MOVE vsam-new-entity TO ca-entity
               READ CUST-ACTIVITY-FILE
                   INVALID KEY
                       SET custact-is-new TO TRUE
               END-READ
               IF custact-is-new
                   MOVE SPACES TO custact-record
                   INITIALIZE custact-record
                   MOVE vsam-new-id TO ca-id
                   MOVE vsam-new-entity TO ca-entity
                   MOVE pyaudit-runid TO ca-first-runid
                   PERFORM FOLD-CUSTOMER-ACTIVITY
                   WRITE custact-record
                   END-WRITE
               ELSE
                   IF custact-status = "00"
                       IF ca-last-feed = vsam-new-feed
                           AND ca-last-line = vsam-new-line
                           AND ca-last-amount = vsam-new-amount
                           AND ca-last-row-date = vsam-new-trans-date
                           ADD 1 TO custact-seen-count
                       ELSE
                           PERFORM FOLD-CUSTOMER-ACTIVITY
                           REWRITE custact-record
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
               IF custact-status NOT = "00"
                   DISPLAY "CUSTPRF UPDATE FAILED FOR ID="
                       vsam-new-id " STATUS=" custact-status
                       " - PROFILES NO LONGER MAINTAINED"
                   CLOSE CUST-ACTIVITY-FILE
                   MOVE "N" TO custact-open-sw
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   IF custact-is-new
                       ADD 1 TO custact-new-count
                   ELSE
                       ADD 1 TO custact-upd-count
                   END-IF
               END-IF
           END-IF.

       FOLD-CUSTOMER-ACTIVITY.
           ADD 1 TO ca-txn-count
           ADD vsam-new-amount TO ca-life-amount
           IF ca-txn-count = 1
               OR FUNCTION ABS(vsam-new-amount)
                   > FUNCTION ABS(ca-max-amount)
               MOVE vsam-new-amount TO ca-max-amount
           END-IF
           IF vsam-new-trans-date(5:1) = "-"
               AND vsam-new-trans-date(8:1) = "-"
               AND vsam-new-trans-date(1:4) IS NUMERIC
               IF ca-first-date = SPACES
                   OR vsam-new-trans-date < ca-first-date
                   MOVE vsam-new-trans-date TO ca-first-date
               END-IF
               IF ca-last-date = SPACES
                   OR vsam-new-trans-date NOT < ca-last-date
                   MOVE vsam-new-trans-date TO ca-last-date
                   MOVE vsam-new-region TO ca-last-region
               END-IF
           END-IF
           IF ca-last-region = SPACES
               MOVE vsam-new-region TO ca-last-region
           END-IF
           PERFORM FOLD-MONTH-TO-DATE
           MOVE vsam-new-amount TO ca-last-amount
           MOVE vsam-new-feed TO ca-last-feed
           MOVE vsam-new-line TO ca-last-line
           MOVE vsam-new-trans-date TO ca-last-row-date
           MOVE pyaudit-runid TO ca-last-runid
           MOVE FUNCTION CURRENT-DATE TO ca-upd-ts.

      ** Month-to-date figures for exposure-limit monitoring. The
      *  month is the row's trans_date month; an undated row counts
      *  toward the current month as it stands, or opens the run
      *  date's month when the profile has none yet.
       FOLD-MONTH-TO-DATE.
           IF vsam-new-trans-date(5:1) = "-"
               AND vsam-new-trans-date(1:4) IS NUMERIC
               AND vsam-new-trans-date(6:2) IS NUMERIC
               MOVE vsam-new-trans-date(1:7) TO custact-row-month
           ELSE
               IF ca-mtd-month NOT = SPACES
                   AND ca-mtd-month NOT = LOW-VALUES
                   MOVE ca-mtd-month TO custact-row-month
               ELSE
                   STRING FUNCTION CURRENT-DATE(1:4) "-"
                       FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
                       INTO custact-row-month
                   END-STRING
               END-IF
           END-IF
           IF ca-mtd-month = SPACES
               OR ca-mtd-month = LOW-VALUES
               OR custact-row-month > ca-mtd-month
               MOVE custact-row-month TO ca-mtd-month
               MOVE ZERO TO ca-mtd-count
               MOVE ZERO TO ca-mtd-amount
           END-IF
           IF custact-row-month = ca-mtd-month
               ADD 1 TO ca-mtd-count
               ADD vsam-new-amount TO ca-mtd-amount
           END-IF.

      ** Appends one versioned prior image to the effective-dated
      *  history, same open-extend-or-create pattern as the change
      *  file, with the image's name held in the vault.
       WRITE-VSAM-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO vh-ts
           MOVE vh-image TO nv-image
           PERFORM PROTECT-IMAGE-NAME
           MOVE nv-image TO vh-image
           OPEN EXTEND VSAM-HIST-FILE
           IF vsam-hist-status = "35"
               OPEN OUTPUT VSAM-HIST-FILE
           IF vsam-rgn-open
               MOVE vsam-new-region     TO vsam-rgn-region
               MOVE vsam-new-id         TO vsam-rgn-id
               MOVE vsam-new-entity     TO vsam-rgn-entity
               MOVE vsam-new-name       TO vsam-rgn-name
               MOVE vsam-new-amount     TO vsam-rgn-amount
               MOVE vsam-new-trans-date TO vsam-rgn-trans-date
               MOVE vsam-new-feed       TO vsam-rgn-feed
               MOVE vsam-new-runid      TO vsam-rgn-runid
               MOVE vsam-new-line       TO vsam-rgn-line
               WRITE vsam-rgn-record
                   INVALID KEY
                       REWRITE vsam-rgn-record
           IF vsam-dte-open
               MOVE vsam-new-trans-date TO vsam-dte-date
               MOVE vsam-new-id         TO vsam-dte-id
               MOVE vsam-new-entity     TO vsam-dte-entity
               MOVE vsam-new-name       TO vsam-dte-name
               MOVE vsam-new-region     TO vsam-dte-region
               MOVE vsam-new-amount     TO vsam-dte-amount
               MOVE vsam-new-feed       TO vsam-dte-feed
               MOVE vsam-new-runid      TO vsam-dte-runid
               MOVE vsam-new-line       TO vsam-dte-line
               WRITE vsam-dte-record
                   INVALID KEY
                       REWRITE vsam-dte-record
           IF vsam-rgn-open
               MOVE vsam-old-region TO vsam-rgn-region
               MOVE vsam-old-id     TO vsam-rgn-id
               MOVE vsam-old-entity TO vsam-rgn-entity
               DELETE VSAM-RGN-FILE
                   INVALID KEY CONTINUE
               END-DELETE
           IF vsam-dte-open
               MOVE vsam-old-trans-date TO vsam-dte-date
               MOVE vsam-old-id         TO vsam-dte-id
               MOVE vsam-old-entity     TO vsam-dte-entity
               DELETE VSAM-DTE-FILE
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.

      ** Appends one applied delta - flag plus before and after
      *  images, their names held in the vault - to the change-
      *  transaction file, and publishes it to the change-event
      *  feed. A FULL rebuild's adds are the whole master and are
      *  published as the one reload event instead.
       WRITE-VSAM-CHANGE.
           IF vsam-chg-open
               MOVE pyaudit-runid TO vsam-chg-runid
               MOVE vsam-chg-before TO nv-image
               PERFORM PROTECT-IMAGE-NAME
               MOVE nv-image TO vsam-chg-before
               MOVE vsam-chg-after TO nv-image
               PERFORM PROTECT-IMAGE-NAME
               MOVE nv-image TO vsam-chg-after
               MOVE vsam-chg-detail TO vsam-chg-record
               WRITE vsam-chg-record
           END-IF
           IF NOT vsam-full-reload
               MOVE vsam-chg-flag TO pyce-type
               MOVE vsam-chg-before TO pyce-before
               MOVE vsam-chg-after TO pyce-after
               PERFORM PUBLISH-CHANGE-EVENT
           END-IF.

      ** Loads the sales-tax rate table TAXMAINT keeps (blank
      *  lines, * comments and unparseable rows skipped). No
      *  dataset means the run computes no tax.
       LOAD-TAX-RATES.
           MOVE ZERO TO taxrate-used
           MOVE "N" TO taxrates-eof-sw
           OPEN INPUT TAXRATES-FILE
           IF taxrates-status NOT = "00"
               DISPLAY "NO TAX RATE TABLE (TAXRATES) - NO TAX "
                   "REGISTER THIS RUN"
           ELSE
               SET tax-rates-loaded TO TRUE
               READ TAXRATES-FILE INTO taxrates-record
                   AT END SET taxrates-eof TO TRUE
               END-READ
               PERFORM PARSE-TAX-RATE-LINE UNTIL taxrates-eof
               CLOSE TAXRATES-FILE
               DISPLAY "TAX RATE TABLE LOADED - " taxrate-used
                   " RATE(S)"
           END-IF.

       PARSE-TAX-RATE-LINE.
           IF taxrates-record = SPACES
               OR taxrates-record(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO taxrate-oper1 taxrate-oper2
                   taxrate-oper3
               UNSTRING taxrates-record DELIMITED BY ","
                   INTO taxrate-oper1
                        taxrate-oper2
                        taxrate-oper3
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(taxrate-oper3) = ZERO
                   IF taxrate-used < 200
                       ADD 1 TO taxrate-used
                       MOVE taxrate-oper1(1:4)
                           TO taxrate-region(taxrate-used)
                       MOVE taxrate-oper2(1:10)
                           TO taxrate-date(taxrate-used)
                       COMPUTE taxrate-pct(taxrate-used) =
                           FUNCTION NUMVAL(taxrate-oper3)
                   ELSE
                       DISPLAY "TAX RATE TABLE FULL - LINE "
                           "IGNORED: " FUNCTION TRIM(taxrates-record)
                   END-IF
               END-IF
           END-IF
           READ TAXRATES-FILE INTO taxrates-record
               AT END SET taxrates-eof TO TRUE
           END-READ.

      ** Loads the region-to-currency map for USD normalization.
      *  No dataset just means every region is treated as USD and
      *  the normalized total equals the raw one - which is also
               AT END SET currmap-eof TO TRUE
           END-READ.

      ** Resolves the current row's region to its currency - the
      *  region master's when it lists the region, else CURRMAP's,
      *  else USD.
       LOOKUP-REGION-CURRENCY.
           MOVE "USD" TO row-currency
           PERFORM SCAN-CURRMAP-ENTRY
               VARYING currmap-scan-idx FROM 1 BY 1
               UNTIL currmap-scan-idx > currmap-used
           IF rg-master-loaded
               MOVE csv-rec-region TO rg-check-code
               PERFORM FIND-REGION-SLOT
               IF rg-check-idx NOT = ZERO
                   MOVE rg-currency(rg-check-idx) TO row-currency
               END-IF
           END-IF.

       SCAN-CURRMAP-ENTRY.
           IF currmap-region(currmap-scan-idx) = csv-rec-region
               CONTINUE
           ELSE
               MOVE SPACES TO expf-pattern expf-days-alpha
                   expf-dueby-alpha expf-entity-alpha
                   expf-region-alpha
               UNSTRING exp-feeds-record DELIMITED BY ","
                   INTO expf-pattern
                        expf-days-alpha
                        expf-dueby-alpha
                        expf-entity-alpha
                        expf-region-alpha
               END-UNSTRING

               MOVE "N" TO expf-due-sw
                       SET expf-due-today TO TRUE
                   END-IF
               END-IF
               IF expf-due-today AND expf-region-alpha NOT = SPACES
                   PERFORM CHECK-FEED-REGION
               END-IF

               IF expf-due-today
                   PERFORM MATCH-PROCESSED-FEED
               AT END SET exp-feeds-eof TO TRUE
           END-READ.

      ** A feed serving a region the region master has closed, not
      *  yet open or inactive today is not due. A region the master
      *  does not list cannot excuse the feed - it is judged as due
      *  and the registry line reported for correction.
       CHECK-FEED-REGION.
           MOVE FUNCTION UPPER-CASE(expf-region-alpha(1:4))
               TO rg-check-code
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO rg-check-date
           END-STRING
           PERFORM CHECK-REGION-CODE
           EVALUATE TRUE
               WHEN rg-check-closed
                   MOVE "N" TO expf-due-sw
                   DISPLAY "  CLOSED  " FUNCTION TRIM(expf-pattern)
                       " (REGION " rg-check-code " NOT OPEN TODAY)"
               WHEN rg-check-unknown
                   DISPLAY "  WARNING " FUNCTION TRIM(expf-pattern)
                       " - REGION " rg-check-code
                       " IS NOT ON THE REGION MASTER"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ** Looks for the entry's pattern anywhere in a processed
      *  feed's path, reporting the best outcome found - SPACES
      *  when no processed feed matched at all.
               END-IF
           END-IF.

      ** The run's net sales by entity and region - what the sales
      *  feeds loaded, what the returns feeds gave back, and the
      *  net - on SYSOUT and, when the detail report is being
      *  written, as its closing page.
       PRINT-NET-SALES-SECTION.
           MOVE ZERO TO net-tot-sale-count net-tot-sale-amount
               net-tot-rtn-count net-tot-rtn-amount
           DISPLAY " "
           DISPLAY "===== NET SALES BY REGION ====="
           IF rpt-file-open
               ADD 1 TO rpt-page-num
               MOVE rpt-page-num TO rpt-h1-page
               MOVE rpt-head1-line TO detail-rpt-record
               WRITE detail-rpt-record
               MOVE rpt-net-title-line TO detail-rpt-record
               WRITE detail-rpt-record
               MOVE SPACES TO detail-rpt-record
               WRITE detail-rpt-record
               MOVE rpt-net-colhdr-line TO detail-rpt-record
               WRITE detail-rpt-record
           END-IF
           DISPLAY rpt-net-colhdr-line
           PERFORM PRINT-NET-SALES-ROW
               VARYING net-idx FROM 1 BY 1
               UNTIL net-idx > net-used
           MOVE "ALL " TO rpt-n-entity
           MOVE SPACES TO rpt-n-region rpt-n-region-name
           MOVE net-tot-sale-count TO rpt-n-sale-count
           MOVE net-tot-sale-amount TO rpt-n-sale-amount
           MOVE net-tot-rtn-count TO rpt-n-rtn-count
           MOVE net-tot-rtn-amount TO rpt-n-rtn-amount
           COMPUTE rpt-n-net-amount =
               net-tot-sale-amount - net-tot-rtn-amount
           DISPLAY rpt-net-line
           IF rpt-file-open
               MOVE SPACES TO detail-rpt-record
               WRITE detail-rpt-record
               MOVE rpt-net-line TO detail-rpt-record
               WRITE detail-rpt-record
           END-IF.

       PRINT-NET-SALES-ROW.
           MOVE net-entity(net-idx) TO rpt-n-entity
           MOVE net-region(net-idx) TO rpt-n-region
           MOVE net-region(net-idx) TO rg-check-code
           PERFORM LOOKUP-REGION-NAME
           MOVE rg-check-name TO rpt-n-region-name
           MOVE net-sale-count(net-idx) TO rpt-n-sale-count
           MOVE net-sale-amount(net-idx) TO rpt-n-sale-amount
           MOVE net-rtn-count(net-idx) TO rpt-n-rtn-count
           MOVE net-rtn-amount(net-idx) TO rpt-n-rtn-amount
           COMPUTE rpt-n-net-amount =
               net-sale-amount(net-idx) - net-rtn-amount(net-idx)
           DISPLAY rpt-net-line
           IF rpt-file-open
               MOVE rpt-net-line TO detail-rpt-record
               WRITE detail-rpt-record
           END-IF
           ADD net-sale-count(net-idx) TO net-tot-sale-count
           ADD net-sale-amount(net-idx) TO net-tot-sale-amount
           ADD net-rtn-count(net-idx) TO net-tot-rtn-count
           ADD net-rtn-amount(net-idx) TO net-tot-rtn-amount.

      ** End-of-run duplicates report for a list sweep: every id
      *  that arrived in more than one file, how many times it
      *  collided, and which file's version was kept - the paper
           IF dup-id-collisions(dup-print-idx) NOT = ZERO
               IF dup-policy-reject
                   DISPLAY "  ID=" dup-id-value(dup-print-idx)
                       " ENTITY=" dup-id-entity(dup-print-idx)
                       " COLLISIONS="
                       dup-id-collisions(dup-print-idx)
                       " KEPT=FILE "
                       " (LATER COPIES TO SUSPENSE)"
               ELSE
                   DISPLAY "  ID=" dup-id-value(dup-print-idx)
                       " ENTITY=" dup-id-entity(dup-print-idx)
                       " COLLISIONS="
                       dup-id-collisions(dup-print-idx)
                       " KEPT=FILE "
           MOVE ZERO TO recon-reject-count
           MOVE ZERO TO recon-reject-inwin
           MOVE ZERO TO recon-dup-amt
           MOVE ZERO TO rtn-refused-amt
           MOVE ZERO TO rtn-refused-debit
           MOVE ZERO TO rtn-refused-credit
           MOVE ZERO TO rgn-refused-amt
           MOVE ZERO TO rgn-refused-debit
           MOVE ZERO TO rgn-refused-credit
           MOVE ZERO TO rtn-buf-used
           MOVE ZERO TO recon-line-number
           MOVE ZERO TO region-tot-used
           MOVE ZERO TO tax-acc-used
           MOVE ZERO TO tax-no-rate-count
           MOVE ZERO TO native-usd-amt
           MOVE ZERO TO usd-convert-fails
           MOVE ZERO TO trailer-rec-count
           MOVE ZERO TO trailer-amount
           MOVE ZERO TO trailer-scan-count
           MOVE ZERO TO trailer-scan-amount
           MOVE ZERO TO bal-reject-amt
           MOVE ZERO TO bal-skip-count
           MOVE ZERO TO bal-skip-amt
           MOVE ZERO TO bal-susp-written
           MOVE ZERO TO bal-master-landed
           MOVE ZERO TO bal-master-land-amt
           MOVE ZERO TO bal-master-kept-off
           MOVE ZERO TO bal-master-off-amt
           MOVE "N" TO trailer-present-sw
           MOVE "Y" TO trailer-valid-sw
           MOVE "N" TO recon-eof-sw.
               INTO rpt-h1-date
           END-STRING
           MOVE csv-path-alpha TO rpt-h2-feed
           MOVE feed-entity TO rpt-h2-entity
           IF feed-returns
               MOVE "  RETURNS FEED" TO rpt-h2-kind
           ELSE
               MOVE SPACES TO rpt-h2-kind
           END-IF

           RETURN DETAIL-SORT-FILE
               AT END SET detail-sort-eof TO TRUE
      *  and resets the section accumulators.
       DRO-REGION-TOTAL.
           MOVE rpt-cur-region TO rpt-s-region
           MOVE rpt-cur-region TO rg-check-code
           PERFORM LOOKUP-REGION-NAME
           MOVE rg-check-name TO rpt-s-region-name
               rpt-u-region-name
           MOVE rpt-region-count TO rpt-s-count
           MOVE rpt-region-amount TO rpt-s-amount
           MOVE rpt-subtotal-line TO detail-rpt-record
      *  firing a false PYZK001E alert and appending a stale audit
      *  line per run. They are only ever PERFORMed by name.
       SHARED-PARAGRAPHS SECTION.
      ** Records a timed pandas call: the len() of perf-frame-ptr
      *  as the rows it handled, and RC=-1 when it returned null.
      *  The count is taken after the timer stopped, so it is not
      *  part of the call's time.
       RECORD-PANDAS-CALL.
           MOVE ZERO TO pyperf-rows
           MOVE ZERO TO perf-frame-count
           IF perf-frame-ptr NOT EQUAL null
               CALL "PyEval_GetBuiltins"
                   RETURNING builtin-ptr
               END-CALL
               CALL "PyDict_GetItemString" USING
                   BY VALUE builtin-ptr
                   BY REFERENCE len-name
                   RETURNING len-function
               END-CALL
               IF len-function NOT EQUAL null
                   CALL "PyTuple_New" USING
                       BY VALUE 1
                       RETURNING len-args
                   END-CALL
                   CALL "PyTuple_SetItem" USING
                       BY VALUE len-args
                       BY VALUE 0
                       BY VALUE perf-frame-ptr
                   END-CALL
                   CALL "PyObject_CallObject" USING
                       BY VALUE len-function
                       BY VALUE len-args
                       RETURNING len-result-ptr
                   END-CALL
                   IF len-result-ptr NOT EQUAL null
                       CALL "PyLong_AsLong" USING
                           BY VALUE len-result-ptr
                           RETURNING perf-frame-count
                       END-CALL
                       IF perf-frame-count > ZERO
                           MOVE perf-frame-count TO pyperf-rows
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF perf-result-ptr EQUAL null
               MOVE -1 TO pyperf-rc
           END-IF
           PERFORM WRITE-PERF-RECORD.

       COPY PYZCALLK.
       COPY PYRGNLK.
       COPY PYRCCHK.
       COPY PYWTOWRT.
       COPY PYVERCHK.
       COPY PYAUDWRT.
       COPY PYNVLK.
       COPY PYPFLK.
       COPY PYBLLK.
       COPY PYCELK.
