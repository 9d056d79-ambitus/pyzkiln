      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CUSTSTMT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The VSAM master PANDASREAD loads - read only. Every record
      *  is its id's current version, and it supplies the name and
      *  region a statement is addressed with.
           SELECT VSAM-MASTER-FILE ASSIGN TO vsam-master-alpha
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vsam-mst-key
               FILE STATUS IS vsam-mst-status.
      ** The effective-dated history PANDASREAD and VSAMINQ version
      *  prior record images into - each CHG or DEL image is an
      *  earlier version of the id, that is an earlier transaction.
           SELECT VSAM-HIST-FILE ASSIGN TO "VSAMHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS vsam-hist-status.
      ** The adjustments ADJPOST posts against single master
      *  records.
           SELECT ADJUST-FILE ASSIGN TO "ADJUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS adjust-status.
      ** The returns PANDASREAD accepted from returns feeds, each
      *  against the master key of the sale it returns.
           SELECT RETURNS-HIST-FILE ASSIGN TO "RTNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rtn-hist-status.
      ** The month-to-date rollup (or the period's closed dataset,
      *  once MTDCLOSE has run) the run control page ties to.
           SELECT ROLLUP-FILE ASSIGN TO "MTDROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rollup-status.
      ** The region-to-currency map PANDASREAD normalizes with
      *  (region,currency); an unmapped region trades in USD.
           SELECT CURRMAP-FILE ASSIGN TO "CURRMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS currmap-status.
      ** The print-ready statements - one statement per customer
      *  id and entity, each starting a new page, then the run
      *  control page.
           SELECT STMT-OUT-FILE ASSIGN TO "STMTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS stmt-out-status.
           SELECT STMT-SORT-FILE ASSIGN TO "SORTWK".
      ** The region reference master - each region's name, and its
      *  currency where it differs from CURRMAP's. Read only.
           COPY PYRGNSL.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  VSAM-MASTER-FILE.
       01 vsam-mst-record.
           05 vsam-mst-key.
               10 vsam-mst-id      PIC 9(08).
               10 vsam-mst-entity  PIC X(04).
           05 vsam-mst-name        PIC X(30).
           05 vsam-mst-region      PIC X(04).
           05 vsam-mst-amount      PIC S9(09)V99.
           05 vsam-mst-trans-date  PIC X(10).
           05 vsam-mst-feed        PIC X(60).
           05 vsam-mst-runid       PIC X(16).
           05 vsam-mst-line        PIC 9(09).
       FD  VSAM-HIST-FILE.
       01 vsam-hist-record PIC X(192).
       FD  ADJUST-FILE.
       01 adjust-record PIC X(143).
       FD  RETURNS-HIST-FILE.
       01 rtn-hist-record PIC X(120).
       FD  ROLLUP-FILE.
       01 rollup-record PIC X(88).
       FD  CURRMAP-FILE.
       01 currmap-record PIC X(80).
       FD  STMT-OUT-FILE.
       01 stmt-out-record PIC X(133).
      ** One dated piece of an account's activity. The key puts an
      *  account's activity in posting order; the history images
      *  of one version sort ahead of the master's, so the version
      *  kept is the latest image of it.
       SD  STMT-SORT-FILE.
       01 stmt-sort-rec.
           05 ss-entity           PIC X(04).
           05 ss-id               PIC 9(08).
           05 ss-post-ts          PIC X(16).
           05 ss-line             PIC 9(09).
           05 ss-feed             PIC X(60).
           05 ss-src              PIC X(01).
           05 ss-kind             PIC X(03).
               88 ss-transaction VALUE "TXN".
           05 ss-trans-date       PIC X(10).
           05 ss-region           PIC X(04).
           05 ss-amount           PIC S9(09)V99.
           05 ss-ref              PIC X(20).
       COPY PYRGNFD.
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 vsam-master-alpha   PIC X(256) VALUE SPACES.
       01 vsam-mst-status     PIC X(02) VALUE "00".
       01 vsam-mst-eof-sw     PIC X(01) VALUE "N".
           88 vsam-mst-eof VALUE "Y".
       01 vsam-hist-status    PIC X(02) VALUE "00".
       01 vsam-hist-eof-sw    PIC X(01) VALUE "N".
           88 vsam-hist-eof VALUE "Y".
       01 adjust-status       PIC X(02) VALUE "00".
       01 adjust-eof-sw       PIC X(01) VALUE "N".
           88 adjust-eof VALUE "Y".
       01 rtn-hist-status     PIC X(02) VALUE "00".
       01 rtn-hist-eof-sw     PIC X(01) VALUE "N".
           88 rtn-hist-eof VALUE "Y".
       01 rollup-status       PIC X(02) VALUE "00".
       01 rollup-eof-sw       PIC X(01) VALUE "N".
           88 rollup-eof VALUE "Y".
       01 currmap-status      PIC X(02) VALUE "00".
       01 currmap-eof-sw      PIC X(01) VALUE "N".
           88 currmap-eof VALUE "Y".
       01 stmt-out-status     PIC X(02) VALUE "00".
       01 stmt-sort-eof-sw    PIC X(01) VALUE "N".
           88 stmt-sort-eof VALUE "Y".

      ** The period stated (yyyymm) - an explicit operator setting -
      *  and the legal entity (CUSTSTMT_ENTITY, blank for every
      *  entity). Activity is placed in a period by the date it was
      *  posted - the loading run, the adjustment or the return -
      *  which is the date MTDROLL carries it under.
       01 stmt-period-alpha   PIC X(06) VALUE SPACES.
       01 stmt-period-parts   REDEFINES stmt-period-alpha.
           05 stmt-year           PIC 9(04).
           05 stmt-month          PIC 9(02).
       01 stmt-entity         PIC X(04) VALUE SPACES.
       01 default-entity      PIC X(04) VALUE "0001".
       01 run-date-dashed     PIC X(10) VALUE SPACES.

      ** One history record - layout kept in step with PANDASREAD's
      *  writer. The image is the master record as it stood before
      *  the change; an ADD carries a blank image and is skipped.
       01 vsam-hist-detail.
           05 vh-id                PIC 9(08).
           05 FILLER               PIC X(01).
           05 vh-ts                PIC X(21).
           05 FILLER               PIC X(01).
           05 vh-flag              PIC X(03).
           05 FILLER               PIC X(01).
           05 vh-image             PIC X(152).
           05 FILLER               PIC X(01).
           05 vh-entity            PIC X(04).
       01 hist-image-view.
           05 hi-id                PIC 9(08).
           05 hi-entity            PIC X(04).
           05 hi-name              PIC X(30).
           05 hi-region            PIC X(04).
           05 hi-amount            PIC S9(09)V99.
           05 hi-trans-date        PIC X(10).
           05 hi-feed              PIC X(60).
           05 hi-runid             PIC X(16).
           05 hi-line              PIC 9(09).

      ** One adjustment - layout kept in step with ADJPOST's
      *  adjust-detail. An entry written before ADJPOST carried an
      *  entity belongs to 0001.
       01 adjust-parsed.
           05 ap-ts               PIC X(21).
           05 FILLER              PIC X(01).
           05 ap-seq              PIC X(08).
           05 FILLER              PIC X(01).
           05 ap-date             PIC X(08).
           05 FILLER              PIC X(01).
           05 ap-id               PIC X(08).
           05 FILLER              PIC X(01).
           05 ap-region           PIC X(04).
           05 FILLER              PIC X(01).
           05 ap-amount           PIC X(13).
           05 FILLER              PIC X(01).
           05 ap-reason           PIC X(04).
           05 FILLER              PIC X(01).
           05 ap-reference        PIC X(16).
           05 FILLER              PIC X(01).
           05 ap-maker            PIC X(08).
           05 FILLER              PIC X(01).
           05 ap-approver         PIC X(08).
           05 FILLER              PIC X(01).
           05 ap-orig-amount      PIC X(13).
           05 FILLER              PIC X(01).
           05 ap-runid            PIC X(16).
           05 FILLER              PIC X(01).
           05 ap-entity           PIC X(04).

      ** One accepted return - layout kept in step with
      *  PANDASREAD's RTNHIST writer.
       01 rtn-hist-detail.
           05 rth-post-date       PIC X(08).
           05 FILLER              PIC X(01).
           05 rth-return-id       PIC X(08).
           05 FILLER              PIC X(01).
           05 rth-orig-id         PIC X(08).
           05 FILLER              PIC X(01).
           05 rth-orig-key        PIC X(08).
           05 FILLER              PIC X(01).
           05 rth-entity          PIC X(04).
           05 FILLER              PIC X(01).
           05 rth-region          PIC X(04).
           05 FILLER              PIC X(01).
           05 rth-amount          PIC X(13).
           05 FILLER              PIC X(01).
           05 rth-return-date     PIC X(10).
           05 FILLER              PIC X(01).
           05 rth-reason          PIC X(20).
           05 FILLER              PIC X(01).
           05 rth-runid           PIC X(16).
           05 FILLER              PIC X(12).

      ** One parsed rollup record, mirroring PANDASREAD's
      *  rollup-detail layout. A record with no legal entity was
      *  written before entities were carried and is 0001's.
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
               88 mr-return VALUE "RTN".
           05 FILLER              PIC X(01).
           05 mr-entity           PIC X(04).

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

      ** Lines that could not be read as activity, per source.
       01 hist-skip-count     PIC 9(07) VALUE ZERO.
       01 adj-skip-count      PIC 9(07) VALUE ZERO.
       01 rtn-skip-count      PIC 9(07) VALUE ZERO.
       01 work-amount         PIC S9(11)V99 VALUE ZERO.

      ** The activity held back one step, so that a version seen
      *  both in the history and on the master is stated once.
       01 held-sw             PIC X(01) VALUE "N".
           88 held-present VALUE "Y".
       01 held-rec.
           05 hd-entity           PIC X(04).
           05 hd-id               PIC 9(08).
           05 hd-post-ts          PIC X(16).
           05 hd-line             PIC 9(09).
           05 hd-feed             PIC X(60).
           05 hd-src              PIC X(01).
           05 hd-kind             PIC X(03).
           05 hd-trans-date       PIC X(10).
           05 hd-region           PIC X(04).
           05 hd-amount           PIC S9(09)V99.
           05 hd-ref              PIC X(20).

      ** The account being stated.
       01 acct-open-sw        PIC X(01) VALUE "N".
           88 acct-open VALUE "Y".
       01 acct-entity         PIC X(04) VALUE SPACES.
       01 acct-id             PIC 9(08) VALUE ZERO.
       01 acct-balance        PIC S9(13)V99 VALUE ZERO.
       01 acct-opening        PIC S9(13)V99 VALUE ZERO.
       01 acct-activity       PIC S9(13)V99 VALUE ZERO.
       01 acct-txn-count      PIC 9(07) VALUE ZERO.
       01 acct-adj-count      PIC 9(07) VALUE ZERO.
       01 acct-rtn-count      PIC 9(07) VALUE ZERO.
       01 acct-rev-count      PIC 9(07) VALUE ZERO.
       01 acct-name           PIC X(30) VALUE SPACES.
       01 acct-region         PIC X(04) VALUE SPACES.
       01 acct-currency       PIC X(03) VALUE SPACES.
       01 stmt-started-sw     PIC X(01) VALUE "N".
           88 stmt-started VALUE "Y".
       01 acct-mixed-sw       PIC X(01) VALUE "N".
           88 acct-mixed VALUE "Y".
       01 stmt-page-num       PIC 9(04) VALUE ZERO.
       01 stmt-line-count     PIC 9(03) BINARY VALUE ZERO.
       01 period-class        PIC X(01) VALUE SPACE.
           88 posted-before VALUE "B".
           88 posted-in     VALUE "P".
           88 posted-after  VALUE "A".

      ** Run control figures.
       01 run-stmt-count      PIC 9(07) VALUE ZERO.
       01 run-line-count      PIC 9(09) VALUE ZERO.
       01 run-unstated-count  PIC 9(07) VALUE ZERO.
       01 run-mixed-count     PIC 9(07) VALUE ZERO.
       01 run-opening         PIC S9(13)V99 VALUE ZERO.
       01 run-activity        PIC S9(13)V99 VALUE ZERO.
       01 run-closing         PIC S9(13)V99 VALUE ZERO.
       01 run-txn-amount      PIC S9(13)V99 VALUE ZERO.
       01 run-adj-amount      PIC S9(13)V99 VALUE ZERO.
       01 run-rtn-amount      PIC S9(13)V99 VALUE ZERO.
       01 roll-txn-amount     PIC S9(13)V99 VALUE ZERO.
       01 roll-adj-amount     PIC S9(13)V99 VALUE ZERO.
       01 roll-rtn-amount     PIC S9(13)V99 VALUE ZERO.
       01 roll-rec-count      PIC 9(07) VALUE ZERO.
       01 stmt-side-total     PIC S9(13)V99 VALUE ZERO.
       01 roll-side-total     PIC S9(13)V99 VALUE ZERO.
       01 tie-diff            PIC S9(13)V99 VALUE ZERO.
       01 tie-break-sw        PIC X(01) VALUE "N".
           88 tie-broken VALUE "Y".

      ** Print lines.
       01 st-head1-line.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FILLER              PIC X(42) VALUE
               "PYZKILN CUSTOMER STATEMENT OF ACTIVITY".
           05 FILLER              PIC X(08) VALUE "PERIOD: ".
           05 st-h1-period        PIC X(07).
           05 FILLER              PIC X(13) VALUE "   RUN DATE: ".
           05 st-h1-date          PIC X(10).
           05 FILLER              PIC X(08) VALUE "   PAGE ".
           05 st-h1-page          PIC ZZZ9.
       01 st-head2-line.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FILLER              PIC X(13) VALUE "CUSTOMER ID: ".
           05 st-h2-id            PIC 9(08).
           05 FILLER              PIC X(10) VALUE "  ENTITY: ".
           05 st-h2-entity        PIC X(04).
           05 FILLER              PIC X(08) VALUE "  NAME: ".
           05 st-h2-name          PIC X(30).
       01 st-head3-line.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FILLER              PIC X(08) VALUE "REGION: ".
           05 st-h3-region        PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 st-h3-region-name   PIC X(30).
           05 FILLER              PIC X(12) VALUE "  CURRENCY: ".
           05 st-h3-currency      PIC X(03).
           05 st-h3-cont          PIC X(14) VALUE SPACES.
       01 st-colhdr-line.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE "POSTED".
           05 FILLER              PIC X(12) VALUE "TRANS DATE".
           05 FILLER              PIC X(13) VALUE "TYPE".
           05 FILLER              PIC X(22) VALUE "REFERENCE".
           05 FILLER              PIC X(06) VALUE "RGN".
           05 FILLER              PIC X(05) VALUE "CCY".
           05 FILLER              PIC X(17) VALUE
               "           AMOUNT".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(18) VALUE
               "           BALANCE".
       01 st-detail-line.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 st-d-posted         PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 st-d-trans-date     PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 st-d-type           PIC X(11).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 st-d-ref            PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 st-d-region         PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 st-d-currency       PIC X(03).
           05 st-d-flag           PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 st-d-amount         PIC $$$$,$$$,$$9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 st-d-balance        PIC $$,$$$,$$$,$$9.99-.
       01 st-position-line.
           05 FILLER              PIC X(26) VALUE SPACES.
           05 st-p-label          PIC X(67).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 st-p-balance        PIC $$,$$$,$$$,$$9.99-.
       01 st-summary-line.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(24) VALUE
               "ACTIVITY THIS PERIOD:  ".
           05 st-s-txn            PIC ZZZ,ZZ9.
           05 FILLER              PIC X(15) VALUE " TRANSACTIONS  ".
           05 st-s-adj            PIC ZZZ,ZZ9.
           05 FILLER              PIC X(14) VALUE " ADJUSTMENTS  ".
           05 st-s-rtn            PIC ZZZ,ZZ9.
           05 FILLER              PIC X(10) VALUE " RETURNS  ".
           05 st-s-rev            PIC ZZZ,ZZ9.
           05 FILLER              PIC X(12) VALUE " REVERSALS  ".
           05 FILLER              PIC X(05) VALUE "NET ".
           05 st-s-net            PIC $$,$$$,$$$,$$9.99-.
       01 st-ctl-line.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 st-c-label          PIC X(40).
           05 st-c-value          PIC X(40).
       01 st-tie-line.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 st-t-label          PIC X(14).
           05 st-t-stmt           PIC $$,$$$,$$$,$$9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 st-t-roll           PIC $$,$$$,$$$,$$9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 st-t-diff           PIC $$,$$$,$$$,$$9.99-.
       01 count-edit          PIC ZZZ,ZZZ,ZZ9.
       01 amount-edit         PIC $$,$$$,$$$,$$9.99-.

       COPY PYRGNWS.
       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Customer statements of activity for one period, from the
      *  VSAM master and its VSAMHST history: per customer id and
      *  entity, the opening position (everything posted before the
      *  period), each transaction, adjustment and return posted in
      *  the period in date order with the running position, and
      *  the closing position, in the currency CURRMAP gives the
      *  customer's region. A customer with nothing posted in the
      *  period gets no statement. The statements go to STMTOUT,
      *  closed by a run control page whose period activity ties,
      *  kind by kind, to the period's MTDROLL records.
           DISPLAY "===== CUSTOMER STATEMENT RUN ====="
           MOVE "CUSTSTMT" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO run-date-dashed
           END-STRING

           ACCEPT stmt-period-alpha FROM ENVIRONMENT
               "CUSTSTMT_PERIOD"
           IF stmt-period-alpha = SPACES
               DISPLAY "CUSTSTMT_PERIOD (YYYYMM) IS NOT SET - A "
                   "STATEMENT RUN MUST NAME ITS PERIOD EXPLICITLY"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF stmt-period-alpha IS NOT NUMERIC
               OR stmt-month < 1 OR stmt-month > 12
               DISPLAY "CUSTSTMT_PERIOD IS NOT A YYYYMM PERIOD: "
                   stmt-period-alpha
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           STRING stmt-period-alpha(1:4) "-" stmt-period-alpha(5:2)
               DELIMITED BY SIZE INTO st-h1-period
           END-STRING
           MOVE run-date-dashed TO st-h1-date
           DISPLAY "STATEMENT PERIOD " st-h1-period

           ACCEPT stmt-entity FROM ENVIRONMENT "CUSTSTMT_ENTITY"
           MOVE FUNCTION UPPER-CASE(stmt-entity) TO stmt-entity
           IF stmt-entity = SPACES
               DISPLAY "LEGAL ENTITY: ALL"
           ELSE
               DISPLAY "LEGAL ENTITY: " stmt-entity
           END-IF
           MOVE stmt-period-alpha TO pyaudit-ref
           IF stmt-entity NOT = SPACES
               MOVE "." TO pyaudit-ref(7:1)
               MOVE stmt-entity TO pyaudit-ref(8:4)
           END-IF

           ACCEPT vsam-master-alpha FROM ENVIRONMENT
               "CUSTSTMT_VSAM_PATH"
           IF vsam-master-alpha = SPACES
               DISPLAY "CUSTSTMT_VSAM_PATH IS NOT SET - NO MASTER TO "
                   "STATE FROM"
               MOVE 16 TO RETURN-CODE
               PERFORM AUDIT-STATEMENT-RUN
               GOBACK
           END-IF
           OPEN INPUT VSAM-MASTER-FILE
           IF vsam-mst-status NOT = "00"
               DISPLAY "UNABLE TO OPEN VSAM MASTER, STATUS="
                   vsam-mst-status
               MOVE 16 TO RETURN-CODE
               PERFORM AUDIT-STATEMENT-RUN
               GOBACK
           END-IF
           OPEN OUTPUT STMT-OUT-FILE
           IF stmt-out-status NOT = "00"
               DISPLAY "UNABLE TO OPEN STMTOUT DD, STATUS="
                   stmt-out-status
               CLOSE VSAM-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM AUDIT-STATEMENT-RUN
               GOBACK
           END-IF

           PERFORM LOAD-CURRENCY-MAP
           PERFORM LOAD-REGION-MASTER

           SORT STMT-SORT-FILE
               ON ASCENDING KEY ss-entity
               ON ASCENDING KEY ss-id
               ON ASCENDING KEY ss-post-ts
               ON ASCENDING KEY ss-line
               ON ASCENDING KEY ss-feed
               ON ASCENDING KEY ss-src
               INPUT PROCEDURE IS GATHER-ACTIVITY
               OUTPUT PROCEDURE IS WRITE-STATEMENTS

           PERFORM TOTAL-PERIOD-ROLLUP
           PERFORM WRITE-RUN-CONTROL-PAGE
           CLOSE STMT-OUT-FILE
           CLOSE VSAM-MASTER-FILE

           PERFORM AUDIT-STATEMENT-RUN
           GOBACK.

      ** Sort input: every source's activity, one record each.
       GATHER-ACTIVITY.
           PERFORM RELEASE-MASTER-VERSIONS
           PERFORM RELEASE-HISTORY-VERSIONS
           PERFORM RELEASE-ADJUSTMENTS
           PERFORM RELEASE-RETURNS.

      ** Each master record is its id's current version.
       RELEASE-MASTER-VERSIONS.
           MOVE "N" TO vsam-mst-eof-sw
           MOVE LOW-VALUES TO vsam-mst-key
           START VSAM-MASTER-FILE KEY NOT < vsam-mst-key
               INVALID KEY SET vsam-mst-eof TO TRUE
           END-START
           IF NOT vsam-mst-eof
               PERFORM READ-NEXT-MASTER
           END-IF
           PERFORM RELEASE-ONE-MASTER UNTIL vsam-mst-eof.

       READ-NEXT-MASTER.
           READ VSAM-MASTER-FILE NEXT
               AT END SET vsam-mst-eof TO TRUE
           END-READ.

       RELEASE-ONE-MASTER.
           MOVE vsam-mst-record TO hist-image-view
           IF hi-entity = SPACES
               MOVE default-entity TO hi-entity
           END-IF
           MOVE "M" TO ss-src
           PERFORM RELEASE-VERSION
           PERFORM READ-NEXT-MASTER.

      ** Each CHG or DEL image in the history is an earlier version
      *  of its id. A DEL also removed the version from the master -
      *  a restatement dropping the row - so it is stated again as
      *  a reversal on the date it was removed.
       RELEASE-HISTORY-VERSIONS.
           MOVE "N" TO vsam-hist-eof-sw
           OPEN INPUT VSAM-HIST-FILE
           IF vsam-hist-status NOT = "00"
               DISPLAY "NO HISTORY DATASET (VSAMHST), STATUS="
                   vsam-hist-status
                   " - STATEMENTS SHOW CURRENT VERSIONS ONLY"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               READ VSAM-HIST-FILE INTO vsam-hist-record
                   AT END SET vsam-hist-eof TO TRUE
               END-READ
               PERFORM RELEASE-ONE-HISTORY UNTIL vsam-hist-eof
               CLOSE VSAM-HIST-FILE
           END-IF.

       RELEASE-ONE-HISTORY.
           MOVE vsam-hist-record TO vsam-hist-detail
           IF vsam-hist-record = SPACES
               OR vh-flag = "ADD"
               CONTINUE
           ELSE
               IF (vh-flag NOT = "CHG" AND vh-flag NOT = "DEL")
                   OR vh-image = SPACES
                   ADD 1 TO hist-skip-count
               ELSE
                   MOVE vh-image TO hist-image-view
                   IF hi-entity = SPACES
                       MOVE vh-entity TO hi-entity
                   END-IF
                   IF hi-entity = SPACES
                       MOVE default-entity TO hi-entity
                   END-IF
                   IF hi-id IS NOT NUMERIC
                       OR hi-amount IS NOT NUMERIC
                       ADD 1 TO hist-skip-count
                   ELSE
                       MOVE "H" TO ss-src
                       PERFORM RELEASE-VERSION
                       IF vh-flag = "DEL"
                           PERFORM RELEASE-REVERSAL
                       END-IF
                   END-IF
               END-IF
           END-IF
           READ VSAM-HIST-FILE INTO vsam-hist-record
               AT END SET vsam-hist-eof TO TRUE
           END-READ.

      ** Releases the version in hist-image-view as a transaction,
      *  posted on its loading run's date - the trans_date when the
      *  version carries no run id.
       RELEASE-VERSION.
           IF stmt-entity = SPACES
               OR hi-entity = stmt-entity
               MOVE hi-entity TO ss-entity
               MOVE hi-id TO ss-id
               IF hi-runid(1:8) IS NUMERIC
                   MOVE hi-runid TO ss-post-ts
               ELSE
                   MOVE ZEROS TO ss-post-ts
                   MOVE hi-trans-date(1:4) TO ss-post-ts(1:4)
                   MOVE hi-trans-date(6:2) TO ss-post-ts(5:2)
                   MOVE hi-trans-date(9:2) TO ss-post-ts(7:2)
               END-IF
               MOVE hi-line TO ss-line
               MOVE hi-feed TO ss-feed
               MOVE "TXN" TO ss-kind
               MOVE hi-trans-date TO ss-trans-date
               MOVE hi-region TO ss-region
               MOVE hi-amount TO ss-amount
               MOVE SPACES TO ss-ref
               STRING "RUN " hi-runid(1:8) " LN "
                   DELIMITED BY SIZE INTO ss-ref
               END-STRING
               MOVE hi-line(5:5) TO ss-ref(16:5)
               RELEASE stmt-sort-rec
           END-IF.

       RELEASE-REVERSAL.
           IF stmt-entity = SPACES
               OR hi-entity = stmt-entity
               MOVE hi-entity TO ss-entity
               MOVE hi-id TO ss-id
               MOVE vh-ts(1:16) TO ss-post-ts
               MOVE hi-line TO ss-line
               MOVE hi-feed TO ss-feed
               MOVE "D" TO ss-src
               MOVE "DEL" TO ss-kind
               MOVE hi-trans-date TO ss-trans-date
               MOVE hi-region TO ss-region
               COMPUTE ss-amount = ZERO - hi-amount
               MOVE SPACES TO ss-ref
               STRING "OF RUN " hi-runid(1:8)
                   DELIMITED BY SIZE INTO ss-ref
               END-STRING
               RELEASE stmt-sort-rec
           END-IF.

      ** Each ADJPOST adjustment, posted on the day it was keyed.
      *  No adjustments dataset means none have been posted.
       RELEASE-ADJUSTMENTS.
           MOVE "N" TO adjust-eof-sw
           OPEN INPUT ADJUST-FILE
           IF adjust-status = "00"
               READ ADJUST-FILE INTO adjust-record
                   AT END SET adjust-eof TO TRUE
               END-READ
               PERFORM RELEASE-ONE-ADJUSTMENT UNTIL adjust-eof
               CLOSE ADJUST-FILE
           END-IF.

       RELEASE-ONE-ADJUSTMENT.
           MOVE adjust-record TO adjust-parsed
           IF adjust-record NOT = SPACES
               IF ap-entity = SPACES
                   MOVE default-entity TO ap-entity
               END-IF
               IF ap-id IS NOT NUMERIC
                   OR ap-seq IS NOT NUMERIC
                   OR ap-date IS NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL(ap-amount) NOT = ZERO
                   ADD 1 TO adj-skip-count
               ELSE
                   IF stmt-entity = SPACES
                       OR ap-entity = stmt-entity
                       MOVE ap-entity TO ss-entity
                       MOVE ap-id TO ss-id
                       MOVE ap-ts(1:16) TO ss-post-ts
                       MOVE ap-date TO ss-post-ts(1:8)
                       MOVE ap-seq TO ss-line
                       MOVE SPACES TO ss-feed
                       MOVE "A" TO ss-src
                       MOVE "ADJ" TO ss-kind
                       MOVE SPACES TO ss-trans-date
                       MOVE ap-region TO ss-region
                       COMPUTE ss-amount = FUNCTION NUMVAL(ap-amount)
                       MOVE SPACES TO ss-ref
                       STRING ap-reason " " ap-reference(1:15)
                           DELIMITED BY SIZE INTO ss-ref
                       END-STRING
                       RELEASE stmt-sort-rec
                   END-IF
               END-IF
           END-IF
           READ ADJUST-FILE INTO adjust-record
               AT END SET adjust-eof TO TRUE
           END-READ.

      ** Each return PANDASREAD accepted, against the master key of
      *  the sale it returns, as the reduction it is.
       RELEASE-RETURNS.
           MOVE "N" TO rtn-hist-eof-sw
           OPEN INPUT RETURNS-HIST-FILE
           IF rtn-hist-status = "00"
               READ RETURNS-HIST-FILE INTO rtn-hist-record
                   AT END SET rtn-hist-eof TO TRUE
               END-READ
               PERFORM RELEASE-ONE-RETURN UNTIL rtn-hist-eof
               CLOSE RETURNS-HIST-FILE
           END-IF.

       RELEASE-ONE-RETURN.
           MOVE rtn-hist-record TO rtn-hist-detail
           IF rtn-hist-record NOT = SPACES
               IF rth-orig-key IS NOT NUMERIC
                   OR rth-return-id IS NOT NUMERIC
                   OR rth-post-date IS NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL(rth-amount) NOT = ZERO
                   ADD 1 TO rtn-skip-count
               ELSE
                   IF stmt-entity = SPACES
                       OR rth-entity = stmt-entity
                       MOVE rth-entity TO ss-entity
                       MOVE rth-orig-key TO ss-id
                       MOVE rth-runid TO ss-post-ts
                       MOVE rth-post-date TO ss-post-ts(1:8)
                       MOVE rth-return-id TO ss-line
                       MOVE SPACES TO ss-feed
                       MOVE "R" TO ss-src
                       MOVE "RTN" TO ss-kind
                       MOVE rth-return-date TO ss-trans-date
                       MOVE rth-region TO ss-region
                       COMPUTE ss-amount =
                           ZERO - FUNCTION NUMVAL(rth-amount)
                       MOVE SPACES TO ss-ref
                       STRING rth-return-id " " rth-reason(1:11)
                           DELIMITED BY SIZE INTO ss-ref
                       END-STRING
                       RELEASE stmt-sort-rec
                   END-IF
               END-IF
           END-IF
           READ RETURNS-HIST-FILE INTO rtn-hist-record
               AT END SET rtn-hist-eof TO TRUE
           END-READ.

      ** Sort output: one account at a time, in posting order.
       WRITE-STATEMENTS.
           MOVE "N" TO stmt-sort-eof-sw
           MOVE "N" TO acct-open-sw
           MOVE "N" TO held-sw
           RETURN STMT-SORT-FILE
               AT END SET stmt-sort-eof TO TRUE
           END-RETURN
           PERFORM STATE-ONE-ACTIVITY UNTIL stmt-sort-eof
           IF acct-open
               PERFORM CLOSE-ACCOUNT
           END-IF.

       STATE-ONE-ACTIVITY.
           IF NOT acct-open
               OR ss-entity NOT = acct-entity
               OR ss-id NOT = acct-id
               IF acct-open
                   PERFORM CLOSE-ACCOUNT
               END-IF
               PERFORM OPEN-ACCOUNT
           END-IF
      ** A second image of the version already held replaces it -
      *  the later image is the version as it now stands.
           IF held-present
               AND ss-transaction
               AND hd-kind = "TXN"
               AND ss-post-ts = hd-post-ts
               AND ss-line = hd-line
               AND ss-feed = hd-feed
               MOVE stmt-sort-rec TO held-rec
           ELSE
               IF held-present
                   PERFORM POST-HELD-ACTIVITY
               END-IF
               MOVE stmt-sort-rec TO held-rec
               SET held-present TO TRUE
           END-IF
           RETURN STMT-SORT-FILE
               AT END SET stmt-sort-eof TO TRUE
           END-RETURN.

       OPEN-ACCOUNT.
           SET acct-open TO TRUE
           MOVE ss-entity TO acct-entity
           MOVE ss-id TO acct-id
           MOVE ZERO TO acct-balance acct-opening acct-activity
               acct-txn-count acct-adj-count acct-rtn-count
               acct-rev-count
           MOVE "N" TO stmt-started-sw
           MOVE "N" TO acct-mixed-sw
           MOVE "N" TO held-sw.

      ** Ends the account: a stated one gets its closing position;
      *  one with nothing posted in the period is counted as not
      *  stated.
       CLOSE-ACCOUNT.
           IF held-present
               PERFORM POST-HELD-ACTIVITY
           END-IF
           IF stmt-started
               PERFORM FINISH-STATEMENT
           ELSE
               ADD 1 TO run-unstated-count
           END-IF
           MOVE "N" TO acct-open-sw.

      ** Posts the held activity: before the period it builds the
      *  opening position, inside it it is stated, after it it is
      *  left for a later period's statement.
       POST-HELD-ACTIVITY.
           MOVE "N" TO held-sw
           EVALUATE TRUE
               WHEN hd-post-ts(1:6) < stmt-period-alpha
                   SET posted-before TO TRUE
               WHEN hd-post-ts(1:6) = stmt-period-alpha
                   SET posted-in TO TRUE
               WHEN OTHER
                   SET posted-after TO TRUE
           END-EVALUATE
           IF posted-before
               ADD hd-amount TO acct-balance
           END-IF
           IF posted-in
               IF NOT stmt-started
                   PERFORM START-STATEMENT
               END-IF
               ADD hd-amount TO acct-balance
               ADD hd-amount TO acct-activity
               PERFORM PRINT-ACTIVITY-LINE
           END-IF.

      ** The statement's first page: the name and region from the
      *  master (an id no longer on the master is stated under the
      *  region of its first activity in the period), the currency
      *  CURRMAP gives that region, and the opening position.
       START-STATEMENT.
           SET stmt-started TO TRUE
           MOVE acct-balance TO acct-opening
           MOVE acct-id TO vsam-mst-id
           MOVE acct-entity TO vsam-mst-entity
           READ VSAM-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT ON MASTER)" TO acct-name
                   MOVE hd-region TO acct-region
               NOT INVALID KEY
                   MOVE vsam-mst-name TO acct-name
                   MOVE vsam-mst-region TO acct-region
           END-READ
           MOVE acct-region TO lookup-region
           PERFORM LOOKUP-REGION-CURRENCY
           MOVE row-currency TO acct-currency
           ADD 1 TO run-stmt-count
           ADD acct-opening TO run-opening
           MOVE SPACES TO st-h3-cont
           PERFORM START-STATEMENT-PAGE
           MOVE "OPENING POSITION" TO st-p-label
           MOVE acct-opening TO st-p-balance
           MOVE st-position-line TO stmt-out-record
           WRITE stmt-out-record
           ADD 1 TO stmt-line-count.

       START-STATEMENT-PAGE.
           ADD 1 TO stmt-page-num
           MOVE stmt-page-num TO st-h1-page
           MOVE st-head1-line TO stmt-out-record
           WRITE stmt-out-record
           MOVE acct-id TO st-h2-id
           MOVE acct-entity TO st-h2-entity
           MOVE acct-name TO st-h2-name
           MOVE st-head2-line TO stmt-out-record
           WRITE stmt-out-record
           MOVE acct-region TO st-h3-region
           MOVE acct-region TO rg-check-code
           PERFORM LOOKUP-REGION-NAME
           MOVE rg-check-name TO st-h3-region-name
           MOVE acct-currency TO st-h3-currency
           MOVE st-head3-line TO stmt-out-record
           WRITE stmt-out-record
           MOVE SPACES TO stmt-out-record
           WRITE stmt-out-record
           MOVE st-colhdr-line TO stmt-out-record
           WRITE stmt-out-record
           MOVE ZERO TO stmt-line-count.

      ** One stated line with the position after it. A line in a
      *  region whose currency is not the statement's is flagged.
       PRINT-ACTIVITY-LINE.
           IF stmt-line-count NOT < 50
               MOVE "  (CONTINUED)" TO st-h3-cont
               PERFORM START-STATEMENT-PAGE
           END-IF
           MOVE SPACES TO st-d-posted
           STRING hd-post-ts(1:4) "-" hd-post-ts(5:2) "-"
               hd-post-ts(7:2) DELIMITED BY SIZE INTO st-d-posted
           END-STRING
           MOVE hd-trans-date TO st-d-trans-date
           EVALUATE hd-kind
               WHEN "ADJ"
                   MOVE "ADJUSTMENT" TO st-d-type
                   ADD 1 TO acct-adj-count
                   ADD hd-amount TO run-adj-amount
               WHEN "RTN"
                   MOVE "RETURN" TO st-d-type
                   ADD 1 TO acct-rtn-count
                   ADD hd-amount TO run-rtn-amount
               WHEN "DEL"
                   MOVE "REVERSAL" TO st-d-type
                   ADD 1 TO acct-rev-count
                   ADD hd-amount TO run-txn-amount
               WHEN OTHER
                   MOVE "TRANSACTION" TO st-d-type
                   ADD 1 TO acct-txn-count
                   ADD hd-amount TO run-txn-amount
           END-EVALUATE
           MOVE hd-ref TO st-d-ref
           MOVE hd-region TO st-d-region
           MOVE hd-region TO lookup-region
           PERFORM LOOKUP-REGION-CURRENCY
           MOVE row-currency TO st-d-currency
           IF row-currency NOT = acct-currency
               MOVE "*" TO st-d-flag
               SET acct-mixed TO TRUE
           ELSE
               MOVE SPACE TO st-d-flag
           END-IF
           MOVE hd-amount TO st-d-amount
           MOVE acct-balance TO st-d-balance
           MOVE st-detail-line TO stmt-out-record
           WRITE stmt-out-record
           ADD 1 TO stmt-line-count
           ADD 1 TO run-line-count.

       FINISH-STATEMENT.
           MOVE SPACES TO stmt-out-record
           WRITE stmt-out-record
           MOVE "CLOSING POSITION" TO st-p-label
           MOVE acct-balance TO st-p-balance
           MOVE st-position-line TO stmt-out-record
           WRITE stmt-out-record
           MOVE acct-txn-count TO st-s-txn
           MOVE acct-adj-count TO st-s-adj
           MOVE acct-rtn-count TO st-s-rtn
           MOVE acct-rev-count TO st-s-rev
           MOVE acct-activity TO st-s-net
           MOVE st-summary-line TO stmt-out-record
           WRITE stmt-out-record
           IF acct-mixed
               ADD 1 TO run-mixed-count
               MOVE SPACES TO stmt-out-record
               MOVE "  * LINE IN A REGION OF ANOTHER CURRENCY - THE "
                   TO stmt-out-record
               MOVE "POSITIONS ADD AMOUNTS AS POSTED"
                   TO stmt-out-record(50:31)
               WRITE stmt-out-record
           END-IF
           ADD acct-activity TO run-activity
           ADD acct-balance TO run-closing.

      ** The period's MTDROLL money, per kind, for the tie-out. The
      *  loaded and restatement records both carry loaded rows.
       TOTAL-PERIOD-ROLLUP.
           MOVE "N" TO rollup-eof-sw
           OPEN INPUT ROLLUP-FILE
           IF rollup-status NOT = "00"
               DISPLAY "UNABLE TO OPEN MTDROLL DD, STATUS="
                   rollup-status " - STATEMENTS NOT TIED OUT"
               SET tie-broken TO TRUE
           ELSE
               READ ROLLUP-FILE INTO rollup-record
                   AT END SET rollup-eof TO TRUE
               END-READ
               PERFORM TOTAL-ONE-ROLLUP UNTIL rollup-eof
               CLOSE ROLLUP-FILE
           END-IF.

       TOTAL-ONE-ROLLUP.
           MOVE rollup-record TO rollup-line-parsed
           IF mr-entity = SPACES
               MOVE default-entity TO mr-entity
           END-IF
           IF rollup-record NOT = SPACES
               AND mr-date(1:6) = stmt-period-alpha
               AND (stmt-entity = SPACES
                   OR mr-entity = stmt-entity)
               AND FUNCTION TEST-NUMVAL(mr-amount) = ZERO
               ADD 1 TO roll-rec-count
               COMPUTE work-amount = FUNCTION NUMVAL(mr-amount)
               EVALUATE TRUE
                   WHEN mr-adjustment
                       ADD work-amount TO roll-adj-amount
                   WHEN mr-return
                       ADD work-amount TO roll-rtn-amount
                   WHEN OTHER
                       ADD work-amount TO roll-txn-amount
               END-EVALUATE
           END-IF
           READ ROLLUP-FILE INTO rollup-record
               AT END SET rollup-eof TO TRUE
           END-READ.

      ** The run control page, on STMTOUT and SYSOUT: what was
      *  stated, and the period activity against MTDROLL's.
       WRITE-RUN-CONTROL-PAGE.
           ADD 1 TO stmt-page-num
           MOVE stmt-page-num TO st-h1-page
           MOVE st-head1-line TO stmt-out-record
           WRITE stmt-out-record
           MOVE SPACES TO stmt-out-record
           MOVE " RUN CONTROL" TO stmt-out-record
           WRITE stmt-out-record
           MOVE SPACES TO stmt-out-record
           WRITE stmt-out-record
           DISPLAY " "
           DISPLAY "RUN CONTROL - PERIOD " st-h1-period

           MOVE "LEGAL ENTITY" TO st-c-label
           IF stmt-entity = SPACES
               MOVE "ALL" TO st-c-value
           ELSE
               MOVE stmt-entity TO st-c-value
           END-IF
           PERFORM WRITE-CONTROL-LINE
           MOVE run-stmt-count TO count-edit
           MOVE "STATEMENTS PRODUCED" TO st-c-label
           MOVE count-edit TO st-c-value
           PERFORM WRITE-CONTROL-LINE
           MOVE run-line-count TO count-edit
           MOVE "ACTIVITY LINES STATED" TO st-c-label
           MOVE count-edit TO st-c-value
           PERFORM WRITE-CONTROL-LINE
           MOVE run-unstated-count TO count-edit
           MOVE "ACCOUNTS WITH NO ACTIVITY - NOT STATED" TO st-c-label
           MOVE count-edit TO st-c-value
           PERFORM WRITE-CONTROL-LINE
           MOVE run-mixed-count TO count-edit
           MOVE "STATEMENTS SPANNING CURRENCIES" TO st-c-label
           MOVE count-edit TO st-c-value
           PERFORM WRITE-CONTROL-LINE
           MOVE run-opening TO amount-edit
           MOVE "TOTAL OPENING POSITIONS" TO st-c-label
           MOVE amount-edit TO st-c-value
           PERFORM WRITE-CONTROL-LINE
           MOVE run-activity TO amount-edit
           MOVE "TOTAL PERIOD ACTIVITY" TO st-c-label
           MOVE amount-edit TO st-c-value
           PERFORM WRITE-CONTROL-LINE
           MOVE run-closing TO amount-edit
           MOVE "TOTAL CLOSING POSITIONS" TO st-c-label
           MOVE amount-edit TO st-c-value
           PERFORM WRITE-CONTROL-LINE
           MOVE roll-rec-count TO count-edit
           MOVE "MTDROLL RECORDS IN THE PERIOD" TO st-c-label
           MOVE count-edit TO st-c-value
           PERFORM WRITE-CONTROL-LINE

           MOVE SPACES TO stmt-out-record
           WRITE stmt-out-record
           MOVE SPACES TO stmt-out-record
           MOVE "  KIND                  STATEMENTS"
               TO stmt-out-record
           MOVE "MTDROLL          DIFFERENCE" TO stmt-out-record(45:27)
           WRITE stmt-out-record
           DISPLAY stmt-out-record
           MOVE "LOADED" TO st-t-label
           MOVE run-txn-amount TO stmt-side-total
           MOVE roll-txn-amount TO roll-side-total
           PERFORM WRITE-TIE-LINE
           MOVE "ADJUSTMENTS" TO st-t-label
           MOVE run-adj-amount TO stmt-side-total
           MOVE roll-adj-amount TO roll-side-total
           PERFORM WRITE-TIE-LINE
           MOVE "RETURNS" TO st-t-label
           MOVE run-rtn-amount TO stmt-side-total
           MOVE roll-rtn-amount TO roll-side-total
           PERFORM WRITE-TIE-LINE
           MOVE "TOTAL" TO st-t-label
           MOVE run-activity TO stmt-side-total
           COMPUTE roll-side-total =
               roll-txn-amount + roll-adj-amount + roll-rtn-amount
           PERFORM WRITE-TIE-LINE

           MOVE SPACES TO stmt-out-record
           WRITE stmt-out-record
           IF tie-broken
               MOVE "  STATEMENTS DO NOT TIE TO MTDROLL - SEE THE "
                   TO stmt-out-record
               MOVE "DIFFERENCES ABOVE" TO stmt-out-record(47:17)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "  STATEMENTS TIE TO MTDROLL FOR THE PERIOD"
                   TO stmt-out-record
           END-IF
           WRITE stmt-out-record
           DISPLAY stmt-out-record
           IF hist-skip-count NOT = ZERO
               OR adj-skip-count NOT = ZERO
               OR rtn-skip-count NOT = ZERO
               MOVE SPACES TO stmt-out-record
               STRING "  UNREADABLE LINES NOT STATED: VSAMHST="
                   hist-skip-count " ADJUST=" adj-skip-count
                   " RTNHIST=" rtn-skip-count
                   DELIMITED BY SIZE INTO stmt-out-record
               END-STRING
               WRITE stmt-out-record
               DISPLAY stmt-out-record
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-CONTROL-LINE.
           MOVE st-ctl-line TO stmt-out-record
           WRITE stmt-out-record
           DISPLAY st-ctl-line.

       WRITE-TIE-LINE.
           COMPUTE tie-diff = stmt-side-total - roll-side-total
           IF tie-diff NOT = ZERO
               SET tie-broken TO TRUE
           END-IF
           MOVE stmt-side-total TO st-t-stmt
           MOVE roll-side-total TO st-t-roll
           MOVE tie-diff TO st-t-diff
           MOVE st-tie-line TO stmt-out-record
           WRITE stmt-out-record
           DISPLAY st-tie-line.

      ** Loads the region-to-currency map. No dataset means every
      *  region is stated in USD, as PANDASREAD treats it.
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

       AUDIT-STATEMENT-RUN.
           MOVE "CUSTOMER_STATEMENTS" TO pyaudit-action
           MOVE RETURN-CODE TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD.

       COPY PYRGNLK.
       COPY PYAUDWRT.
