      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GLPOST".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The month-to-date rollup master PANDASREAD appends its
      *  per-region figures to - read only, for the posting date's
      *  records.
           SELECT ROLLUP-FILE ASSIGN TO "MTDROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rollup-status.
      ** The operations-maintained account mapping table, one card
      *  per region:
      *    <region> <debit account> <credit account> <cost centre>
      *        [<entity>]
      *  A positive region net debits the first account and credits
      *  the second; a negative net reverses the two. A card naming
      *  a legal entity maps that entity's region; one naming none
      *  maps the region for every entity without a card of its
      *  own. A card starting with * is a comment and is skipped.
           SELECT GLMAP-FILE ASSIGN TO "GLACCTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS glmap-status.
      ** The posting control log - one line per batch attempted,
      *  posted or held, extended run after run. It remembers how
      *  many of a date's rollup records are already in the ledger,
      *  so a second PANDASREAD run the same day posts only its own
      *  figures and a rerun of GLPOST never posts a date twice.
           SELECT GLCTL-FILE ASSIGN TO "GLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS glctl-status.
      ** The journal file handed to the ledger import - one batch:
      *  header, balanced debit/credit pairs, trailer.
           SELECT GLJRNL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS gljrnl-status.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROLLUP-FILE.
       01 rollup-record PIC X(88).
       FD  GLMAP-FILE.
       01 glmap-record PIC X(80).
       FD  GLCTL-FILE.
       01 glctl-record PIC X(111).
       FD  GLJRNL-FILE.
       01 gljrnl-record PIC X(120).
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 rollup-status       PIC X(02) VALUE "00".
       01 rollup-eof-sw       PIC X(01) VALUE "N".
           88 rollup-eof VALUE "Y".
       01 glmap-status        PIC X(02) VALUE "00".
       01 glmap-eof-sw        PIC X(01) VALUE "N".
           88 glmap-eof VALUE "Y".
       01 glctl-status        PIC X(02) VALUE "00".
       01 glctl-eof-sw        PIC X(01) VALUE "N".
           88 glctl-eof VALUE "Y".
       01 gljrnl-status       PIC X(02) VALUE "00".

      ** The business date being posted (yyyymmdd) - today's run
      *  date unless GLPOST_DATE names a day that was held or
      *  bypassed and is being posted late.
       01 post-date-alpha     PIC X(08) VALUE SPACES.
       01 batch-id            PIC X(12) VALUE SPACES.
       01 batch-seq           PIC 9(02) VALUE ZERO.

      ** One parsed rollup record, mirroring PANDASREAD's
      *  rollup-detail layout - keep the two in step. A record with
      *  no legal entity predates the column and is 0001's.
       01 rollup-line-parsed.
           05 gr-date             PIC X(08).
           05 FILLER              PIC X(01).
           05 gr-region           PIC X(04).
           05 FILLER              PIC X(01).
           05 gr-count            PIC 9(09).
           05 FILLER              PIC X(01).
           05 gr-amount           PIC X(13).
           05 FILLER              PIC X(01).
           05 gr-usd              PIC X(13).
           05 FILLER              PIC X(01).
           05 gr-debit            PIC X(13).
           05 FILLER              PIC X(01).
           05 gr-credit           PIC X(13).
           05 FILLER              PIC X(01).
           05 gr-kind             PIC X(03).
           05 FILLER              PIC X(01).
           05 gr-entity           PIC X(04).
       01 default-entity      PIC X(04) VALUE "0001".

      ** Rollup records for the posting date, numbered in file
      *  order. Records up to posted-thru-count are already in the
      *  ledger; the rest make up this batch.
       01 date-rec-count      PIC 9(05) VALUE ZERO.
       01 posted-thru-count   PIC 9(05) VALUE ZERO.
       01 batch-rec-count     PIC 9(05) VALUE ZERO.
       01 roll-net            PIC S9(11)V99 VALUE ZERO.

      ** The account mapping table.
       01 map-tbl-used        PIC 9(03) BINARY VALUE ZERO.
       01 map-idx             PIC 9(03) BINARY VALUE ZERO.
       01 map-scan-idx        PIC 9(03) BINARY VALUE ZERO.
       01 map-table.
           05 map-entry OCCURS 100 TIMES.
               10 map-region      PIC X(04).
               10 map-entity      PIC X(04).
               10 map-dr-account  PIC X(12).
               10 map-cr-account  PIC X(12).
               10 map-cost-centre PIC X(08).
       01 card-token1         PIC X(12).
       01 card-token2         PIC X(20).
       01 card-token3         PIC X(20).
       01 card-token4         PIC X(20).
       01 card-token5         PIC X(20).
       01 map-want-entity     PIC X(04).
       01 map-card-errors     PIC 9(03) VALUE ZERO.

      ** The batch, netted to one entry per legal entity and region
      *  before anything is written - the journal is all or
      *  nothing. Adjustment records (kind ADJ) net into an entry
      *  of their own beside the region's daily one, so the ledger
      *  sees the correction as a separate line rather than a
      *  changed daily figure. Restatement records (kind RST) do
      *  the same, posted on the date they restate, and so do
      *  return records (kind RTN) - a returns feed's value given
      *  back, negative, so its pair posts reversed.
       01 reg-tbl-used        PIC 9(03) BINARY VALUE ZERO.
       01 reg-idx             PIC 9(03) BINARY VALUE ZERO.
       01 reg-scan-idx        PIC 9(03) BINARY VALUE ZERO.
       01 reg-tbl-full-sw     PIC X(01) VALUE "N".
           88 reg-tbl-full VALUE "Y".
       01 region-table.
           05 reg-entry OCCURS 100 TIMES.
               10 reg-entity      PIC X(04).
               10 reg-code        PIC X(04).
               10 reg-kind        PIC X(03).
               10 reg-records     PIC 9(05).
               10 reg-net         PIC S9(13)V99.
               10 reg-map-idx     PIC 9(03) BINARY.

       01 unmapped-count      PIC 9(03) VALUE ZERO.
       01 entry-count         PIC 9(05) VALUE ZERO.
       01 zero-region-count   PIC 9(03) VALUE ZERO.
       01 jrnl-line-count     PIC 9(07) VALUE ZERO.
       01 jrnl-rec-count      PIC 9(07) VALUE ZERO.
       01 total-debits        PIC 9(13)V99 VALUE ZERO.
       01 total-credits       PIC 9(13)V99 VALUE ZERO.
       01 hash-total          PIC 9(15)V99 VALUE ZERO.
       01 entry-amount        PIC 9(13)V99 VALUE ZERO.
       01 amount-edit         PIC Z(12)9.99-.

      ** Ledger import record layouts. Every record starts with
      *  its type and the batch id; the header and trailer both
      *  carry the control totals the import balances against.
       01 jrnl-header.
           05 jh-type             PIC X(01) VALUE "H".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jh-batch-id         PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jh-post-date        PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jh-source           PIC X(08) VALUE "PYZKILN".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jh-line-count       PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jh-total-debits     PIC 9(13).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jh-total-credits    PIC 9(13).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jh-runid            PIC X(16).
           05 FILLER              PIC X(29) VALUE SPACES.
       01 jrnl-detail.
           05 jd-type             PIC X(01) VALUE "D".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jd-batch-id         PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jd-line-no          PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jd-account          PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jd-cost-centre      PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jd-dr-cr            PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jd-amount           PIC 9(13).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jd-description      PIC X(30).
           05 FILLER              PIC X(26) VALUE SPACES.
       01 jrnl-trailer.
           05 jt-type             PIC X(01) VALUE "T".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jt-batch-id         PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jt-rec-count        PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jt-total-debits     PIC 9(13).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jt-total-credits    PIC 9(13).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 jt-hash-total       PIC 9(15).99.
           05 FILLER              PIC X(45) VALUE SPACES.

      ** One posting control log line.
       01 glctl-detail.
           05 gc-ts               PIC X(21).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 gc-date             PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 gc-batch-id         PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 gc-status           PIC X(04).
               88 gc-posted VALUE "POST".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 gc-rows-thru        PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 gc-entries          PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 gc-total-debits     PIC 9(13).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 gc-total-credits    PIC 9(13).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 gc-runid            PIC X(16).

       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** General ledger interface for the daily region aggregates:
      *  the posting date's new MTDROLL figures are netted per
      *  region, mapped to GL account and cost centre through the
      *  GLACCTS table, and written as one balanced journal batch
      *  with header and trailer control totals for the ledger
      *  import - replacing the morning re-keying of the region
      *  totals. A region with no mapping holds the whole batch
      *  back; a partial journal is never posted.
           DISPLAY "===== GENERAL LEDGER JOURNAL INTERFACE ====="
           MOVE "GLPOST" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           ACCEPT post-date-alpha FROM ENVIRONMENT "GLPOST_DATE"
           IF post-date-alpha = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO post-date-alpha
           END-IF
           IF post-date-alpha IS NOT NUMERIC
               DISPLAY "GLPOST_DATE MUST BE YYYYMMDD: "
                   post-date-alpha
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "POSTING DATE " post-date-alpha

           PERFORM LOAD-POSTING-CONTROL
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM LOAD-ACCOUNT-MAP
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM COLLECT-BATCH
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           STRING "PZ" DELIMITED BY SIZE
               post-date-alpha DELIMITED BY SIZE
               batch-seq DELIMITED BY SIZE
               INTO batch-id
           END-STRING

           IF batch-rec-count = ZERO
               DISPLAY "NO NEW ROLLUP FIGURES FOR " post-date-alpha
                   " - " posted-thru-count
                   " RECORD(S) ALREADY POSTED, NOTHING TO POST"
               GOBACK
           END-IF
           IF reg-tbl-full
               DISPLAY "MORE THAN 100 REGIONS IN THE BATCH - BATCH "
                   batch-id " HELD"
               ADD 1 TO unmapped-count
           END-IF

           PERFORM MAP-BATCH-REGIONS
           IF unmapped-count NOT = ZERO
               OR map-card-errors NOT = ZERO
               PERFORM HOLD-BATCH
               GOBACK
           END-IF

           PERFORM WRITE-JOURNAL-BATCH
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           MOVE "POST" TO gc-status
           PERFORM WRITE-CONTROL-RECORD
           PERFORM PRINT-BATCH-SUMMARY

           MOVE "GL_BATCH_POSTED" TO pyaudit-action
           MOVE ZERO TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

      ** Reads the posting control log for how much of the posting
      *  date is already in the ledger, and how many batches that
      *  date has had. Held batches posted nothing and count for
      *  neither.
       LOAD-POSTING-CONTROL.
           MOVE ZERO TO posted-thru-count
           MOVE ZERO TO batch-seq
           MOVE "N" TO glctl-eof-sw

           OPEN INPUT GLCTL-FILE
           IF glctl-status = "35"
               DISPLAY "NO POSTING CONTROL LOG YET - FIRST BATCH"
           ELSE
               IF glctl-status NOT = "00"
                   DISPLAY "UNABLE TO OPEN GLCTL DD, STATUS="
                       glctl-status
                   MOVE 16 TO RETURN-CODE
               ELSE
                   READ GLCTL-FILE INTO glctl-record
                       AT END SET glctl-eof TO TRUE
                   END-READ
                   PERFORM LOAD-ONE-CONTROL-RECORD UNTIL glctl-eof
                   CLOSE GLCTL-FILE
               END-IF
           END-IF
           ADD 1 TO batch-seq.

       LOAD-ONE-CONTROL-RECORD.
           MOVE glctl-record TO glctl-detail
           IF gc-date = post-date-alpha
               AND gc-posted
               ADD 1 TO batch-seq
               IF gc-rows-thru > posted-thru-count
                   MOVE gc-rows-thru TO posted-thru-count
               END-IF
           END-IF
           READ GLCTL-FILE INTO glctl-record
               AT END SET glctl-eof TO TRUE
           END-READ.

      ** Loads the GLACCTS account mapping cards. A malformed card
      *  is reported and holds the batch - a mapping nobody can
      *  read is no better than a missing one.
       LOAD-ACCOUNT-MAP.
           MOVE ZERO TO map-tbl-used
           MOVE ZERO TO map-card-errors
           MOVE "N" TO glmap-eof-sw

           OPEN INPUT GLMAP-FILE
           IF glmap-status NOT = "00"
               DISPLAY "UNABLE TO OPEN GLACCTS DD, STATUS="
                   glmap-status " - NO ACCOUNT MAPPING, NOTHING "
                   "CAN BE POSTED"
               MOVE 16 TO RETURN-CODE
           ELSE
               READ GLMAP-FILE INTO glmap-record
                   AT END SET glmap-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-MAP-CARD UNTIL glmap-eof
               CLOSE GLMAP-FILE
               DISPLAY "ACCOUNT MAPPINGS LOADED: " map-tbl-used
           END-IF.

      ** Parses one mapping card and reads the next.
       LOAD-ONE-MAP-CARD.
           IF glmap-record = SPACES
               OR glmap-record(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO card-token1 card-token2
                   card-token3 card-token4 card-token5
               UNSTRING glmap-record DELIMITED BY ALL " "
                   INTO card-token1
                        card-token2
                        card-token3
                        card-token4
                        card-token5
               END-UNSTRING
               EVALUATE TRUE
                   WHEN card-token4 = SPACES
                   WHEN card-token2(13:8) NOT = SPACES
                   WHEN card-token3(13:8) NOT = SPACES
                   WHEN card-token4(9:12) NOT = SPACES
                   WHEN card-token5(5:16) NOT = SPACES
                       DISPLAY "MALFORMED GLACCTS CARD: "
                           FUNCTION TRIM(glmap-record)
                       ADD 1 TO map-card-errors
                   WHEN map-tbl-used NOT < 100
                       DISPLAY "GLACCTS TABLE FULL - CARD IGNORED: "
                           FUNCTION TRIM(glmap-record)
                       ADD 1 TO map-card-errors
                   WHEN OTHER
                       ADD 1 TO map-tbl-used
                       MOVE card-token1(1:4)
                           TO map-region(map-tbl-used)
                       MOVE card-token2(1:12)
                           TO map-dr-account(map-tbl-used)
                       MOVE card-token3(1:12)
                           TO map-cr-account(map-tbl-used)
                       MOVE card-token4(1:8)
                           TO map-cost-centre(map-tbl-used)
                       MOVE FUNCTION UPPER-CASE(card-token5(1:4))
                           TO map-entity(map-tbl-used)
               END-EVALUATE
           END-IF

           READ GLMAP-FILE INTO glmap-record
               AT END SET glmap-eof TO TRUE
           END-READ.

      ** Reads the rollup master, netting the posting date's
      *  not-yet-posted records per region into the batch.
       COLLECT-BATCH.
           MOVE ZERO TO date-rec-count
           MOVE ZERO TO batch-rec-count
           MOVE ZERO TO reg-tbl-used
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
               PERFORM COLLECT-ONE-ROLLUP-RECORD UNTIL rollup-eof
               CLOSE ROLLUP-FILE
               DISPLAY "ROLLUP RECORDS FOR DATE: " date-rec-count
                   " ALREADY POSTED: " posted-thru-count
                   " IN THIS BATCH: " batch-rec-count
           END-IF.

      ** Folds one rollup record into the batch when it belongs to
      *  the posting date and is past the posted mark, then reads
      *  the next. The USD-normalized figure is what is posted; an
      *  older record without it falls back to its raw amount, the
      *  same reading MTDRPT applies.
       COLLECT-ONE-ROLLUP-RECORD.
           MOVE rollup-record TO rollup-line-parsed
           IF gr-entity = SPACES
               MOVE default-entity TO gr-entity
           END-IF
           IF rollup-record NOT = SPACES
               AND gr-date = post-date-alpha
               ADD 1 TO date-rec-count
               IF date-rec-count > posted-thru-count
                   ADD 1 TO batch-rec-count
                   MOVE ZERO TO roll-net
                   IF FUNCTION TEST-NUMVAL(gr-usd) = ZERO
                       COMPUTE roll-net = FUNCTION NUMVAL(gr-usd)
                   ELSE
                       IF FUNCTION TEST-NUMVAL(gr-amount) = ZERO
                           COMPUTE roll-net =
                               FUNCTION NUMVAL(gr-amount)
                       END-IF
                   END-IF
                   PERFORM ADD-TO-REGION-NET
               END-IF
           END-IF

           READ ROLLUP-FILE INTO rollup-record
               AT END SET rollup-eof TO TRUE
           END-READ.

      ** Adds one record's net to its entity and region's batch
      *  entry.
       ADD-TO-REGION-NET.
           MOVE ZERO TO reg-idx
           PERFORM SCAN-REGION-ENTRY
               VARYING reg-scan-idx FROM 1 BY 1
               UNTIL reg-scan-idx > reg-tbl-used
                   OR reg-idx NOT = ZERO
           IF reg-idx = ZERO
               IF reg-tbl-used < 100
                   ADD 1 TO reg-tbl-used
                   MOVE reg-tbl-used TO reg-idx
                   MOVE gr-entity TO reg-entity(reg-idx)
                   MOVE gr-region TO reg-code(reg-idx)
                   MOVE gr-kind TO reg-kind(reg-idx)
                   MOVE ZERO TO reg-records(reg-idx)
                   MOVE ZERO TO reg-net(reg-idx)
                   MOVE ZERO TO reg-map-idx(reg-idx)
               ELSE
                   SET reg-tbl-full TO TRUE
               END-IF
           END-IF
           IF reg-idx NOT = ZERO
               ADD 1 TO reg-records(reg-idx)
               ADD roll-net TO reg-net(reg-idx)
           END-IF.

       SCAN-REGION-ENTRY.
           IF reg-code(reg-scan-idx) = gr-region
               AND reg-entity(reg-scan-idx) = gr-entity
               AND reg-kind(reg-scan-idx) = gr-kind
               MOVE reg-scan-idx TO reg-idx
           END-IF.

      ** Looks every batch region up in the mapping table - the
      *  card for its entity, else the region's card naming no
      *  entity - listing each one that has no mapping.
       MAP-BATCH-REGIONS.
           PERFORM MAP-ONE-REGION
               VARYING reg-idx FROM 1 BY 1
               UNTIL reg-idx > reg-tbl-used.

       MAP-ONE-REGION.
           MOVE ZERO TO map-idx
           MOVE reg-entity(reg-idx) TO map-want-entity
           PERFORM SCAN-MAP-ENTRY
               VARYING map-scan-idx FROM 1 BY 1
               UNTIL map-scan-idx > map-tbl-used
                   OR map-idx NOT = ZERO
           IF map-idx = ZERO
               MOVE SPACES TO map-want-entity
               PERFORM SCAN-MAP-ENTRY
                   VARYING map-scan-idx FROM 1 BY 1
                   UNTIL map-scan-idx > map-tbl-used
                       OR map-idx NOT = ZERO
           END-IF
           MOVE map-idx TO reg-map-idx(reg-idx)
           IF map-idx = ZERO
               ADD 1 TO unmapped-count
               MOVE reg-net(reg-idx) TO amount-edit
               DISPLAY "UNMAPPED REGION: " reg-code(reg-idx)
                   " ENTITY " reg-entity(reg-idx)
                   " NET=" amount-edit
                   " - NO GLACCTS CARD FOR THIS REGION"
           END-IF.

       SCAN-MAP-ENTRY.
           IF map-region(map-scan-idx) = reg-code(reg-idx)
               AND map-entity(map-scan-idx) = map-want-entity
               MOVE map-scan-idx TO map-idx
           END-IF.

      ** Holds the whole batch back: no journal is written, the
      *  hold is logged so the posted mark does not move, and the
      *  operator is alerted. Once GLACCTS is corrected, a rerun
      *  with GLPOST_DATE set to the held date posts it.
       HOLD-BATCH.
           DISPLAY " "
           DISPLAY "BATCH " batch-id " HELD - " unmapped-count
               " UNMAPPED REGION(S), " map-card-errors
               " GLACCTS CARD ERROR(S); NO JOURNAL WRITTEN"
           MOVE ZERO TO entry-count
           MOVE ZERO TO total-debits
           MOVE ZERO TO total-credits
           MOVE "HELD" TO gc-status
           PERFORM WRITE-CONTROL-RECORD
           MOVE "GL_BATCH_HELD" TO pyaudit-action
           MOVE 16 TO pyaudit-rc
           PERFORM ISSUE-OPERATOR-ALERT
           PERFORM WRITE-AUDIT-RECORD
           MOVE 16 TO RETURN-CODE.

      ** Writes the batch: header, one debit/credit pair per region
      *  with a non-zero net, trailer. The totals are built first so
      *  the header can carry them too.
       WRITE-JOURNAL-BATCH.
           MOVE ZERO TO entry-count
           MOVE ZERO TO zero-region-count
           MOVE ZERO TO total-debits
           MOVE ZERO TO hash-total
           PERFORM TOTAL-ONE-REGION
               VARYING reg-idx FROM 1 BY 1
               UNTIL reg-idx > reg-tbl-used
           MOVE total-debits TO total-credits

           OPEN OUTPUT GLJRNL-FILE
           IF gljrnl-status NOT = "00"
               DISPLAY "UNABLE TO OPEN GLJRNL DD, STATUS="
                   gljrnl-status " - BATCH " batch-id " NOT POSTED"
               MOVE "GL_BATCH_WRITE" TO pyaudit-action
               MOVE 16 TO pyaudit-rc
               PERFORM ISSUE-OPERATOR-ALERT
               PERFORM WRITE-AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE batch-id TO jh-batch-id
               MOVE post-date-alpha TO jh-post-date
               COMPUTE jh-line-count = entry-count * 2
               MOVE total-debits TO jh-total-debits
               MOVE total-credits TO jh-total-credits
               MOVE pyaudit-runid TO jh-runid
               MOVE jrnl-header TO gljrnl-record
               WRITE gljrnl-record
               MOVE 1 TO jrnl-rec-count
               MOVE ZERO TO jrnl-line-count
               PERFORM WRITE-REGION-ENTRY
                   VARYING reg-idx FROM 1 BY 1
                   UNTIL reg-idx > reg-tbl-used
               ADD 1 TO jrnl-rec-count
               MOVE batch-id TO jt-batch-id
               MOVE jrnl-rec-count TO jt-rec-count
               MOVE total-debits TO jt-total-debits
               MOVE total-credits TO jt-total-credits
               MOVE hash-total TO jt-hash-total
               MOVE jrnl-trailer TO gljrnl-record
               WRITE gljrnl-record
               CLOSE GLJRNL-FILE
           END-IF.

      ** Adds one region's entry to the control totals. Both legs
      *  of a pair carry the same amount, so debits equal credits
      *  by construction and the hash total covers both legs.
       TOTAL-ONE-REGION.
           IF reg-net(reg-idx) = ZERO
               ADD 1 TO zero-region-count
           ELSE
               ADD 1 TO entry-count
               MOVE reg-net(reg-idx) TO entry-amount
               ADD entry-amount TO total-debits
               COMPUTE hash-total = hash-total + (entry-amount * 2)
           END-IF.

      ** Writes one region's balanced pair. A negative net (credits
      *  outweighing debits on the day) reverses the two accounts.
       WRITE-REGION-ENTRY.
           IF reg-net(reg-idx) NOT = ZERO
               MOVE reg-map-idx(reg-idx) TO map-idx
               MOVE reg-net(reg-idx) TO entry-amount
               MOVE SPACES TO jd-description
               EVALUATE reg-kind(reg-idx)
                   WHEN "ADJ"
                       STRING "PYZKILN " DELIMITED BY SIZE
                           reg-code(reg-idx) DELIMITED BY SIZE
                           " ADJUST " DELIMITED BY SIZE
                           post-date-alpha DELIMITED BY SIZE
                           INTO jd-description
                       END-STRING
                   WHEN "RST"
                       STRING "PYZKILN " DELIMITED BY SIZE
                           reg-code(reg-idx) DELIMITED BY SIZE
                           " RESTATE " DELIMITED BY SIZE
                           post-date-alpha DELIMITED BY SIZE
                           INTO jd-description
                       END-STRING
                   WHEN "RTN"
                       STRING "PYZKILN " DELIMITED BY SIZE
                           reg-code(reg-idx) DELIMITED BY SIZE
                           " RETURNS " DELIMITED BY SIZE
                           post-date-alpha DELIMITED BY SIZE
                           INTO jd-description
                       END-STRING
                   WHEN OTHER
                       STRING "PYZKILN " DELIMITED BY SIZE
                           reg-code(reg-idx) DELIMITED BY SIZE
                           " DAILY " DELIMITED BY SIZE
                           post-date-alpha DELIMITED BY SIZE
                           INTO jd-description
                       END-STRING
               END-EVALUATE
               MOVE batch-id TO jd-batch-id
               MOVE map-cost-centre(map-idx) TO jd-cost-centre
               MOVE entry-amount TO jd-amount
               IF reg-net(reg-idx) > ZERO
                   MOVE map-dr-account(map-idx) TO jd-account
               ELSE
                   MOVE map-cr-account(map-idx) TO jd-account
               END-IF
               MOVE "D" TO jd-dr-cr
               PERFORM WRITE-DETAIL-LINE
               IF reg-net(reg-idx) > ZERO
                   MOVE map-cr-account(map-idx) TO jd-account
               ELSE
                   MOVE map-dr-account(map-idx) TO jd-account
               END-IF
               MOVE "C" TO jd-dr-cr
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       WRITE-DETAIL-LINE.
           ADD 1 TO jrnl-line-count
           ADD 1 TO jrnl-rec-count
           MOVE jrnl-line-count TO jd-line-no
           MOVE jrnl-detail TO gljrnl-record
           WRITE gljrnl-record.

      ** Appends the batch outcome to the posting control log. A
      *  posted batch moves the date's posted mark up to the last
      *  record it carried; a held one records the attempt only.
       WRITE-CONTROL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO gc-ts
           MOVE post-date-alpha TO gc-date
           MOVE batch-id TO gc-batch-id
           MOVE date-rec-count TO gc-rows-thru
           MOVE entry-count TO gc-entries
           MOVE total-debits TO gc-total-debits
           MOVE total-credits TO gc-total-credits
           MOVE pyaudit-runid TO gc-runid

           OPEN EXTEND GLCTL-FILE
           IF glctl-status = "35"
               OPEN OUTPUT GLCTL-FILE
           END-IF
           IF glctl-status NOT = "00"
               DISPLAY "UNABLE TO OPEN GLCTL DD, STATUS="
                   glctl-status " - BATCH " batch-id
                   " OUTCOME NOT LOGGED, CHECK BEFORE RERUNNING"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE glctl-detail TO glctl-record
               WRITE glctl-record
               CLOSE GLCTL-FILE
           END-IF.

      ** The batch summary for the morning check against the
      *  PANDASREAD region totals.
       PRINT-BATCH-SUMMARY.
           DISPLAY " "
           DISPLAY "===== JOURNAL BATCH " batch-id " ====="
           PERFORM PRINT-REGION-SUMMARY
               VARYING reg-idx FROM 1 BY 1
               UNTIL reg-idx > reg-tbl-used
           MOVE total-debits TO amount-edit
           DISPLAY "  ENTRIES=" entry-count
               " RECORDS WRITTEN=" jrnl-rec-count
               " TOTAL DEBITS=" amount-edit
           MOVE total-credits TO amount-edit
           DISPLAY "  TOTAL CREDITS=" amount-edit
               " ZERO-NET REGIONS SKIPPED=" zero-region-count.

       PRINT-REGION-SUMMARY.
           MOVE reg-map-idx(reg-idx) TO map-idx
           MOVE reg-net(reg-idx) TO amount-edit
           DISPLAY "  " reg-entity(reg-idx) " " reg-code(reg-idx)
               " " reg-kind(reg-idx)
               " RECORDS=" reg-records(reg-idx)
               " NET=" amount-edit
               " DR=" map-dr-account(map-idx)
               " CR=" map-cr-account(map-idx)
               " CC=" map-cost-centre(map-idx).

       COPY PYWTOWRT.

       COPY PYAUDWRT.
