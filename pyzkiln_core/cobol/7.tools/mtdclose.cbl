       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** Close-control cards arrive on SYSIN, one per line:
      *    DUP <yyyymmdd> <region> KEEP=FIRST|LAST|SUM [<entity>]
      *  resolving one duplicate date+region key of a legal entity
      *  (0001 when none is given) the way the operator
      *  adjudicated it - keep the first posting, keep the last (a
      *  same-day rerun superseding the first), or sum the two (a
      *  legitimate split posting). A * card is a comment.
           SELECT CLOSE-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS close-card-status.
       FD  CLOSE-CARD-FILE.
       01 close-card-record PIC X(80).
       FD  ROLLUP-FILE.
       01 rollup-record PIC X(88).
       FD  CLOSED-OUT-FILE.
       01 closed-out-record PIC X(88).
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 close-card-status   PIC X(02) VALUE "00".
      *  operator setting, never derived, so a close run can not
      *  quietly freeze the wrong month.
       01 close-period-alpha  PIC X(06) VALUE SPACES.
      ** The legal entity being closed (MTDCLOSE_ENTITY) - blank
      *  closes the period for every entity at once. An entity
      *  closed on its own leaves the others' period records in
      *  the live rollup for their own close.
       01 close-entity        PIC X(04) VALUE SPACES.
       01 default-entity      PIC X(04) VALUE "0001".

      ** One parsed rollup record, mirroring PANDASREAD's
      *  rollup-detail layout - keep the two in step. A
      *  restatement record with fewer rows than the original
      *  carries a - in the byte ahead of the count. A record with
      *  no legal entity predates the column and is 0001's.
       01 rollup-line-parsed.
           05 mc-date             PIC X(08).
           05 FILLER              PIC X(01).
           05 mc-region           PIC X(04).
           05 mc-count-sign       PIC X(01).
           05 mc-count            PIC 9(09).
           05 FILLER              PIC X(01).
           05 mc-amount           PIC X(13).
           05 mc-debit            PIC X(13).
           05 FILLER              PIC X(01).
           05 mc-credit           PIC X(13).
           05 FILLER              PIC X(01).
           05 mc-kind             PIC X(03).
           05 FILLER              PIC X(01).
           05 mc-entity           PIC X(04).
       01 rollup-line-out.
           05 mo-date             PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 mo-region           PIC X(04).
           05 mo-count-sign       PIC X(01) VALUE SPACE.
           05 mo-count            PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 mo-amount           PIC +9(09).99.
           05 mo-debit            PIC +9(09).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 mo-credit           PIC +9(09).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 mo-kind             PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 mo-entity           PIC X(04).

      ** The whole rollup, loaded so the period can be resolved and
      *  both output datasets written from one consistent picture.
           05 roll-entry OCCURS 500 TIMES.
               10 roll-date       PIC X(08).
               10 roll-region     PIC X(04).
               10 roll-count      PIC S9(09).
               10 roll-amount     PIC S9(09)V99.
               10 roll-usd        PIC S9(09)V99.
               10 roll-debit      PIC S9(09)V99.
               10 roll-credit     PIC S9(09)V99.
               10 roll-entity     PIC X(04).
               10 roll-kind       PIC X(03).
                   88 roll-adjustment    VALUE "ADJ".
                   88 roll-restatement   VALUE "RST".
                   88 roll-return        VALUE "RTN".
                   88 roll-correction    VALUE "ADJ" "RST" "RTN".
               10 roll-state      PIC X(01).
                   88 roll-in-period     VALUE "P" "D" "M".
                   88 roll-dropped       VALUE "D".
                   88 roll-carried       VALUE "C".

      ** Duplicate adjudication cards, matched against the flagged
      *  date+region+entity keys. An in-period duplicate with no
      *  card (or a card for a key that is not a duplicate) refuses
      *  the close - the RC=4 situations MTDRPT flags get formally
      *  resolved here, not papered over.
       01 dup-card-used       PIC 9(02) BINARY VALUE ZERO.
       01 dup-card-idx        PIC 9(02) BINARY VALUE ZERO.
           05 dup-card-entry OCCURS 50 TIMES.
               10 dupc-date       PIC X(08).
               10 dupc-region     PIC X(04).
               10 dupc-entity     PIC X(04).
               10 dupc-policy     PIC X(05).
               10 dupc-used-sw    PIC X(01).
                   88 dup-card-used-up VALUE "Y".
       01 card-token2         PIC X(12).
       01 card-token3         PIC X(12).
       01 card-token4         PIC X(20).
       01 card-token5         PIC X(12).

       01 dup-scan-work       PIC 9(02) BINARY VALUE ZERO.
       01 dup-first-idx       PIC 9(03) BINARY VALUE ZERO.
       01 period-total-usd    PIC S9(11)V99 VALUE ZERO.
       01 period-total-debit  PIC S9(11)V99 VALUE ZERO.
       01 period-total-credit PIC S9(11)V99 VALUE ZERO.
      ** The adjustment records' share of the period, shown apart
      *  so the close package separates corrections from volume.
       01 period-adj-records  PIC 9(05) VALUE ZERO.
       01 period-adj-amount   PIC S9(11)V99 VALUE ZERO.
      ** Likewise the restatement records - the difference a
      *  corrected extract made to an earlier run date.
       01 period-rst-records  PIC 9(05) VALUE ZERO.
       01 period-rst-amount   PIC S9(11)V99 VALUE ZERO.
      ** And the return records - a returns feed's value given
      *  back, netted into the period amount. The number of returns
      *  is not a number of sales rows, so it stays out of the
      *  period count and is shown on the returns line instead.
       01 period-rtn-records  PIC 9(05) VALUE ZERO.
       01 period-rtn-count    PIC 9(09) VALUE ZERO.
       01 period-rtn-amount   PIC S9(11)V99 VALUE ZERO.
       01 debit-edit          PIC Z(10)9.99-.
       01 credit-edit         PIC Z(10)9.99-.
       01 usd-edit            PIC Z(10)9.99-.
               GOBACK
           END-IF
           DISPLAY "CLOSING PERIOD " close-period-alpha
           ACCEPT close-entity FROM ENVIRONMENT "MTDCLOSE_ENTITY"
           MOVE FUNCTION UPPER-CASE(close-entity) TO close-entity
           IF close-entity = SPACES
               DISPLAY "LEGAL ENTITY: ALL"
           ELSE
               DISPLAY "LEGAL ENTITY: " close-entity
           END-IF

           ACCEPT closed-path-alpha FROM ENVIRONMENT
               "MTDCLOSE_CLOSED_PATH"
           IF closed-path-alpha = SPACES
               IF close-entity = SPACES
                   STRING "./mtdroll." DELIMITED BY SIZE
                       close-period-alpha DELIMITED BY SIZE
                       ".closed" DELIMITED BY SIZE
                       INTO closed-path-alpha
                   END-STRING
               ELSE
                   STRING "./mtdroll." DELIMITED BY SIZE
                       close-period-alpha DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       FUNCTION TRIM(close-entity) DELIMITED BY SIZE
                       ".closed" DELIMITED BY SIZE
                       INTO closed-path-alpha
                   END-STRING
               END-IF
           END-IF
           ACCEPT arch-out-alpha FROM ENVIRONMENT
               "MTDCLOSE_ARCHIVE_OUT"
                   MOVE rollup-record TO rollup-line-parsed
                   MOVE mc-date TO roll-date(roll-tbl-used)
                   MOVE mc-region TO roll-region(roll-tbl-used)
                   IF mc-entity = SPACES
                       MOVE default-entity TO mc-entity
                   END-IF
                   MOVE mc-entity TO roll-entity(roll-tbl-used)
                   MOVE ZERO TO roll-count(roll-tbl-used)
                   IF mc-count IS NUMERIC
                       MOVE mc-count TO roll-count(roll-tbl-used)
                       IF mc-count-sign = "-"
                           COMPUTE roll-count(roll-tbl-used) =
                               ZERO - roll-count(roll-tbl-used)
                       END-IF
                   END-IF
                   MOVE mc-kind TO roll-kind(roll-tbl-used)
                   MOVE ZERO TO roll-amount(roll-tbl-used)
                   IF FUNCTION TEST-NUMVAL(mc-amount) = ZERO
                       COMPUTE roll-amount(roll-tbl-used) =
                           FUNCTION NUMVAL(mc-credit)
                   END-IF
                   IF mc-date(1:6) = close-period-alpha
                       AND (close-entity = SPACES
                           OR mc-entity = close-entity)
                       MOVE "P" TO roll-state(roll-tbl-used)
                   ELSE
                       MOVE "C" TO roll-state(roll-tbl-used)
               CONTINUE
           ELSE
               MOVE SPACES TO card-token1 card-token2
                   card-token3 card-token4 card-token5
               UNSTRING close-card-record DELIMITED BY ALL " "
                   INTO card-token1
                        card-token2
                        card-token3
                        card-token4
                        card-token5
               END-UNSTRING
               IF card-token1 NOT = "DUP"
                   DISPLAY "UNRECOGNIZED CONTROL CARD: "
                       FUNCTION TRIM(close-card-record)
                   MOVE 8 TO RETURN-CODE
               ELSE
                   EVALUATE TRUE
                       WHEN card-token4(1:5) NOT = "KEEP="
                           OR (card-token4(6:5) NOT = "FIRST"
                               AND card-token4(6:4) NOT = "LAST"
                               AND card-token4(6:3) NOT = "SUM")
                           DISPLAY "DUP CARD NEEDS KEEP=FIRST, "
                               "KEEP=LAST OR KEEP=SUM: "
                               FUNCTION TRIM(close-card-record)
                           MOVE 8 TO RETURN-CODE
                       WHEN card-token5(5:8) NOT = SPACES
                           DISPLAY "DUP CARD ENTITY IS NOT A LEGAL "
                               "ENTITY: "
                               FUNCTION TRIM(close-card-record)
                           MOVE 8 TO RETURN-CODE
                       WHEN dup-card-used < 50
                           ADD 1 TO dup-card-used
                           MOVE card-token2(1:8)
                               TO dupc-date(dup-card-used)
                           MOVE card-token3(1:4)
                               TO dupc-region(dup-card-used)
                           IF card-token5 = SPACES
                               MOVE default-entity
                                   TO dupc-entity(dup-card-used)
                           ELSE
                               MOVE FUNCTION UPPER-CASE(
                                   card-token5(1:4))
                                   TO dupc-entity(dup-card-used)
                           END-IF
                           MOVE card-token4(6:5)
                               TO dupc-policy(dup-card-used)
                           MOVE "N" TO dupc-used-sw(dup-card-used)
                       WHEN OTHER
                           DISPLAY "DUP CARD TABLE FULL - CARD "
                               "IGNORED: "
                               FUNCTION TRIM(close-card-record)
                           MOVE 8 TO RETURN-CODE
                   END-EVALUATE
               END-IF
           END-IF

           END-READ.

      ** Walks the in-period records looking for duplicate
      *  date+region+entity keys and applies the operator's adjudication
      *  to each - or counts it unresolved, which refuses the
      *  close.
       RESOLVE-DUPLICATES.
      ** Examines one in-period record's key: the first occurrence
      *  of a duplicated key drives the resolution for the whole
      *  group; later occurrences were already handled with it.
      *  Adjustment, restatement and return records are never
      *  duplicates - each carries corrections or returns no
      *  earlier record carried - so they close as they stand.
       CHECK-ONE-KEY.
           IF roll-state(roll-idx) NOT = "P"
               OR roll-correction(roll-idx)
               CONTINUE
           ELSE
               MOVE ZERO TO dup-hit-count
      *  remembering the first and last slots.
       TALLY-KEY-OCCURRENCE.
           IF roll-in-period(roll-scan-idx)
               AND NOT roll-correction(roll-scan-idx)
               AND roll-date(roll-scan-idx) = roll-date(roll-idx)
               AND roll-region(roll-scan-idx)
                   = roll-region(roll-idx)
               AND roll-entity(roll-scan-idx)
                   = roll-entity(roll-idx)
               ADD 1 TO dup-hit-count
               IF dup-first-idx = ZERO
                   MOVE roll-scan-idx TO dup-first-idx
               ADD 1 TO unresolved-count
               DISPLAY "UNRESOLVED DUPLICATE: DATE "
                   roll-date(roll-idx) " REGION "
                   roll-region(roll-idx) " ENTITY "
                   roll-entity(roll-idx) " (" dup-hit-count
                   " POSTINGS) - ADD A DUP CARD"
           ELSE
               ADD 1 TO resolved-count
               END-EVALUATE
               DISPLAY "DUPLICATE RESOLVED: DATE "
                   roll-date(roll-idx) " REGION "
                   roll-region(roll-idx) " ENTITY "
                   roll-entity(roll-idx) " KEEP="
                   dupc-policy(dup-card-idx)
           END-IF.

               ADD 1 TO stray-card-count
               DISPLAY "DUP CARD NOT USED: DATE "
                   dupc-date(dup-card-idx) " REGION "
                   dupc-region(dup-card-idx) " ENTITY "
                   dupc-entity(dup-card-idx)
                   " - NO SUCH DUPLICATE IN THE PERIOD"
           END-IF.

           IF dupc-date(dup-scan-work) = roll-date(roll-idx)
               AND dupc-region(dup-scan-work)
                   = roll-region(roll-idx)
               AND dupc-entity(dup-scan-work)
                   = roll-entity(roll-idx)
               MOVE dup-scan-work TO dup-card-idx
           END-IF.


       DROP-GROUP-MEMBER.
           IF roll-state(roll-scan-idx) = "P"
               AND NOT roll-correction(roll-scan-idx)
               AND roll-date(roll-scan-idx) = roll-date(roll-idx)
               AND roll-region(roll-scan-idx)
                   = roll-region(roll-idx)
               AND roll-entity(roll-scan-idx)
                   = roll-entity(roll-idx)
               AND roll-scan-idx NOT = dup-first-idx
               MOVE "D" TO roll-state(roll-scan-idx)
           END-IF.

       DROP-NOT-LAST-MEMBER.
           IF roll-state(roll-scan-idx) = "P"
               AND NOT roll-correction(roll-scan-idx)
               AND roll-date(roll-scan-idx) = roll-date(roll-idx)
               AND roll-region(roll-scan-idx)
                   = roll-region(roll-idx)
               AND roll-entity(roll-scan-idx)
                   = roll-entity(roll-idx)
               AND roll-scan-idx NOT = dup-last-idx
               MOVE "D" TO roll-state(roll-scan-idx)
           END-IF.

       MERGE-GROUP-MEMBER.
           IF roll-state(roll-scan-idx) = "P"
               AND NOT roll-correction(roll-scan-idx)
               AND roll-date(roll-scan-idx) = roll-date(roll-idx)
               AND roll-region(roll-scan-idx)
                   = roll-region(roll-idx)
               AND roll-entity(roll-scan-idx)
                   = roll-entity(roll-idx)
               AND roll-scan-idx NOT = dup-first-idx
               ADD roll-count(roll-scan-idx)
                   TO roll-count(dup-first-idx)
           IF roll-state(roll-idx) = "P"
               MOVE roll-date(roll-idx) TO mo-date
               MOVE roll-region(roll-idx) TO mo-region
               PERFORM MOVE-OUT-COUNT
               MOVE roll-amount(roll-idx) TO mo-amount
               MOVE roll-usd(roll-idx) TO mo-usd
               MOVE roll-debit(roll-idx) TO mo-debit
               MOVE roll-credit(roll-idx) TO mo-credit
               MOVE roll-kind(roll-idx) TO mo-kind
               MOVE roll-entity(roll-idx) TO mo-entity
               MOVE rollup-line-out TO closed-out-record
               WRITE closed-out-record
               ADD 1 TO closed-rec-count
               IF NOT roll-return(roll-idx)
                   ADD roll-count(roll-idx) TO period-total-count
               END-IF
               ADD roll-amount(roll-idx) TO period-total-amount
               ADD roll-usd(roll-idx) TO period-total-usd
               ADD roll-debit(roll-idx) TO period-total-debit
               ADD roll-credit(roll-idx) TO period-total-credit
               IF roll-adjustment(roll-idx)
                   ADD 1 TO period-adj-records
                   ADD roll-amount(roll-idx) TO period-adj-amount
               END-IF
               IF roll-restatement(roll-idx)
                   ADD 1 TO period-rst-records
                   ADD roll-amount(roll-idx) TO period-rst-amount
               END-IF
               IF roll-return(roll-idx)
                   ADD 1 TO period-rtn-records
                   ADD roll-count(roll-idx) TO period-rtn-count
                   ADD roll-amount(roll-idx) TO period-rtn-amount
               END-IF
           END-IF.

      ** Sets the output count and its sign byte from the table.
       MOVE-OUT-COUNT.
           IF roll-count(roll-idx) < ZERO
               MOVE "-" TO mo-count-sign
           ELSE
               MOVE SPACE TO mo-count-sign
           END-IF
           MOVE roll-count(roll-idx) TO mo-count.

      ** Rewrites the live rollup with only the records outside the
      *  closed period - the clean start for the new month. Runs
      *  only after the closed period is safely on the archive
           IF roll-carried(roll-idx)
               MOVE roll-date(roll-idx) TO mo-date
               MOVE roll-region(roll-idx) TO mo-region
               PERFORM MOVE-OUT-COUNT
               MOVE roll-amount(roll-idx) TO mo-amount
               MOVE roll-usd(roll-idx) TO mo-usd
               MOVE roll-debit(roll-idx) TO mo-debit
               MOVE roll-credit(roll-idx) TO mo-credit
               MOVE roll-kind(roll-idx) TO mo-kind
               MOVE roll-entity(roll-idx) TO mo-entity
               MOVE rollup-line-out TO rollup-record
               WRITE rollup-record
               ADD 1 TO carried-rec-count
           DISPLAY " "
           DISPLAY "===== CLOSE PACKAGE - PERIOD "
               close-period-alpha " ====="
           IF close-entity NOT = SPACES
               DISPLAY "  LEGAL ENTITY=" close-entity
           END-IF
           MOVE period-total-debit TO debit-edit
           MOVE period-total-credit TO credit-edit
           DISPLAY "  CLOSED RECORDS=" closed-rec-count
               " USD=" usd-edit
           DISPLAY "  PERIOD DEBITS=" debit-edit
               " PERIOD CREDITS=" credit-edit
           MOVE period-adj-amount TO amount-edit
           DISPLAY "  OF WHICH ADJUSTMENT RECORDS="
               period-adj-records " ADJUSTMENT AMOUNT=" amount-edit
           MOVE period-rst-amount TO amount-edit
           DISPLAY "  OF WHICH RESTATEMENT RECORDS="
               period-rst-records " RESTATEMENT AMOUNT="
               amount-edit
           MOVE period-rtn-amount TO amount-edit
           DISPLAY "  OF WHICH RETURN RECORDS="
               period-rtn-records " RETURNS=" period-rtn-count
               " RETURNS AMOUNT=" amount-edit
           DISPLAY "  DUPLICATES RESOLVED=" resolved-count
           DISPLAY "  CLOSED DATASET="
               FUNCTION TRIM(closed-path-alpha)
