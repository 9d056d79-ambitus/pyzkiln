      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "AUDSAMP".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The VSAM master PANDASREAD loads - read only, walked twice
      *  from the lowest id: once for the population, once to draw.
           SELECT VSAM-MASTER-FILE ASSIGN TO vsam-master-alpha
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vsam-mst-key
               FILE STATUS IS vsam-mst-status.
      ** The sample register - one HDR record per sample carrying
      *  its parameters and population, then one SEL record per
      *  item drawn, extended run after run. It is what the working
      *  papers cite, and the seed on the HDR is what regenerates
      *  the sample.
           SELECT SAMPLE-REG-FILE ASSIGN TO "SAMPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sample-reg-status.
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
       FD  SAMPLE-REG-FILE.
       01 sample-reg-record PIC X(140).
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 vsam-master-alpha   PIC X(256) VALUE SPACES.
       01 vsam-mst-status     PIC X(02) VALUE "00".
       01 vsam-scan-eof-sw    PIC X(01) VALUE "N".
           88 vsam-scan-eof VALUE "Y".
       01 sample-reg-status   PIC X(02) VALUE "00".

      ** Sampling parameters:
      *  AUDSAMP_METHOD    RANDOM (default) - every record equally
      *                    likely, drawn without replacement; MUS -
      *                    monetary-unit, each record's chance in
      *                    proportion to its absolute amount
      *  AUDSAMP_SIZE      items to draw, 1-1000 (default 25)
      *  AUDSAMP_STRATIFY  Y draws from each region separately, the
      *                    size allocated across regions by count
      *                    (RANDOM) or absolute amount (MUS)
      *  AUDSAMP_SEED      1-2147483646; blank takes one from the
      *                    clock. Either way it is printed and kept
      *                    on the register, and the same seed against
      *                    the same master draws the same sample.
       01 method-alpha        PIC X(08) VALUE SPACES.
       01 method-sw           PIC X(01) VALUE "R".
           88 method-random VALUE "R".
           88 method-mus    VALUE "M".
       01 size-alpha          PIC X(08) VALUE SPACES.
       01 sample-size         PIC 9(05) VALUE 25.
       01 stratify-alpha      PIC X(01) VALUE "N".
           88 stratify-requested VALUE "Y".
       01 seed-alpha          PIC X(12) VALUE SPACES.
       01 seed-origin         PIC X(05) VALUE "GIVEN".
       01 sample-seed         PIC 9(10) VALUE ZERO.

      ** Park-Miller minimal standard generator, x = 16807x mod
      *  (2**31 - 1). Chosen over FUNCTION RANDOM because its
      *  sequence is defined by the arithmetic alone, so a sample
      *  regenerates the same on any compiler or release.
       01 prng-state          PIC 9(10) VALUE 1.
       01 prng-product        PIC 9(15) VALUE ZERO.
       01 prng-uniform        PIC 9V9(09) VALUE ZERO.
       01 prng-modulus        PIC 9(10) VALUE 2147483647.

      ** The strata - one per region, or a single *ALL stratum. A
      *  master with more regions than the table holds folds the
      *  overflow into one *OTH stratum.
       01 stratum-key         PIC X(04).
       01 str-tbl-used        PIC 9(02) BINARY VALUE ZERO.
       01 str-idx             PIC 9(02) BINARY VALUE ZERO.
       01 str-scan-idx        PIC 9(02) BINARY VALUE ZERO.
       01 stratum-table.
           05 str-entry OCCURS 50 TIMES.
               10 str-code        PIC X(04).
               10 str-pop-count   PIC 9(09).
               10 str-pop-amount  PIC S9(13)V99.
               10 str-pop-abs     PIC 9(13)V99.
               10 str-alloc       PIC 9(05).
               10 str-seen        PIC 9(09).
               10 str-selected    PIC 9(05).
               10 str-sel-amount  PIC S9(13)V99.
               10 str-interval    PIC 9(13)V9(04).
               10 str-next-point  PIC 9(13)V9(04).
               10 str-cum-abs     PIC 9(13)V99.

       01 pop-count           PIC 9(09) VALUE ZERO.
       01 pop-amount          PIC S9(13)V99 VALUE ZERO.
       01 pop-abs             PIC 9(13)V99 VALUE ZERO.
       01 draw-count          PIC 9(09) VALUE ZERO.
       01 draw-amount         PIC S9(13)V99 VALUE ZERO.
       01 alloc-total         PIC 9(05) VALUE ZERO.
       01 alloc-work          PIC 9(07)V9(04) VALUE ZERO.
       01 record-abs          PIC 9(09)V99 VALUE ZERO.
       01 cum-before          PIC 9(13)V99 VALUE ZERO.
       01 hit-count           PIC 9(05) VALUE ZERO.
       01 first-hit-point     PIC 9(13)V9(04) VALUE ZERO.
       01 remaining-needed    PIC 9(05) VALUE ZERO.
       01 remaining-pop       PIC 9(09) VALUE ZERO.
       01 sample-seq          PIC 9(05) VALUE ZERO.
       01 sample-total-amount PIC S9(13)V99 VALUE ZERO.
       01 draw-selected-sw    PIC X(01) VALUE "N".
           88 draw-selected VALUE "Y".

      ** Register records.
       01 sample-hdr-detail.
           05 sh-type             PIC X(03) VALUE "HDR".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 sh-sample-id        PIC X(16).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 sh-ts               PIC X(21).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 sh-method           PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 sh-seed             PIC 9(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 sh-size             PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 sh-stratify         PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 sh-pop-count        PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 sh-pop-amount       PIC +9(13).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 sh-drawn            PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 sh-drawn-amount     PIC +9(13).99.
       01 sample-sel-detail.
           05 ss-type             PIC X(03) VALUE "SEL".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ss-sample-id        PIC X(16).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ss-seq              PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ss-stratum          PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ss-id               PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ss-region           PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ss-amount           PIC +9(09).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ss-trans-date       PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ss-hits             PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ss-point            PIC 9(13).9999.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ss-entity           PIC X(04).

      ** The drawn items, held for the register and the printed
      *  sample. Rounding the allocation across up to 50 strata can
      *  add a few items to the size asked for, so the table is
      *  sized well beyond the largest AUDSAMP_SIZE allowed.
       01 pick-tbl-used       PIC 9(05) BINARY VALUE ZERO.
       01 pick-idx            PIC 9(05) BINARY VALUE ZERO.
       01 pick-table.
           05 pick-entry OCCURS 2000 TIMES.
               10 pk-stratum      PIC X(04).
               10 pk-id           PIC 9(08).
               10 pk-entity       PIC X(04).
               10 pk-name         PIC X(30).
               10 pk-region       PIC X(04).
               10 pk-amount       PIC S9(09)V99.
               10 pk-trans-date   PIC X(10).
               10 pk-hits         PIC 9(05).
               10 pk-sel-image    PIC X(140).

       01 count-edit          PIC Z(08)9.
       01 size-edit           PIC ZZZZ9.
       01 amount-edit         PIC $$$,$$$,$$$,$$9.99-.
       01 interval-edit       PIC Z,ZZZ,ZZZ,ZZ9.99.

       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Statistical sample selection over the VSAM master for
      *  internal audit's vouching: random or monetary-unit,
      *  optionally stratified by region, drawn from a recorded seed
      *  so the sample can be regenerated, registered with its
      *  parameters in SAMPREG, and printed with the population it
      *  was drawn from - replacing rows chosen by eye from a VSAMINQ
      *  listing.
           DISPLAY "===== AUDIT SAMPLE SELECTION ====="
           MOVE "AUDSAMP" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           ACCEPT vsam-master-alpha FROM ENVIRONMENT
               "AUDSAMP_VSAM_PATH"
           IF vsam-master-alpha = SPACES
               DISPLAY "AUDSAMP_VSAM_PATH IS NOT SET - NOTHING TO "
                   "SAMPLE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM RESOLVE-SAMPLE-PARMS
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           OPEN INPUT VSAM-MASTER-FILE
           IF vsam-mst-status NOT = "00"
               DISPLAY "UNABLE TO OPEN VSAM MASTER, STATUS="
                   vsam-mst-status " DATASET="
                   FUNCTION TRIM(vsam-master-alpha)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE stratum-table
           PERFORM START-MASTER-SCAN
           PERFORM COUNT-POPULATION-RECORD UNTIL vsam-scan-eof
           IF pop-count = ZERO
               DISPLAY "THE MASTER IS EMPTY - NOTHING TO SAMPLE"
               CLOSE VSAM-MASTER-FILE
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-SAMPLE-AUDIT
               GOBACK
           END-IF
           IF method-mus AND pop-abs = ZERO
               DISPLAY "THE MASTER CARRIES NO AMOUNT - A MONETARY-"
                   "UNIT SAMPLE HAS NOTHING TO WEIGHT BY"
               CLOSE VSAM-MASTER-FILE
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-SAMPLE-AUDIT
               GOBACK
           END-IF

           MOVE sample-seed TO prng-state
           PERFORM ALLOCATE-SAMPLE
           IF method-mus
               PERFORM SET-MUS-START
                   VARYING str-idx FROM 1 BY 1
                   UNTIL str-idx > str-tbl-used
           END-IF

           PERFORM START-MASTER-SCAN
           PERFORM DRAW-ONE-RECORD UNTIL vsam-scan-eof
           CLOSE VSAM-MASTER-FILE

      ** The master must not move between the two passes - a
      *  sample drawn against a population it was not sized for is
      *  not the sample the parameters describe.
           IF draw-count NOT = pop-count
               OR draw-amount NOT = pop-amount
               DISPLAY "THE MASTER CHANGED BETWEEN THE POPULATION "
                   "AND SELECTION PASSES - SAMPLE REFUSED, RERUN "
                   "WITH AUDSAMP_SEED=" sample-seed
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-SAMPLE-AUDIT
               GOBACK
           END-IF

           PERFORM WRITE-SAMPLE-REGISTER
           PERFORM PRINT-SAMPLE-REPORT
           PERFORM WRITE-SAMPLE-AUDIT
           GOBACK.

       RESOLVE-SAMPLE-PARMS.
           ACCEPT method-alpha FROM ENVIRONMENT "AUDSAMP_METHOD"
           EVALUATE method-alpha
               WHEN SPACES
               WHEN "RANDOM"
                   SET method-random TO TRUE
                   MOVE "RANDOM" TO method-alpha
               WHEN "MUS"
                   SET method-mus TO TRUE
               WHEN OTHER
                   DISPLAY "AUDSAMP_METHOD MUST BE RANDOM OR MUS: "
                       method-alpha
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           ACCEPT size-alpha FROM ENVIRONMENT "AUDSAMP_SIZE"
           IF size-alpha NOT = SPACES
               IF FUNCTION TRIM(size-alpha) IS NUMERIC
                   COMPUTE sample-size = FUNCTION NUMVAL(size-alpha)
               ELSE
                   MOVE ZERO TO sample-size
               END-IF
           END-IF
           IF sample-size = ZERO OR sample-size > 1000
               DISPLAY "AUDSAMP_SIZE MUST BE 1-1000: " size-alpha
               MOVE 16 TO RETURN-CODE
           END-IF

           ACCEPT stratify-alpha FROM ENVIRONMENT "AUDSAMP_STRATIFY"
           IF stratify-alpha NOT = "Y"
               MOVE "N" TO stratify-alpha
           END-IF

           ACCEPT seed-alpha FROM ENVIRONMENT "AUDSAMP_SEED"
           IF seed-alpha = SPACES
               MOVE "CLOCK" TO seed-origin
               COMPUTE sample-seed = FUNCTION MOD(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(7:10)),
                   2147483646) + 1
           ELSE
               IF FUNCTION TRIM(seed-alpha) IS NUMERIC
                   COMPUTE sample-seed = FUNCTION NUMVAL(seed-alpha)
               ELSE
                   MOVE ZERO TO sample-seed
               END-IF
               IF sample-seed = ZERO OR sample-seed > 2147483646
                   DISPLAY "AUDSAMP_SEED MUST BE 1-2147483646: "
                       seed-alpha
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      ** Positions at the lowest id and reads the first record.
       START-MASTER-SCAN.
           MOVE "N" TO vsam-scan-eof-sw
           MOVE ZERO TO vsam-mst-id
           MOVE LOW-VALUES TO vsam-mst-entity
           START VSAM-MASTER-FILE KEY NOT < vsam-mst-key
               INVALID KEY SET vsam-scan-eof TO TRUE
           END-START
           IF NOT vsam-scan-eof
               PERFORM READ-NEXT-MASTER-RECORD
           END-IF.

       READ-NEXT-MASTER-RECORD.
           READ VSAM-MASTER-FILE NEXT
               AT END SET vsam-scan-eof TO TRUE
           END-READ.

      ** Population pass: count, amount, and absolute amount per
      *  stratum and overall.
       COUNT-POPULATION-RECORD.
           PERFORM LOCATE-STRATUM
           MOVE FUNCTION ABS(vsam-mst-amount) TO record-abs
           ADD 1 TO pop-count str-pop-count(str-idx)
           ADD vsam-mst-amount TO pop-amount str-pop-amount(str-idx)
           ADD record-abs TO pop-abs str-pop-abs(str-idx)
           PERFORM READ-NEXT-MASTER-RECORD.

      ** Sets str-idx to the record's stratum, adding it when new.
       LOCATE-STRATUM.
           IF stratify-requested
               MOVE vsam-mst-region TO stratum-key
           ELSE
               MOVE "*ALL" TO stratum-key
           END-IF
           MOVE ZERO TO str-idx
           PERFORM SCAN-STRATUM-ENTRY
               VARYING str-scan-idx FROM 1 BY 1
               UNTIL str-scan-idx > str-tbl-used
                   OR str-idx NOT = ZERO
           IF str-idx = ZERO
               IF str-tbl-used < 49
                   ADD 1 TO str-tbl-used
                   MOVE str-tbl-used TO str-idx
                   MOVE stratum-key TO str-code(str-idx)
               ELSE
                   MOVE "*OTH" TO stratum-key
                   PERFORM SCAN-STRATUM-ENTRY
                       VARYING str-scan-idx FROM 1 BY 1
                       UNTIL str-scan-idx > str-tbl-used
                           OR str-idx NOT = ZERO
                   IF str-idx = ZERO
                       ADD 1 TO str-tbl-used
                       MOVE str-tbl-used TO str-idx
                       MOVE stratum-key TO str-code(str-idx)
                   END-IF
               END-IF
           END-IF.

       SCAN-STRATUM-ENTRY.
           IF str-code(str-scan-idx) = stratum-key
               MOVE str-scan-idx TO str-idx
           END-IF.

      ** Spreads the sample size across the strata in proportion to
      *  count (RANDOM) or absolute amount (MUS), rounded, with at
      *  least one item from every stratum that can yield one. A
      *  random stratum can not give more items than it holds.
       ALLOCATE-SAMPLE.
           MOVE ZERO TO alloc-total
           PERFORM ALLOCATE-ONE-STRATUM
               VARYING str-idx FROM 1 BY 1
               UNTIL str-idx > str-tbl-used
           IF method-random AND sample-size > pop-count
               DISPLAY "SAMPLE SIZE EXCEEDS THE POPULATION - EVERY "
                   "RECORD IS DRAWN"
           END-IF.

       ALLOCATE-ONE-STRATUM.
           IF method-random
               COMPUTE alloc-work =
                   sample-size * str-pop-count(str-idx) / pop-count
           ELSE
               COMPUTE alloc-work =
                   sample-size * str-pop-abs(str-idx) / pop-abs
           END-IF
           COMPUTE str-alloc(str-idx) ROUNDED = alloc-work
           IF str-alloc(str-idx) = ZERO
               IF method-random OR str-pop-abs(str-idx) > ZERO
                   MOVE 1 TO str-alloc(str-idx)
               END-IF
           END-IF
           IF method-random
               AND str-alloc(str-idx) > str-pop-count(str-idx)
               MOVE str-pop-count(str-idx) TO str-alloc(str-idx)
           END-IF
           ADD str-alloc(str-idx) TO alloc-total.

      ** Monetary-unit sampling interval and random start for one
      *  stratum: the stratum's absolute amount divided into
      *  allocation-many equal intervals, the first selection point
      *  a random distance into the first.
       SET-MUS-START.
           IF str-alloc(str-idx) > ZERO
               COMPUTE str-interval(str-idx) =
                   str-pop-abs(str-idx) / str-alloc(str-idx)
               PERFORM NEXT-RANDOM
               COMPUTE str-next-point(str-idx) =
                   prng-uniform * str-interval(str-idx)
           END-IF.

      ** Selection pass. RANDOM draws each stratum without
      *  replacement by selection sampling - a record is taken with
      *  probability (items still needed) / (records still to come)
      *  - which yields exactly the allocation in one ordered pass.
      *  MUS takes every record whose span of cumulative absolute
      *  amount contains a selection point; a record larger than the
      *  interval can hold several, recorded as its hit count.
       DRAW-ONE-RECORD.
           PERFORM LOCATE-STRATUM
           ADD 1 TO draw-count
           ADD vsam-mst-amount TO draw-amount
           MOVE "N" TO draw-selected-sw
           MOVE ZERO TO hit-count first-hit-point
           IF method-random
               PERFORM DRAW-RANDOM-RECORD
           ELSE
               PERFORM DRAW-MUS-RECORD
           END-IF
           ADD 1 TO str-seen(str-idx)
           IF draw-selected
               PERFORM REMEMBER-PICK
           END-IF
           PERFORM READ-NEXT-MASTER-RECORD.

       DRAW-RANDOM-RECORD.
           COMPUTE remaining-needed =
               str-alloc(str-idx) - str-selected(str-idx)
           COMPUTE remaining-pop =
               str-pop-count(str-idx) - str-seen(str-idx)
           PERFORM NEXT-RANDOM
           IF remaining-needed > ZERO
               AND remaining-pop * prng-uniform < remaining-needed
               SET draw-selected TO TRUE
               MOVE 1 TO hit-count
               MOVE prng-uniform TO first-hit-point
           END-IF.

       DRAW-MUS-RECORD.
           MOVE FUNCTION ABS(vsam-mst-amount) TO record-abs
           MOVE str-cum-abs(str-idx) TO cum-before
           ADD record-abs TO str-cum-abs(str-idx)
           IF str-interval(str-idx) > ZERO
               MOVE str-next-point(str-idx) TO first-hit-point
               PERFORM TAKE-MUS-HIT
                   UNTIL str-next-point(str-idx)
                       NOT < str-cum-abs(str-idx)
               IF hit-count > ZERO
                   SET draw-selected TO TRUE
               END-IF
           END-IF.

       TAKE-MUS-HIT.
           ADD 1 TO hit-count
           ADD str-interval(str-idx) TO str-next-point(str-idx).

      ** Advances the generator and leaves a uniform draw in [0,1)
      *  in prng-uniform.
       NEXT-RANDOM.
           COMPUTE prng-product = prng-state * 16807
           COMPUTE prng-state =
               FUNCTION MOD(prng-product, prng-modulus)
           COMPUTE prng-uniform = prng-state / prng-modulus.

       REMEMBER-PICK.
           ADD 1 TO str-selected(str-idx)
           ADD vsam-mst-amount TO str-sel-amount(str-idx)
           ADD vsam-mst-amount TO sample-total-amount
           IF pick-tbl-used < 2000
               ADD 1 TO pick-tbl-used
               MOVE str-code(str-idx) TO pk-stratum(pick-tbl-used)
               MOVE vsam-mst-id TO pk-id(pick-tbl-used)
               MOVE vsam-mst-entity TO pk-entity(pick-tbl-used)
               MOVE vsam-mst-name TO pk-name(pick-tbl-used)
               MOVE vsam-mst-region TO pk-region(pick-tbl-used)
               MOVE vsam-mst-amount TO pk-amount(pick-tbl-used)
               MOVE vsam-mst-trans-date
                   TO pk-trans-date(pick-tbl-used)
               MOVE hit-count TO pk-hits(pick-tbl-used)
               PERFORM BUILD-SELECTION-IMAGE
           END-IF.

       BUILD-SELECTION-IMAGE.
           MOVE SPACES TO sample-sel-detail
           MOVE "SEL" TO ss-type
           MOVE pyaudit-runid TO ss-sample-id
           MOVE pick-tbl-used TO ss-seq
           MOVE str-code(str-idx) TO ss-stratum
           MOVE vsam-mst-id TO ss-id
           MOVE vsam-mst-entity TO ss-entity
           MOVE vsam-mst-region TO ss-region
           MOVE vsam-mst-amount TO ss-amount
           MOVE vsam-mst-trans-date TO ss-trans-date
           MOVE hit-count TO ss-hits
           MOVE first-hit-point TO ss-point
           MOVE sample-sel-detail TO pk-sel-image(pick-tbl-used).

      ** Writes the HDR record with the parameters and population,
      *  then the SEL records in draw order.
       WRITE-SAMPLE-REGISTER.
           OPEN EXTEND SAMPLE-REG-FILE
           IF sample-reg-status = "35"
               OPEN OUTPUT SAMPLE-REG-FILE
           END-IF
           IF sample-reg-status NOT = "00"
               DISPLAY "UNABLE TO OPEN SAMPREG DD, STATUS="
                   sample-reg-status
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO sample-hdr-detail
               MOVE "HDR" TO sh-type
               MOVE pyaudit-runid TO sh-sample-id
               MOVE FUNCTION CURRENT-DATE TO sh-ts
               MOVE method-alpha TO sh-method
               MOVE sample-seed TO sh-seed
               MOVE sample-size TO sh-size
               MOVE stratify-alpha TO sh-stratify
               MOVE pop-count TO sh-pop-count
               MOVE pop-amount TO sh-pop-amount
               MOVE pick-tbl-used TO sh-drawn
               MOVE sample-total-amount TO sh-drawn-amount
               MOVE sample-hdr-detail TO sample-reg-record
               WRITE sample-reg-record
               PERFORM WRITE-ONE-SELECTION
                   VARYING pick-idx FROM 1 BY 1
                   UNTIL pick-idx > pick-tbl-used
               CLOSE SAMPLE-REG-FILE
               DISPLAY "SAMPLE " pyaudit-runid " REGISTERED - "
                   pick-tbl-used " ITEM(S)"
           END-IF.

       WRITE-ONE-SELECTION.
           MOVE pk-sel-image(pick-idx) TO sample-reg-record
           WRITE sample-reg-record.

       PRINT-SAMPLE-REPORT.
           DISPLAY " "
           DISPLAY "SAMPLE ID   " pyaudit-runid
           DISPLAY "METHOD      " method-alpha
           MOVE sample-size TO size-edit
           DISPLAY "SIZE        " size-edit " REQUESTED"
           DISPLAY "STRATIFIED  " stratify-alpha
           DISPLAY "SEED        " sample-seed " (" seed-origin ")"
           DISPLAY "MASTER      " FUNCTION TRIM(vsam-master-alpha)
           MOVE pop-count TO count-edit
           MOVE pop-amount TO amount-edit
           DISPLAY "POPULATION  " count-edit " RECORDS " amount-edit
           DISPLAY " "
           DISPLAY "STRATUM   POP COUNT         POP AMOUNT ALLOC"
               " DRAWN           INTERVAL"
           PERFORM PRINT-STRATUM-LINE
               VARYING str-idx FROM 1 BY 1
               UNTIL str-idx > str-tbl-used
           DISPLAY " "
           DISPLAY "  SEQ STRM ID       ENT  REGION           AMOUNT "
               "TRANS DATE HITS NAME"
           PERFORM PRINT-PICK-LINE
               VARYING pick-idx FROM 1 BY 1
               UNTIL pick-idx > pick-tbl-used
           DISPLAY " "
           MOVE pick-tbl-used TO count-edit
           MOVE sample-total-amount TO amount-edit
           DISPLAY "SAMPLE      " count-edit " RECORDS " amount-edit
           IF method-mus
               DISPLAY "A RECORD WITH HITS ABOVE 1 SPANS MORE THAN "
                   "ONE SAMPLING INTERVAL - IT IS DRAWN ONCE"
           END-IF.

       PRINT-STRATUM-LINE.
           MOVE str-pop-count(str-idx) TO count-edit
           MOVE str-pop-amount(str-idx) TO amount-edit
           MOVE str-interval(str-idx) TO interval-edit
           DISPLAY str-code(str-idx) "   " count-edit " "
               amount-edit " " str-alloc(str-idx) " "
               str-selected(str-idx) " " interval-edit.

       PRINT-PICK-LINE.
           MOVE pk-amount(pick-idx) TO amount-edit
           DISPLAY pick-idx " " pk-stratum(pick-idx) " "
               pk-id(pick-idx) " " pk-entity(pick-idx) " "
               pk-region(pick-idx) " "
               amount-edit " " pk-trans-date(pick-idx) " "
               pk-hits(pick-idx) " " pk-name(pick-idx).

       WRITE-SAMPLE-AUDIT.
           MOVE "AUDIT_SAMPLE" TO pyaudit-action
           MOVE RETURN-CODE TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD.

       COPY PYAUDWRT.
