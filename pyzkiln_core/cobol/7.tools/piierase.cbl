      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PIIERASE".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** Erasure cards arrive on SYSIN, one per card:
      *    REF <reference>     the legal erasure request this run
      *                        carries out - required, exactly one,
      *                        printed on the certificate and
      *                        written to PYAUDIT
      *    ID <id> [<entity>]  one customer (master) id to erase,
      *                        under its legal entity - 0001 when
      *                        none is given
      *  A card starting with * is a comment and is skipped. Any
      *  card in error refuses the whole run before a record is
      *  touched - an erasure is carried out exactly as requested
      *  or not at all.
           SELECT ERASE-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS erase-card-status.
      ** The KSDS master and its region+id and trans_date+id access
      *  paths, opened I-O so each name is tombstoned in place -
      *  named the same optional way VSAMBKO names them.
           SELECT VSAM-MASTER-FILE ASSIGN TO vsam-master-alpha
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vsam-mst-key
               FILE STATUS IS vsam-mst-status.
           SELECT VSAM-RGN-FILE ASSIGN TO vsam-rgn-alpha
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vsam-rgn-key
               FILE STATUS IS vsam-rgn-status.
           SELECT VSAM-DTE-FILE ASSIGN TO vsam-dte-alpha
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vsam-dte-key
               FILE STATUS IS vsam-dte-status.
      ** The sequential datasets that carry master images or
      *  extract rows - each is copied through ERASEWK with its
      *  names tombstoned and, when anything changed, copied back.
           SELECT VSAM-HIST-FILE ASSIGN TO "VSAMHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS vsam-hist-status.
           SELECT VSAM-CHANGE-FILE ASSIGN TO "VSAMCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS vsam-chg-status.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS suspense-status.
           SELECT CORR-FEED-FILE ASSIGN TO "CORRFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS corr-feed-status.
           SELECT ERASE-WORK-FILE ASSIGN TO "ERASEWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS erase-work-status.
      ** The image-copy catalog, and each copy it lists - a VSAMICP
      *  copy holds the master and its paths with names in the
      *  clear, so every copy still on disk is erased the same way
      *  as the sequential datasets above.
           SELECT ICPCAT-FILE ASSIGN TO "ICPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS icpcat-status.
           SELECT ICOPY-FILE ASSIGN TO icopy-path-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS icopy-status.
      ** The ARCHIVE selector's manifest, the id list handed to its
      *  ERASE mode, and the count file that mode writes back.
           SELECT MANIFEST-FILE ASSIGN TO manifest-path-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS manifest-status.
           SELECT ERASE-LIST-FILE ASSIGN TO erase-list-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS erase-list-status.
           SELECT ERASE-COUNT-FILE ASSIGN TO erase-count-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS erase-count-status.
      ** The customer-name vault - every token SUSPENSE, VSAMCHG
      *  and VSAMHST (and their archive copies) carry for an erased
      *  customer resolves to the tombstone once its entry here is
      *  rewritten.
           COPY PYNVSL.
      ** The change-event feed - each master name tombstoned is
      *  published as a change, so subscribers and a forward
      *  recovery see the erasure too.
           COPY PYCESL.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ERASE-CARD-FILE.
       01 erase-card-record PIC X(80).
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
       FD  VSAM-CHANGE-FILE.
       01 vsam-chg-record PIC X(326).
       FD  SUSPENSE-FILE.
       01 suspense-record PIC X(358).
       FD  CORR-FEED-FILE.
       01 corr-feed-record PIC X(256).
       FD  ERASE-WORK-FILE.
       01 erase-work-record PIC X(358).
       FD  ICPCAT-FILE.
       01 icpcat-record PIC X(200).
       FD  ICOPY-FILE.
       01 icopy-record PIC X(160).
       FD  MANIFEST-FILE.
       01 manifest-record PIC X(400).
       FD  ERASE-LIST-FILE.
       01 erase-list-record PIC X(08).
       FD  ERASE-COUNT-FILE.
       01 erase-count-record PIC X(20).
       COPY PYNVFD.
       COPY PYCEFD.
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
      ** What every erased name becomes - the same value SHAREDL's
      *  ERASE mode writes into archived extracts. It holds no
      *  comma, so a tombstoned CSV row keeps its field count.
       01 erase-tombstone     PIC X(08) VALUE "*ERASED*".

       01 erase-card-status   PIC X(02) VALUE "00".
       01 erase-card-eof-sw   PIC X(01) VALUE "N".
           88 erase-card-eof VALUE "Y".
       01 card-verb           PIC X(08).
       01 card-parse-ptr      PIC 9(03) BINARY VALUE 1.
       01 card-remainder      PIC X(80).
       01 card-error-count    PIC 9(03) VALUE ZERO.
       01 card-id-text        PIC X(80).
       01 card-id-len         PIC 9(03) BINARY VALUE ZERO.
       01 card-entity-text    PIC X(80).
       01 card-extra-text     PIC X(80).

      ** The legal request reference from the REF card.
       01 erase-reference     PIC X(40) VALUE SPACES.

      ** The ids to erase, with the records changed for each across
      *  the master, its paths, the sequential datasets and the
      *  vault (archived extracts are counted per archive).
       01 erase-id-used       PIC 9(03) BINARY VALUE ZERO.
       01 erase-id-idx        PIC 9(03) BINARY VALUE ZERO.
       01 erase-id-match      PIC 9(03) BINARY VALUE ZERO.
       01 erase-lookup-id     PIC 9(08) VALUE ZERO.
      ** Blank when the record searched carries no entity of its
      *  own (an extract row without the entity column) - any
      *  listed entity of the id then matches.
       01 erase-lookup-entity PIC X(04) VALUE SPACES.
       01 default-entity      PIC X(04) VALUE "0001".
       01 erase-id-table.
           05 erase-id-entry OCCURS 500 TIMES.
               10 eid-value       PIC 9(08).
               10 eid-entity      PIC X(04).
               10 eid-hits        PIC 9(07).

      ** One certificate line per dataset searched.
       01 eds-idx             PIC 9(02) BINARY VALUE ZERO.
       01 erase-ds-table.
           05 eds-entry OCCURS 10 TIMES.
               10 eds-name        PIC X(12).
               10 eds-state       PIC X(14).
               10 eds-changed     PIC 9(07).
       01 eds-changed-edit    PIC Z,ZZZ,ZZ9.
       01 eid-hits-edit       PIC Z,ZZZ,ZZ9.
       01 erase-worst-rc      PIC 9(02) VALUE ZERO.
       01 erase-unfound-count PIC 9(03) VALUE ZERO.

       01 vsam-master-alpha   PIC X(256) VALUE SPACES.
       01 vsam-mst-status     PIC X(02) VALUE "00".
       01 vsam-mst-found-sw   PIC X(01) VALUE "N".
           88 vsam-mst-found VALUE "Y".
      ** The master record as it was before its name was
      *  tombstoned - the change event's before image.
       01 vsam-mst-before     PIC X(152).
       01 vsam-rgn-alpha      PIC X(256) VALUE SPACES.
       01 vsam-rgn-status     PIC X(02) VALUE "00".
       01 vsam-rgn-open-sw    PIC X(01) VALUE "N".
           88 vsam-rgn-open VALUE "Y".
       01 vsam-dte-alpha      PIC X(256) VALUE SPACES.
       01 vsam-dte-status     PIC X(02) VALUE "00".
       01 vsam-dte-open-sw    PIC X(01) VALUE "N".
           88 vsam-dte-open VALUE "Y".

      ** One effective-dated history record and one change record,
      *  layouts kept in step with the writers in PANDASREAD.
       01 vsam-hist-status    PIC X(02) VALUE "00".
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
       01 vsam-chg-status     PIC X(02) VALUE "00".
       01 vsam-chg-parsed.
           05 chg-flag            PIC X(03).
           05 FILLER              PIC X(01).
           05 chg-runid           PIC X(16).
           05 FILLER              PIC X(01).
           05 chg-before          PIC X(152).
           05 FILLER              PIC X(01).
           05 chg-after           PIC X(152).
       01 suspense-status     PIC X(02) VALUE "00".
       01 suspense-parsed.
           05 susp-reason-code    PIC X(04).
           05 FILLER              PIC X(01).
           05 susp-line-number    PIC 9(09).
           05 FILLER              PIC X(01).
           05 susp-record-image   PIC X(256).
           05 susp-tail           PIC X(87).
       01 corr-feed-status    PIC X(02) VALUE "00".
       01 erase-work-status   PIC X(02) VALUE "00".
       01 erase-open-status   PIC X(02) VALUE "00".
       01 erase-seq-eof-sw    PIC X(01) VALUE "N".
           88 erase-seq-eof VALUE "Y".
       01 erase-seq-changed   PIC 9(07) VALUE ZERO.
       01 erase-rec-changed-sw PIC X(01) VALUE "N".
           88 erase-rec-changed VALUE "Y".

      ** A master record image in its field shape, for the name
      *  swap on VSAMHST and VSAMCHG images.
       01 erase-image         PIC X(152).
       01 erase-image-view REDEFINES erase-image.
           05 eiv-id              PIC X(08).
           05 eiv-entity          PIC X(04).
           05 eiv-name            PIC X(30).
           05 FILLER              PIC X(110).
       01 erase-image-changed-sw PIC X(01) VALUE "N".
           88 erase-image-changed VALUE "Y".

      ** One CSV row (extract shape: id,name,region,amount,date
      *  and, from a feed that names it, entity) being checked for
      *  an erased id and its name replaced.
       01 erase-csv-line      PIC X(256).
       01 erase-csv-new       PIC X(256).
       01 csv-comma-pos       PIC 9(03) BINARY VALUE ZERO.
       01 csv-name-len        PIC 9(03) BINARY VALUE ZERO.
       01 csv-id-text         PIC X(256).
       01 csv-id-len          PIC 9(03) BINARY VALUE ZERO.
       01 csv-field-count     PIC 9(03) BINARY VALUE ZERO.
       01 csv-skip-field      PIC X(01).
       01 csv-entity-text     PIC X(256).
       01 csv-changed-sw      PIC X(01) VALUE "N".
           88 csv-changed VALUE "Y".

       01 nv-eof-sw           PIC X(01) VALUE "N".
           88 nv-eof VALUE "Y".

      ** The image-copy catalog line - layout kept in step with
      *  VSAMICP - and one copy record, a four-byte type and a
      *  record image in the master, region path or date path
      *  shape.
       01 icpcat-status       PIC X(02) VALUE "00".
       01 icpcat-eof-sw       PIC X(01) VALUE "N".
           88 icpcat-eof VALUE "Y".
       01 icpcat-detail.
           05 cat-ts              PIC X(14).
           05 FILLER              PIC X(01).
           05 cat-state           PIC X(04).
           05 FILLER              PIC X(01).
           05 cat-seq             PIC 9(12).
           05 FILLER              PIC X(01).
           05 cat-end-seq         PIC 9(12).
           05 FILLER              PIC X(01).
           05 cat-mst-count       PIC 9(09).
           05 FILLER              PIC X(01).
           05 cat-mst-amount      PIC +9(11).99.
           05 FILLER              PIC X(01).
           05 cat-rgn-count       PIC 9(09).
           05 FILLER              PIC X(01).
           05 cat-dte-count       PIC 9(09).
           05 FILLER              PIC X(01).
           05 cat-path            PIC X(100).
           05 FILLER              PIC X(08).
       01 icopy-path-alpha    PIC X(256) VALUE SPACES.
       01 icopy-status        PIC X(02) VALUE "00".
       01 icopy-detail.
           05 icd-type            PIC X(04).
               88 icd-master   VALUE "MST ".
               88 icd-region   VALUE "RGN ".
               88 icd-date     VALUE "DTE ".
           05 icd-image           PIC X(152).
           05 icd-region-view REDEFINES icd-image.
               10 icr-region      PIC X(04).
               10 icr-id          PIC X(08).
               10 icr-entity      PIC X(04).
               10 icr-name        PIC X(30).
               10 FILLER          PIC X(106).
           05 icd-date-view REDEFINES icd-image.
               10 icv-date        PIC X(10).
               10 icv-id          PIC X(08).
               10 icv-entity      PIC X(04).
               10 icv-name        PIC X(30).
               10 FILLER          PIC X(100).
           05 FILLER              PIC X(04).
       01 icopy-searched-count  PIC 9(03) VALUE ZERO.
       01 icopy-rewritten-count PIC 9(03) VALUE ZERO.
       01 icopy-gone-count      PIC 9(03) VALUE ZERO.
       01 icopy-failed-count    PIC 9(03) VALUE ZERO.

      ** The archive manifest - the newest entry of each archive is
      *  the one on disk, and the one SHAREDL's ERASE mode checks.
       01 manifest-status     PIC X(02) VALUE "00".
       01 manifest-eof-sw     PIC X(01) VALUE "N".
           88 manifest-eof VALUE "Y".
       01 manifest-path-alpha PIC X(256) VALUE SPACES.
       01 man-tbl-used        PIC 9(03) BINARY VALUE ZERO.
       01 man-idx             PIC 9(03) BINARY VALUE ZERO.
       01 man-later-idx       PIC 9(03) BINARY VALUE ZERO.
       01 man-tbl-full-sw     PIC X(01) VALUE "N".
           88 man-tbl-full VALUE "Y".
       01 man-superseded-sw   PIC X(01) VALUE "N".
           88 man-superseded VALUE "Y".
       01 manifest-table.
           05 man-entry OCCURS 500 TIMES.
               10 man-out-path    PIC X(128).
       01 man-tok-ts          PIC X(19).
       01 man-tok-in          PIC X(128).
       01 man-tok-out         PIC X(128).
       01 man-tok-orig        PIC X(12).
       01 man-tok-comp        PIC X(12).
       01 man-tok-crc         PIC X(08).
       01 erase-list-alpha    PIC X(256) VALUE SPACES.
       01 erase-list-status   PIC X(02) VALUE "00".
       01 erase-count-alpha   PIC X(256) VALUE SPACES.
       01 erase-count-status  PIC X(02) VALUE "00".
       01 archive-erased      PIC 9(07) VALUE ZERO.
       01 archive-count-ok-sw PIC X(01) VALUE "N".
           88 archive-count-ok VALUE "Y".
       01 archive-searched-count  PIC 9(03) VALUE ZERO.
       01 archive-rewritten-count PIC 9(03) VALUE ZERO.
       01 archive-failed-count    PIC 9(03) VALUE ZERO.

      ** SHAREDL ARCHIVE call arguments - the same calling shape
      *  ARCCAT uses for VERIFY and DECOMPRESS.
       01 arch-selector       PIC X(08) VALUE "ARCHIVE".
       01 arch-py-version     PIC X(10) VALUE SPACES.
       01 arch-mode           PIC X(10) VALUE SPACES.
       01 arch-in-alpha       PIC X(256) VALUE SPACES.
       01 arch-out-alpha      PIC X(256) VALUE SPACES.
       01 saved-rc            PIC 9(05) VALUE ZERO.

       COPY PYAUDWS.
       COPY PYNVWS.
       COPY PYCEWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Carries out a customer data erasure request: every
      *  occurrence of each listed customer's name - the master and
      *  its access paths, VSAMHST, VSAMCHG, SUSPENSE, CORRFEED,
      *  the name vault, the archived extracts in the SHAREDL
      *  manifest, and the image copies in ICPCAT - is replaced
      *  with the tombstone. Each master name replaced is published
      *  to the change-event feed as a change. Ids, amounts,
      *  dates and every other field are left exactly as they were,
      *  so record counts and control totals reconcile afterwards
      *  the same as before. The run ends with an erasure
      *  certificate listing each dataset and the records changed
      *  in it, and PYAUDIT gets a record per id and one for the
      *  certificate.
           DISPLAY "===== CUSTOMER DATA ERASURE ====="
           MOVE "PIIERASE" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           ACCEPT vsam-master-alpha FROM ENVIRONMENT
               "PIIERASE_VSAM_PATH"
           IF vsam-master-alpha = SPACES
               DISPLAY "PIIERASE_VSAM_PATH IS NOT SET - NOTHING TO "
                   "ERASE AGAINST"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-ERASURE-CARDS
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           IF card-error-count NOT = ZERO
               DISPLAY "ERASURE CARDS IN ERROR: " card-error-count
                   " - RUN REFUSED, NOTHING HAS BEEN CHANGED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF erase-reference = SPACES
               DISPLAY "NO REF CARD - AN ERASURE MUST CARRY THE "
                   "REFERENCE OF THE REQUEST IT CARRIES OUT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF erase-id-used = ZERO
               DISPLAY "NO ID CARDS - NOTHING TO ERASE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "ERASURE REFERENCE: " FUNCTION TRIM(erase-reference)
           DISPLAY "CUSTOMER IDS TO ERASE: " erase-id-used

           OPEN I-O VSAM-MASTER-FILE
           IF vsam-mst-status NOT = "00"
               DISPLAY "UNABLE TO OPEN VSAM MASTER, STATUS="
                   vsam-mst-status " DATASET="
                   FUNCTION TRIM(vsam-master-alpha)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE erase-ds-table
           MOVE "VSAM MASTER"  TO eds-name(1)
           MOVE "REGION PATH"  TO eds-name(2)
           MOVE "DATE PATH"    TO eds-name(3)
           MOVE "VSAMHST"      TO eds-name(4)
           MOVE "VSAMCHG"      TO eds-name(5)
           MOVE "SUSPENSE"     TO eds-name(6)
           MOVE "CORRFEED"     TO eds-name(7)
           MOVE "NAMEVLT"      TO eds-name(8)
           MOVE "ARCHIVES"     TO eds-name(9)
           MOVE "IMAGE COPIES" TO eds-name(10)

           PERFORM OPEN-ACCESS-PATHS
           PERFORM ERASE-ONE-MASTER
               VARYING erase-id-idx FROM 1 BY 1
               UNTIL erase-id-idx > erase-id-used
           IF vsam-rgn-open
               CLOSE VSAM-RGN-FILE
           END-IF
           IF vsam-dte-open
               CLOSE VSAM-DTE-FILE
           END-IF
           CLOSE VSAM-MASTER-FILE
      ** The change events vaulted each before image's name; the
      *  vault is closed so its erase below finds those entries
      *  too. An event not published leaves the run at RC=4.
           PERFORM CLOSE-NAME-VAULT
           IF RETURN-CODE NOT = ZERO
               AND erase-worst-rc < 4
               MOVE 4 TO erase-worst-rc
           END-IF
           MOVE ZERO TO RETURN-CODE

           PERFORM ERASE-HISTORY-FILE
           PERFORM ERASE-CHANGE-FILE
           PERFORM ERASE-SUSPENSE-FILE
           PERFORM ERASE-CORRECTION-FEED
           PERFORM ERASE-VAULT-ENTRIES
           PERFORM ERASE-ARCHIVES
           PERFORM ERASE-IMAGE-COPIES

           PERFORM PRINT-ERASURE-CERTIFICATE
           MOVE erase-worst-rc TO RETURN-CODE
           GOBACK.

      ** Reads the whole card deck ahead of any change.
       READ-ERASURE-CARDS.
           OPEN INPUT ERASE-CARD-FILE
           IF erase-card-status NOT = "00"
               DISPLAY "UNABLE TO OPEN SYSIN CARDS, STATUS="
                   erase-card-status
               MOVE 16 TO RETURN-CODE
           ELSE
               READ ERASE-CARD-FILE
                   AT END SET erase-card-eof TO TRUE
               END-READ
               PERFORM PROCESS-ERASURE-CARD UNTIL erase-card-eof
               CLOSE ERASE-CARD-FILE
           END-IF.

      ** Parses one card: the verb, then the unparsed remainder -
      *  a reference may legitimately contain blanks.
       PROCESS-ERASURE-CARD.
           IF erase-card-record = SPACES
               OR erase-card-record(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO card-verb card-remainder
               MOVE 1 TO card-parse-ptr
               UNSTRING erase-card-record DELIMITED BY ALL " "
                   INTO card-verb
                   WITH POINTER card-parse-ptr
               END-UNSTRING
               IF card-parse-ptr <= 80
                   MOVE erase-card-record(card-parse-ptr:)
                       TO card-remainder
               END-IF
               EVALUATE card-verb
                   WHEN "REF"
                       PERFORM ACCEPT-REFERENCE-CARD
                   WHEN "ID"
                       PERFORM ACCEPT-ID-CARD
                   WHEN OTHER
                       DISPLAY "UNKNOWN ERASURE CARD: "
                           erase-card-record
                       ADD 1 TO card-error-count
               END-EVALUATE
           END-IF

           READ ERASE-CARD-FILE
               AT END SET erase-card-eof TO TRUE
           END-READ.

       ACCEPT-REFERENCE-CARD.
           EVALUATE TRUE
               WHEN card-remainder = SPACES
                   DISPLAY "REF CARD HAS NO REFERENCE: "
                       erase-card-record
                   ADD 1 TO card-error-count
               WHEN erase-reference NOT = SPACES
                   DISPLAY "ONE REF CARD PER ERASURE RUN: "
                       erase-card-record
                   ADD 1 TO card-error-count
               WHEN OTHER
                   MOVE FUNCTION TRIM(card-remainder)
                       TO erase-reference
           END-EVALUATE.

      ** An id is up to eight digits, optionally followed by its
      *  legal entity of up to four characters; a repeat of an id
      *  and entity already listed is noted and passed over.
       ACCEPT-ID-CARD.
           MOVE SPACES TO card-id-text card-entity-text
               card-extra-text
           UNSTRING card-remainder DELIMITED BY ALL " "
               INTO card-id-text card-entity-text card-extra-text
           END-UNSTRING
           IF card-id-text = SPACES
               MOVE card-entity-text TO card-id-text
               MOVE card-extra-text TO card-entity-text
               MOVE SPACES TO card-extra-text
           END-IF
           MOVE ZERO TO card-id-len
           IF card-id-text NOT = SPACES
               COMPUTE card-id-len =
                   FUNCTION LENGTH(FUNCTION TRIM(card-id-text))
           END-IF
           EVALUATE TRUE
               WHEN card-id-len = ZERO
                   OR card-id-len > 8
                   DISPLAY "ID CARD IS NOT A CUSTOMER ID: "
                       erase-card-record
                   ADD 1 TO card-error-count
               WHEN card-id-text(1:card-id-len) IS NOT NUMERIC
                   DISPLAY "ID CARD IS NOT A CUSTOMER ID: "
                       erase-card-record
                   ADD 1 TO card-error-count
               WHEN card-entity-text(5:) NOT = SPACES
                   OR card-extra-text NOT = SPACES
                   DISPLAY "ID CARD ENTITY IS NOT A LEGAL ENTITY: "
                       erase-card-record
                   ADD 1 TO card-error-count
               WHEN OTHER
                   COMPUTE erase-lookup-id =
                       FUNCTION NUMVAL(card-id-text(1:card-id-len))
                   IF card-entity-text = SPACES
                       MOVE default-entity TO erase-lookup-entity
                   ELSE
                       MOVE FUNCTION UPPER-CASE(card-entity-text(1:4))
                           TO erase-lookup-entity
                   END-IF
                   PERFORM FIND-ERASURE-ID
                   EVALUATE TRUE
                       WHEN erase-id-match NOT = ZERO
                           DISPLAY "ID " erase-lookup-id
                               " ENTITY " erase-lookup-entity
                               " IS LISTED TWICE - ERASED ONCE"
                       WHEN erase-id-used < 500
                           ADD 1 TO erase-id-used
                           MOVE erase-lookup-id
                               TO eid-value(erase-id-used)
                           MOVE erase-lookup-entity
                               TO eid-entity(erase-id-used)
                           MOVE ZERO TO eid-hits(erase-id-used)
                       WHEN OTHER
                           DISPLAY "MORE THAN 500 IDS - SPLIT THE "
                               "REQUEST ACROSS RUNS"
                           ADD 1 TO card-error-count
                   END-EVALUATE
           END-EVALUATE.

      ** Sets erase-id-match to the table slot holding
      *  erase-lookup-id under erase-lookup-entity (under any entity
      *  when that is blank), or zero when it is not being erased.
       FIND-ERASURE-ID.
           MOVE ZERO TO erase-id-match
           PERFORM SCAN-ERASURE-ID
               VARYING erase-id-idx FROM 1 BY 1
               UNTIL erase-id-idx > erase-id-used
                  OR erase-id-match NOT = ZERO.

       SCAN-ERASURE-ID.
           IF eid-value(erase-id-idx) = erase-lookup-id
               AND (erase-lookup-entity = SPACES
                 OR eid-entity(erase-id-idx) = erase-lookup-entity)
               MOVE erase-id-idx TO erase-id-match
           END-IF.

      ** Access paths - optional. A path that is configured but
      *  cannot be opened is certified FAILED and the rest of the
      *  erasure still runs; the run ends RC=8 so the path is
      *  erased by a rerun once it is available.
       OPEN-ACCESS-PATHS.
           ACCEPT vsam-rgn-alpha FROM ENVIRONMENT
               "PIIERASE_RGN_PATH"
           IF vsam-rgn-alpha = SPACES
               MOVE "NOT CONFIGURED" TO eds-state(2)
           ELSE
               OPEN I-O VSAM-RGN-FILE
               IF vsam-rgn-status = "00"
                   SET vsam-rgn-open TO TRUE
               ELSE
                   DISPLAY "UNABLE TO OPEN REGION PATH, STATUS="
                       vsam-rgn-status
                   MOVE "FAILED" TO eds-state(2)
                   MOVE 8 TO erase-worst-rc
               END-IF
           END-IF
           ACCEPT vsam-dte-alpha FROM ENVIRONMENT
               "PIIERASE_DTE_PATH"
           IF vsam-dte-alpha = SPACES
               MOVE "NOT CONFIGURED" TO eds-state(3)
           ELSE
               OPEN I-O VSAM-DTE-FILE
               IF vsam-dte-status = "00"
                   SET vsam-dte-open TO TRUE
               ELSE
                   DISPLAY "UNABLE TO OPEN DATE PATH, STATUS="
                       vsam-dte-status
                   MOVE "FAILED" TO eds-state(3)
                   MOVE 8 TO erase-worst-rc
               END-IF
           END-IF.

      ** Tombstones one id's master record and the path entries
      *  filed under its region and date, and publishes the master
      *  change. The paths are visited even when the master name is
      *  already the tombstone, so a rerun after a failed path
      *  finishes the job.
       ERASE-ONE-MASTER.
           MOVE eid-value(erase-id-idx) TO vsam-mst-id
           MOVE eid-entity(erase-id-idx) TO vsam-mst-entity
           READ VSAM-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO vsam-mst-found-sw
               NOT INVALID KEY
                   SET vsam-mst-found TO TRUE
           END-READ
           IF vsam-mst-found
               IF vsam-mst-name NOT = erase-tombstone
                   MOVE vsam-mst-record TO vsam-mst-before
                   MOVE erase-tombstone TO vsam-mst-name
                   REWRITE vsam-mst-record
                       INVALID KEY
                           DISPLAY "REWRITE FAILED ON MASTER ID "
                               vsam-mst-id " ENTITY " vsam-mst-entity
                               ", STATUS="
                               vsam-mst-status
                           MOVE "FAILED" TO eds-state(1)
                           MOVE 8 TO erase-worst-rc
                       NOT INVALID KEY
                           ADD 1 TO eds-changed(1)
                           ADD 1 TO eid-hits(erase-id-idx)
                           MOVE "CHG" TO pyce-type
                           MOVE vsam-mst-before TO pyce-before
                           MOVE vsam-mst-record TO pyce-after
                           PERFORM PUBLISH-CHANGE-EVENT
                   END-REWRITE
               END-IF
               PERFORM ERASE-PATH-ENTRIES
           END-IF.

       ERASE-PATH-ENTRIES.
           IF vsam-rgn-open
               MOVE vsam-mst-region TO vsam-rgn-region
               MOVE vsam-mst-id     TO vsam-rgn-id
               MOVE vsam-mst-entity TO vsam-rgn-entity
               READ VSAM-RGN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF vsam-rgn-name NOT = erase-tombstone
                           MOVE erase-tombstone TO vsam-rgn-name
                           REWRITE vsam-rgn-record
                               INVALID KEY
                                   MOVE "FAILED" TO eds-state(2)
                                   MOVE 8 TO erase-worst-rc
                               NOT INVALID KEY
                                   ADD 1 TO eds-changed(2)
                                   ADD 1 TO eid-hits(erase-id-idx)
                           END-REWRITE
                       END-IF
               END-READ
           END-IF
           IF vsam-dte-open
               MOVE vsam-mst-trans-date TO vsam-dte-date
               MOVE vsam-mst-id         TO vsam-dte-id
               MOVE vsam-mst-entity     TO vsam-dte-entity
               READ VSAM-DTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF vsam-dte-name NOT = erase-tombstone
                           MOVE erase-tombstone TO vsam-dte-name
                           REWRITE vsam-dte-record
                               INVALID KEY
                                   MOVE "FAILED" TO eds-state(3)
                                   MOVE 8 TO erase-worst-rc
                               NOT INVALID KEY
                                   ADD 1 TO eds-changed(3)
                                   ADD 1 TO eid-hits(erase-id-idx)
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

      ** Swaps the name in erase-image for the tombstone when the
      *  image belongs to an id being erased - whether the name is
      *  held in the clear (records from before the vault) or as a
      *  vault token. An image with no entity predates the entity
      *  key and is 0001's.
       ERASE-IMAGE-NAME.
           MOVE "N" TO erase-image-changed-sw
           IF erase-image NOT = SPACES
               AND eiv-id IS NUMERIC
               MOVE eiv-id TO erase-lookup-id
               IF eiv-entity = SPACES
                   MOVE default-entity TO erase-lookup-entity
               ELSE
                   MOVE eiv-entity TO erase-lookup-entity
               END-IF
               PERFORM FIND-ERASURE-ID
               IF erase-id-match NOT = ZERO
                   AND eiv-name NOT = erase-tombstone
                   MOVE erase-tombstone TO eiv-name
                   SET erase-image-changed TO TRUE
               END-IF
           END-IF.

      ** Sets erase-id-match from the first field of the CSV row in
      *  erase-csv-line - zero when the row is not CSV-shaped, its
      *  first field is not an id (a header or TRL line), or the id
      *  is not being erased. The row's sixth field, when it has
      *  one, is its legal entity; a row without it matches the id
      *  under any entity listed. csv-comma-pos is left holding the
      *  width of that first field.
       LOCATE-CSV-ID.
           MOVE ZERO TO erase-id-match csv-comma-pos csv-id-len
           MOVE SPACES TO erase-lookup-entity
           INSPECT erase-csv-line TALLYING csv-comma-pos
               FOR CHARACTERS BEFORE INITIAL ","
           IF csv-comma-pos > ZERO
               AND csv-comma-pos < 256
               MOVE FUNCTION TRIM(erase-csv-line(1:csv-comma-pos))
                   TO csv-id-text
               IF csv-id-text NOT = SPACES
                   COMPUTE csv-id-len =
                       FUNCTION LENGTH(FUNCTION TRIM(csv-id-text))
               END-IF
               IF csv-id-len > ZERO
                   AND csv-id-len <= 8
                   IF csv-id-text(1:csv-id-len) IS NUMERIC
                       COMPUTE erase-lookup-id = FUNCTION NUMVAL(
                           csv-id-text(1:csv-id-len))
                       PERFORM LOCATE-CSV-ENTITY
                       PERFORM FIND-ERASURE-ID
                   END-IF
               END-IF
           END-IF.

       LOCATE-CSV-ENTITY.
           MOVE ZERO TO csv-field-count
           MOVE SPACES TO csv-entity-text
           UNSTRING erase-csv-line DELIMITED BY ","
               INTO csv-skip-field csv-skip-field csv-skip-field
                    csv-skip-field csv-skip-field csv-entity-text
               TALLYING IN csv-field-count
           END-UNSTRING
           IF csv-field-count > 5
               AND csv-entity-text NOT = SPACES
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(csv-entity-text)) TO
                   erase-lookup-entity
           END-IF.

      ** Replaces the second field (the name) of the CSV row in
      *  erase-csv-line with the tombstone, keeping every other
      *  field byte for byte. Needs csv-comma-pos from
      *  LOCATE-CSV-ID.
       TOMBSTONE-CSV-NAME.
           MOVE "N" TO csv-changed-sw
           MOVE ZERO TO csv-name-len
           IF csv-comma-pos < 255
               INSPECT erase-csv-line(csv-comma-pos + 2:)
                   TALLYING csv-name-len
                   FOR CHARACTERS BEFORE INITIAL ","
           END-IF
           MOVE SPACES TO erase-csv-new
           IF csv-comma-pos + 1 + csv-name-len < 256
               STRING erase-csv-line(1:csv-comma-pos + 1)
                       DELIMITED BY SIZE
                   erase-tombstone DELIMITED BY SIZE
                   erase-csv-line(csv-comma-pos + 2 + csv-name-len:)
                       DELIMITED BY SIZE
                   INTO erase-csv-new
               END-STRING
           ELSE
               STRING erase-csv-line(1:csv-comma-pos + 1)
                       DELIMITED BY SIZE
                   erase-tombstone DELIMITED BY SIZE
                   INTO erase-csv-new
               END-STRING
           END-IF
           IF erase-csv-new NOT = erase-csv-line
               MOVE erase-csv-new TO erase-csv-line
               SET csv-changed TO TRUE
           END-IF.

      ** VSAMHST - each version of an erased customer's record has
      *  its image's name tombstoned.
       ERASE-HISTORY-FILE.
           MOVE 4 TO eds-idx
           MOVE ZERO TO erase-seq-changed
           OPEN INPUT VSAM-HIST-FILE
           IF vsam-hist-status NOT = "00"
               MOVE vsam-hist-status TO erase-open-status
               PERFORM NOTE-DATASET-NOT-OPENED
           ELSE
               PERFORM OPEN-ERASE-WORK-OUTPUT
               IF erase-work-status = "00"
                   MOVE "N" TO erase-seq-eof-sw
                   READ VSAM-HIST-FILE
                       AT END SET erase-seq-eof TO TRUE
                   END-READ
                   PERFORM ERASE-ONE-HISTORY UNTIL erase-seq-eof
                   CLOSE ERASE-WORK-FILE
               END-IF
               CLOSE VSAM-HIST-FILE
               IF erase-seq-changed NOT = ZERO
                   PERFORM COPY-BACK-HISTORY
               END-IF
           END-IF.

       ERASE-ONE-HISTORY.
           MOVE vsam-hist-record TO vsam-hist-detail
           MOVE vh-image TO erase-image
           PERFORM ERASE-IMAGE-NAME
           IF erase-image-changed
               MOVE erase-image TO vh-image
               ADD 1 TO erase-seq-changed
               ADD 1 TO eid-hits(erase-id-match)
           END-IF
           WRITE erase-work-record FROM vsam-hist-detail
           READ VSAM-HIST-FILE
               AT END SET erase-seq-eof TO TRUE
           END-READ.

       COPY-BACK-HISTORY.
           OPEN INPUT ERASE-WORK-FILE
           OPEN OUTPUT VSAM-HIST-FILE
           IF erase-work-status NOT = "00"
               OR vsam-hist-status NOT = "00"
               PERFORM NOTE-COPY-BACK-FAILED
           ELSE
               MOVE "N" TO erase-seq-eof-sw
               READ ERASE-WORK-FILE
                   AT END SET erase-seq-eof TO TRUE
               END-READ
               PERFORM COPY-ONE-HISTORY UNTIL erase-seq-eof
               ADD erase-seq-changed TO eds-changed(eds-idx)
           END-IF
           CLOSE ERASE-WORK-FILE
           CLOSE VSAM-HIST-FILE.

       COPY-ONE-HISTORY.
           WRITE vsam-hist-record FROM erase-work-record(1:192)
           READ ERASE-WORK-FILE
               AT END SET erase-seq-eof TO TRUE
           END-READ.

      ** VSAMCHG - the before and after images of every change to
      *  an erased customer's record.
       ERASE-CHANGE-FILE.
           MOVE 5 TO eds-idx
           MOVE ZERO TO erase-seq-changed
           OPEN INPUT VSAM-CHANGE-FILE
           IF vsam-chg-status NOT = "00"
               MOVE vsam-chg-status TO erase-open-status
               PERFORM NOTE-DATASET-NOT-OPENED
           ELSE
               PERFORM OPEN-ERASE-WORK-OUTPUT
               IF erase-work-status = "00"
                   MOVE "N" TO erase-seq-eof-sw
                   READ VSAM-CHANGE-FILE
                       AT END SET erase-seq-eof TO TRUE
                   END-READ
                   PERFORM ERASE-ONE-CHANGE UNTIL erase-seq-eof
                   CLOSE ERASE-WORK-FILE
               END-IF
               CLOSE VSAM-CHANGE-FILE
               IF erase-seq-changed NOT = ZERO
                   PERFORM COPY-BACK-CHANGE
               END-IF
           END-IF.

       ERASE-ONE-CHANGE.
           MOVE vsam-chg-record TO vsam-chg-parsed
           MOVE "N" TO erase-rec-changed-sw
           MOVE chg-before TO erase-image
           PERFORM ERASE-IMAGE-NAME
           IF erase-image-changed
               MOVE erase-image TO chg-before
               SET erase-rec-changed TO TRUE
           END-IF
           MOVE chg-after TO erase-image
           PERFORM ERASE-IMAGE-NAME
           IF erase-image-changed
               MOVE erase-image TO chg-after
               SET erase-rec-changed TO TRUE
           END-IF
           IF erase-rec-changed
               ADD 1 TO erase-seq-changed
               ADD 1 TO eid-hits(erase-id-match)
           END-IF
           WRITE erase-work-record FROM vsam-chg-parsed
           READ VSAM-CHANGE-FILE
               AT END SET erase-seq-eof TO TRUE
           END-READ.

       COPY-BACK-CHANGE.
           OPEN INPUT ERASE-WORK-FILE
           OPEN OUTPUT VSAM-CHANGE-FILE
           IF erase-work-status NOT = "00"
               OR vsam-chg-status NOT = "00"
               PERFORM NOTE-COPY-BACK-FAILED
           ELSE
               MOVE "N" TO erase-seq-eof-sw
               READ ERASE-WORK-FILE
                   AT END SET erase-seq-eof TO TRUE
               END-READ
               PERFORM COPY-ONE-CHANGE UNTIL erase-seq-eof
               ADD erase-seq-changed TO eds-changed(eds-idx)
           END-IF
           CLOSE ERASE-WORK-FILE
           CLOSE VSAM-CHANGE-FILE.

       COPY-ONE-CHANGE.
           WRITE vsam-chg-record FROM erase-work-record(1:326)
           READ ERASE-WORK-FILE
               AT END SET erase-seq-eof TO TRUE
           END-READ.

      ** SUSPENSE - a reject image held as a vault token is erased
      *  through its vault entry; an image from before the vault is
      *  held in the clear and has its name field tombstoned here.
       ERASE-SUSPENSE-FILE.
           MOVE 6 TO eds-idx
           MOVE ZERO TO erase-seq-changed
           OPEN INPUT SUSPENSE-FILE
           IF suspense-status NOT = "00"
               MOVE suspense-status TO erase-open-status
               PERFORM NOTE-DATASET-NOT-OPENED
           ELSE
               PERFORM OPEN-ERASE-WORK-OUTPUT
               IF erase-work-status = "00"
                   MOVE "N" TO erase-seq-eof-sw
                   READ SUSPENSE-FILE
                       AT END SET erase-seq-eof TO TRUE
                   END-READ
                   PERFORM ERASE-ONE-SUSPENSE UNTIL erase-seq-eof
                   CLOSE ERASE-WORK-FILE
               END-IF
               CLOSE SUSPENSE-FILE
               IF erase-seq-changed NOT = ZERO
                   PERFORM COPY-BACK-SUSPENSE
               END-IF
           END-IF.

       ERASE-ONE-SUSPENSE.
           MOVE suspense-record TO suspense-parsed
           IF susp-record-image(1:3) NOT = "*NV"
               MOVE susp-record-image TO erase-csv-line
               PERFORM LOCATE-CSV-ID
               IF erase-id-match NOT = ZERO
                   PERFORM TOMBSTONE-CSV-NAME
                   IF csv-changed
                       MOVE erase-csv-line TO susp-record-image
                       ADD 1 TO erase-seq-changed
                       ADD 1 TO eid-hits(erase-id-match)
                   END-IF
               END-IF
           END-IF
           WRITE erase-work-record FROM suspense-parsed
           READ SUSPENSE-FILE
               AT END SET erase-seq-eof TO TRUE
           END-READ.

       COPY-BACK-SUSPENSE.
           OPEN INPUT ERASE-WORK-FILE
           OPEN OUTPUT SUSPENSE-FILE
           IF erase-work-status NOT = "00"
               OR suspense-status NOT = "00"
               PERFORM NOTE-COPY-BACK-FAILED
           ELSE
               MOVE "N" TO erase-seq-eof-sw
               READ ERASE-WORK-FILE
                   AT END SET erase-seq-eof TO TRUE
               END-READ
               PERFORM COPY-ONE-SUSPENSE UNTIL erase-seq-eof
               ADD erase-seq-changed TO eds-changed(eds-idx)
           END-IF
           CLOSE ERASE-WORK-FILE
           CLOSE SUSPENSE-FILE.

       COPY-ONE-SUSPENSE.
           WRITE suspense-record FROM erase-work-record
           READ ERASE-WORK-FILE
               AT END SET erase-seq-eof TO TRUE
           END-READ.

      ** CORRFEED - SUSPREP's correction feed rows carry the name in
      *  the clear; the header and TRL lines have no id and are
      *  never matched.
       ERASE-CORRECTION-FEED.
           MOVE 7 TO eds-idx
           MOVE ZERO TO erase-seq-changed
           OPEN INPUT CORR-FEED-FILE
           IF corr-feed-status NOT = "00"
               MOVE corr-feed-status TO erase-open-status
               PERFORM NOTE-DATASET-NOT-OPENED
           ELSE
               PERFORM OPEN-ERASE-WORK-OUTPUT
               IF erase-work-status = "00"
                   MOVE "N" TO erase-seq-eof-sw
                   READ CORR-FEED-FILE
                       AT END SET erase-seq-eof TO TRUE
                   END-READ
                   PERFORM ERASE-ONE-CORRECTION UNTIL erase-seq-eof
                   CLOSE ERASE-WORK-FILE
               END-IF
               CLOSE CORR-FEED-FILE
               IF erase-seq-changed NOT = ZERO
                   PERFORM COPY-BACK-CORRECTION
               END-IF
           END-IF.

       ERASE-ONE-CORRECTION.
           MOVE corr-feed-record TO erase-csv-line
           PERFORM LOCATE-CSV-ID
           IF erase-id-match NOT = ZERO
               PERFORM TOMBSTONE-CSV-NAME
               IF csv-changed
                   ADD 1 TO erase-seq-changed
                   ADD 1 TO eid-hits(erase-id-match)
               END-IF
           END-IF
           WRITE erase-work-record FROM erase-csv-line
           READ CORR-FEED-FILE
               AT END SET erase-seq-eof TO TRUE
           END-READ.

       COPY-BACK-CORRECTION.
           OPEN INPUT ERASE-WORK-FILE
           OPEN OUTPUT CORR-FEED-FILE
           IF erase-work-status NOT = "00"
               OR corr-feed-status NOT = "00"
               PERFORM NOTE-COPY-BACK-FAILED
           ELSE
               MOVE "N" TO erase-seq-eof-sw
               READ ERASE-WORK-FILE
                   AT END SET erase-seq-eof TO TRUE
               END-READ
               PERFORM COPY-ONE-CORRECTION UNTIL erase-seq-eof
               ADD erase-seq-changed TO eds-changed(eds-idx)
           END-IF
           CLOSE ERASE-WORK-FILE
           CLOSE CORR-FEED-FILE.

       COPY-ONE-CORRECTION.
           WRITE corr-feed-record FROM erase-work-record(1:256)
           READ ERASE-WORK-FILE
               AT END SET erase-seq-eof TO TRUE
           END-READ.

      ** Opens the work file the dataset in hand is copied through.
       OPEN-ERASE-WORK-OUTPUT.
           OPEN OUTPUT ERASE-WORK-FILE
           IF erase-work-status NOT = "00"
               DISPLAY "UNABLE TO OPEN ERASEWK DD, STATUS="
                   erase-work-status " - "
                   FUNCTION TRIM(eds-name(eds-idx)) " NOT ERASED"
               MOVE "FAILED" TO eds-state(eds-idx)
               MOVE 8 TO erase-worst-rc
           END-IF.

      ** A sequential dataset that is not allocated (status 35) has
      *  nothing to erase; any other open failure leaves it
      *  unsearched and is certified FAILED.
       NOTE-DATASET-NOT-OPENED.
           IF erase-open-status = "35"
               MOVE "NOT PRESENT" TO eds-state(eds-idx)
           ELSE
               DISPLAY "UNABLE TO OPEN "
                   FUNCTION TRIM(eds-name(eds-idx)) " DD, STATUS="
                   erase-open-status
               MOVE "FAILED" TO eds-state(eds-idx)
               MOVE 8 TO erase-worst-rc
           END-IF.

      ** The tombstoned copy could not be written back - ERASEWK
      *  still holds it in full, and the job must be restarted
      *  before anything else writes to the dataset.
       NOTE-COPY-BACK-FAILED.
           DISPLAY "UNABLE TO COPY THE ERASED "
               FUNCTION TRIM(eds-name(eds-idx))
               " BACK, STATUS=" erase-work-status
               " - ERASEWK HOLDS THE ERASED COPY"
           MOVE "FAILED" TO eds-state(eds-idx)
           MOVE 16 TO erase-worst-rc.

      ** NAMEVLT - every vault entry filed for an erased customer:
      *  a name (NAM) entry becomes the tombstone outright; a reject
      *  image (IMG) entry has its name field tombstoned, matched
      *  on the image's own id or, failing that, the id the entry
      *  was filed under. An image with no CSV shape to find the
      *  name in is replaced whole - the clear value is not kept.
       ERASE-VAULT-ENTRIES.
           MOVE 8 TO eds-idx
           OPEN I-O NAME-VAULT-FILE
           IF namevlt-status NOT = "00"
               MOVE namevlt-status TO erase-open-status
               PERFORM NOTE-DATASET-NOT-OPENED
           ELSE
               MOVE "N" TO nv-eof-sw
               MOVE LOW-VALUES TO nv-token
               START NAME-VAULT-FILE KEY NOT < nv-token
                   INVALID KEY SET nv-eof TO TRUE
               END-START
               IF NOT nv-eof
                   READ NAME-VAULT-FILE NEXT RECORD
                       AT END SET nv-eof TO TRUE
                   END-READ
               END-IF
               PERFORM ERASE-ONE-VAULT-ENTRY UNTIL nv-eof
               CLOSE NAME-VAULT-FILE
           END-IF.

       ERASE-ONE-VAULT-ENTRY.
           MOVE "N" TO csv-changed-sw
           MOVE ZERO TO erase-id-match
           EVALUATE nv-kind
               WHEN "NAM"
                   MOVE nv-mst-id TO erase-lookup-id
                   PERFORM SET-VAULT-ENTITY
                   PERFORM FIND-ERASURE-ID
                   IF erase-id-match NOT = ZERO
                       AND nv-clear NOT = erase-tombstone
                       MOVE erase-tombstone TO nv-clear
                       SET csv-changed TO TRUE
                   END-IF
               WHEN "IMG"
                   MOVE nv-clear TO erase-csv-line
                   PERFORM LOCATE-CSV-ID
                   IF erase-id-match = ZERO
                       AND nv-mst-id NOT = ZERO
                       MOVE nv-mst-id TO erase-lookup-id
                       PERFORM SET-VAULT-ENTITY
                       PERFORM FIND-ERASURE-ID
                   END-IF
                   IF erase-id-match NOT = ZERO
                       IF csv-comma-pos < 256
                           PERFORM TOMBSTONE-CSV-NAME
                           MOVE erase-csv-line TO nv-clear
                       ELSE
                           IF nv-clear NOT = erase-tombstone
                               MOVE erase-tombstone TO nv-clear
                               SET csv-changed TO TRUE
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF csv-changed
               REWRITE namevlt-record
                   INVALID KEY
                       DISPLAY "REWRITE FAILED ON VAULT TOKEN "
                           nv-token ", STATUS=" namevlt-status
                       MOVE "FAILED" TO eds-state(8)
                       MOVE 8 TO erase-worst-rc
                   NOT INVALID KEY
                       ADD 1 TO eds-changed(8)
                       ADD 1 TO eid-hits(erase-id-match)
               END-REWRITE
           END-IF
           READ NAME-VAULT-FILE NEXT RECORD
               AT END SET nv-eof TO TRUE
           END-READ.

      ** A vault entry filed before entries carried the entity
      *  belongs to 0001.
       SET-VAULT-ENTITY.
           IF nv-mst-entity = SPACES
               MOVE default-entity TO erase-lookup-entity
           ELSE
               MOVE nv-mst-entity TO erase-lookup-entity
           END-IF.

      ** Archived extracts - every archive in the SHAREDL manifest
      *  is handed to the ARCHIVE selector's ERASE mode with the id
      *  list, newest manifest entry only (an archive path compressed
      *  to more than once holds only its latest content). The mode
      *  rewrites an archive only when it holds a listed id, and
      *  records the rewrite as a fresh manifest entry. Archives of
      *  VSAMHST, VSAMCHG and SUSPENSE carry vault tokens, not
      *  names, and are erased through the vault above.
       ERASE-ARCHIVES.
           MOVE 9 TO eds-idx
           ACCEPT manifest-path-alpha FROM ENVIRONMENT
               "SHAREDL_ARCHIVE_MANIFEST"
           IF manifest-path-alpha = SPACES
               MOVE "./archive.manifest" TO manifest-path-alpha
           END-IF
           ACCEPT erase-list-alpha FROM ENVIRONMENT
               "PIIERASE_LIST_PATH"
           IF erase-list-alpha = SPACES
               MOVE "./piierase.lst" TO erase-list-alpha
           END-IF
           MOVE SPACES TO erase-count-alpha
           STRING FUNCTION TRIM(erase-list-alpha) DELIMITED BY SIZE
               ".cnt" DELIMITED BY SIZE
               INTO erase-count-alpha
           END-STRING

           PERFORM LOAD-MANIFEST
           IF man-tbl-full
               DISPLAY "MANIFEST EXCEEDS THE 500-ENTRY TABLE - "
                   "ARCHIVES PAST IT WERE NOT SEARCHED"
               MOVE "FAILED" TO eds-state(9)
               MOVE 8 TO erase-worst-rc
           END-IF
           IF man-tbl-used = ZERO
               IF eds-state(9) = SPACES
                   MOVE "NOT PRESENT" TO eds-state(9)
               END-IF
           ELSE
               PERFORM WRITE-ERASURE-LIST
               IF erase-list-status = "00"
                   PERFORM ERASE-ONE-ARCHIVE
                       VARYING man-idx FROM 1 BY 1
                       UNTIL man-idx > man-tbl-used
               END-IF
           END-IF.

      ** Loads the archive path of every well-formed manifest line -
      *  six blank-separated fields, the same test ARCCAT and the
      *  selector's own lookup apply.
       LOAD-MANIFEST.
           MOVE ZERO TO man-tbl-used
           MOVE "N" TO manifest-eof-sw
           OPEN INPUT MANIFEST-FILE
           IF manifest-status NOT = "00"
               CONTINUE
           ELSE
               READ MANIFEST-FILE
                   AT END SET manifest-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-MANIFEST-LINE UNTIL manifest-eof
               CLOSE MANIFEST-FILE
           END-IF.

       LOAD-ONE-MANIFEST-LINE.
           IF manifest-record NOT = SPACES
               MOVE SPACES TO man-tok-ts man-tok-in man-tok-out
                   man-tok-orig man-tok-comp man-tok-crc
               UNSTRING manifest-record DELIMITED BY ALL " "
                   INTO man-tok-ts
                        man-tok-in
                        man-tok-out
                        man-tok-orig
                        man-tok-comp
                        man-tok-crc
               END-UNSTRING
               IF man-tok-crc NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(man-tok-orig) = ZERO
                   AND FUNCTION TEST-NUMVAL(man-tok-comp) = ZERO
                   IF man-tbl-used < 500
                       ADD 1 TO man-tbl-used
                       MOVE man-tok-out TO man-out-path(man-tbl-used)
                   ELSE
                       SET man-tbl-full TO TRUE
                   END-IF
               END-IF
           END-IF
           READ MANIFEST-FILE
               AT END SET manifest-eof TO TRUE
           END-READ.

      ** Writes the ids being erased, one per line, for the ERASE
      *  mode to read.
       WRITE-ERASURE-LIST.
           OPEN OUTPUT ERASE-LIST-FILE
           IF erase-list-status NOT = "00"
               DISPLAY "UNABLE TO WRITE THE ERASURE LIST, STATUS="
                   erase-list-status " PATH="
                   FUNCTION TRIM(erase-list-alpha)
                   " - ARCHIVES NOT SEARCHED"
               MOVE "FAILED" TO eds-state(9)
               MOVE 8 TO erase-worst-rc
           ELSE
               PERFORM WRITE-ONE-ERASURE-ID
                   VARYING erase-id-idx FROM 1 BY 1
                   UNTIL erase-id-idx > erase-id-used
               CLOSE ERASE-LIST-FILE
           END-IF.

       WRITE-ONE-ERASURE-ID.
           MOVE eid-value(erase-id-idx) TO erase-list-record
           WRITE erase-list-record.

      ** Erases one archive unless a later manifest entry names the
      *  same archive path.
       ERASE-ONE-ARCHIVE.
           MOVE "N" TO man-superseded-sw
           PERFORM CHECK-LATER-ENTRY
               VARYING man-later-idx FROM man-idx BY 1
               UNTIL man-later-idx >= man-tbl-used
                  OR man-superseded
           IF NOT man-superseded
               ADD 1 TO archive-searched-count
      ** Empty the count file first - a run that fails part way
      *  leaves no count behind, not the previous archive's.
               OPEN OUTPUT ERASE-COUNT-FILE
               CLOSE ERASE-COUNT-FILE
               MOVE "ERASE" TO arch-mode
               MOVE man-out-path(man-idx) TO arch-in-alpha
               MOVE erase-list-alpha TO arch-out-alpha
               PERFORM CALL-ARCHIVE-SELECTOR
               MOVE "N" TO archive-count-ok-sw
               IF saved-rc = ZERO
                   PERFORM READ-ARCHIVE-COUNT
               END-IF
               IF archive-count-ok
                   ADD archive-erased TO eds-changed(9)
                   IF archive-erased NOT = ZERO
                       ADD 1 TO archive-rewritten-count
                       DISPLAY "ARCHIVE "
                           FUNCTION TRIM(man-out-path(man-idx))
                           " RECORDS ERASED=" archive-erased
                   END-IF
               ELSE
                   ADD 1 TO archive-failed-count
                   DISPLAY "ARCHIVE "
                       FUNCTION TRIM(man-out-path(man-idx))
                       " NOT ERASED - RC=" saved-rc
                   MOVE "FAILED" TO eds-state(9)
                   MOVE 8 TO erase-worst-rc
               END-IF
           END-IF.

       CHECK-LATER-ENTRY.
           IF man-out-path(man-later-idx + 1) = man-out-path(man-idx)
               SET man-superseded TO TRUE
           END-IF.

       READ-ARCHIVE-COUNT.
           MOVE ZERO TO archive-erased
           OPEN INPUT ERASE-COUNT-FILE
           IF erase-count-status = "00"
               READ ERASE-COUNT-FILE
                   AT END MOVE SPACES TO erase-count-record
               END-READ
               IF erase-count-record NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(erase-count-record)
                       = ZERO
                   COMPUTE archive-erased =
                       FUNCTION NUMVAL(erase-count-record)
                   SET archive-count-ok TO TRUE
               END-IF
               CLOSE ERASE-COUNT-FILE
           END-IF.

      ** Drives the SHAREDL ARCHIVE selector once with the mode and
      *  paths staged above, capturing the call's outcome without
      *  letting one bad archive end the whole erasure.
       CALL-ARCHIVE-SELECTOR.
           MOVE ZERO TO RETURN-CODE
           CALL "SHAREDL" USING BY REFERENCE arch-selector
                                arch-py-version
                                arch-mode
                                arch-in-alpha
                                arch-out-alpha
               ON EXCEPTION
                   DISPLAY "UNABLE TO LOAD PROGRAM: SHAREDL"
                   MOVE 16 TO RETURN-CODE
           END-CALL
           IF RETURN-CODE < ZERO
               MOVE ZERO TO saved-rc
           ELSE
               MOVE RETURN-CODE TO saved-rc
           END-IF
           MOVE ZERO TO RETURN-CODE.

      ** ICPCAT - every image copy the catalog lists, GOOD or FAIL,
      *  is copied through ERASEWK with the names in its master and
      *  path records tombstoned and, when anything changed, copied
      *  back. Counts and amounts are untouched, so the copy still
      *  proves against its trailer and catalog totals for VSAMRCV.
      *  A copy no longer on disk has nothing to erase. A copy that
      *  cannot be copied back ends the pass, so ERASEWK still
      *  holds it.
       ERASE-IMAGE-COPIES.
           MOVE 10 TO eds-idx
           OPEN INPUT ICPCAT-FILE
           IF icpcat-status NOT = "00"
               IF icpcat-status = "35"
                   MOVE "NOT PRESENT" TO eds-state(10)
               ELSE
                   DISPLAY "UNABLE TO OPEN ICPCAT DD, STATUS="
                       icpcat-status " - IMAGE COPIES NOT SEARCHED"
                   MOVE "FAILED" TO eds-state(10)
                   MOVE 8 TO erase-worst-rc
               END-IF
           ELSE
               MOVE "N" TO icpcat-eof-sw
               READ ICPCAT-FILE
                   AT END SET icpcat-eof TO TRUE
               END-READ
               PERFORM ERASE-CATALOGED-COPY UNTIL icpcat-eof
               CLOSE ICPCAT-FILE
           END-IF.

       ERASE-CATALOGED-COPY.
           MOVE icpcat-record TO icpcat-detail
           IF cat-path NOT = SPACES
               PERFORM ERASE-ONE-IMAGE-COPY
           END-IF
           IF NOT icpcat-eof
               READ ICPCAT-FILE
                   AT END SET icpcat-eof TO TRUE
               END-READ
           END-IF.

       ERASE-ONE-IMAGE-COPY.
           MOVE ZERO TO erase-seq-changed
           MOVE cat-path TO icopy-path-alpha
           OPEN INPUT ICOPY-FILE
           EVALUATE icopy-status
               WHEN "00"
                   ADD 1 TO icopy-searched-count
                   PERFORM OPEN-ERASE-WORK-OUTPUT
                   IF erase-work-status = "00"
                       MOVE "N" TO erase-seq-eof-sw
                       READ ICOPY-FILE
                           AT END SET erase-seq-eof TO TRUE
                       END-READ
                       PERFORM ERASE-ONE-COPY-RECORD
                           UNTIL erase-seq-eof
                       CLOSE ERASE-WORK-FILE
                   ELSE
                       ADD 1 TO icopy-failed-count
                       SET icpcat-eof TO TRUE
                   END-IF
                   CLOSE ICOPY-FILE
                   IF erase-seq-changed NOT = ZERO
                       AND erase-work-status = "00"
                       PERFORM COPY-BACK-IMAGE-COPY
                   END-IF
               WHEN "35"
                   ADD 1 TO icopy-gone-count
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN IMAGE COPY "
                       FUNCTION TRIM(icopy-path-alpha)
                       ", STATUS=" icopy-status
                   ADD 1 TO icopy-failed-count
                   MOVE "FAILED" TO eds-state(10)
                   MOVE 8 TO erase-worst-rc
           END-EVALUATE.

      ** A region or date path record is put in the master image
      *  shape for the id match and name swap, and its name taken
      *  back from it.
       ERASE-ONE-COPY-RECORD.
           MOVE icopy-record TO icopy-detail
           MOVE "N" TO erase-image-changed-sw
           MOVE SPACES TO erase-image
           EVALUATE TRUE
               WHEN icd-master
                   MOVE icd-image TO erase-image
                   PERFORM ERASE-IMAGE-NAME
                   IF erase-image-changed
                       MOVE erase-image TO icd-image
                   END-IF
               WHEN icd-region
                   MOVE icr-id TO eiv-id
                   MOVE icr-entity TO eiv-entity
                   MOVE icr-name TO eiv-name
                   PERFORM ERASE-IMAGE-NAME
                   IF erase-image-changed
                       MOVE eiv-name TO icr-name
                   END-IF
               WHEN icd-date
                   MOVE icv-id TO eiv-id
                   MOVE icv-entity TO eiv-entity
                   MOVE icv-name TO eiv-name
                   PERFORM ERASE-IMAGE-NAME
                   IF erase-image-changed
                       MOVE eiv-name TO icv-name
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF erase-image-changed
               ADD 1 TO erase-seq-changed
               ADD 1 TO eid-hits(erase-id-match)
           END-IF
           WRITE erase-work-record FROM icopy-detail
           READ ICOPY-FILE
               AT END SET erase-seq-eof TO TRUE
           END-READ.

       COPY-BACK-IMAGE-COPY.
           OPEN INPUT ERASE-WORK-FILE
           OPEN OUTPUT ICOPY-FILE
           IF erase-work-status NOT = "00"
               OR icopy-status NOT = "00"
               DISPLAY "IMAGE COPY "
                   FUNCTION TRIM(icopy-path-alpha)
               PERFORM NOTE-COPY-BACK-FAILED
               ADD 1 TO icopy-failed-count
               SET icpcat-eof TO TRUE
           ELSE
               MOVE "N" TO erase-seq-eof-sw
               READ ERASE-WORK-FILE
                   AT END SET erase-seq-eof TO TRUE
               END-READ
               PERFORM COPY-ONE-IMAGE-RECORD UNTIL erase-seq-eof
               ADD erase-seq-changed TO eds-changed(10)
               ADD 1 TO icopy-rewritten-count
               DISPLAY "IMAGE COPY "
                   FUNCTION TRIM(icopy-path-alpha)
                   " RECORDS ERASED=" erase-seq-changed
           END-IF
           CLOSE ERASE-WORK-FILE
           CLOSE ICOPY-FILE.

       COPY-ONE-IMAGE-RECORD.
           WRITE icopy-record FROM erase-work-record(1:160)
           READ ERASE-WORK-FILE
               AT END SET erase-seq-eof TO TRUE
           END-READ.

      ** The erasure certificate - the reference, each dataset with
      *  its outcome and records changed, and each id with the
      *  records changed for it - plus its PYAUDIT records.
       PRINT-ERASURE-CERTIFICATE.
           DISPLAY " "
           DISPLAY "===== CUSTOMER DATA ERASURE CERTIFICATE ====="
           DISPLAY "REQUEST REFERENCE: "
               FUNCTION TRIM(erase-reference)
           DISPLAY "ERASURE RUN:       " pyaudit-runid
           DISPLAY "NAMES REPLACED BY: " erase-tombstone
           DISPLAY " "
           DISPLAY "DATASET      OUTCOME         RECORDS CHANGED"
           PERFORM PRINT-DATASET-LINE
               VARYING eds-idx FROM 1 BY 1
               UNTIL eds-idx > 10
           DISPLAY "ARCHIVES SEARCHED=" archive-searched-count
               " REWRITTEN=" archive-rewritten-count
               " FAILED=" archive-failed-count
           DISPLAY "IMAGE COPIES SEARCHED=" icopy-searched-count
               " REWRITTEN=" icopy-rewritten-count
               " NO LONGER ON DISK=" icopy-gone-count
               " FAILED=" icopy-failed-count
           DISPLAY "CHANGE EVENTS PUBLISHED=" pyce-event-count
               " NOT PUBLISHED=" pyce-fail-count
           DISPLAY " "
           DISPLAY "CUSTOMER ID  ENTITY  RECORDS CHANGED "
               "(EXCLUDING ARCHIVES)"
           PERFORM PRINT-ID-LINE
               VARYING erase-id-idx FROM 1 BY 1
               UNTIL erase-id-idx > erase-id-used
           DISPLAY " "
           DISPLAY "IDS, AMOUNTS, DATES AND CONTROL TOTALS ARE "
               "UNCHANGED - ONLY NAME FIELDS WERE REPLACED"
           IF erase-unfound-count NOT = ZERO
               DISPLAY "IDS WITH NOTHING LEFT TO ERASE: "
                   erase-unfound-count
                   " (NOT ON FILE, OR ALREADY ERASED)"
               IF erase-worst-rc < 4
                   MOVE 4 TO erase-worst-rc
               END-IF
           END-IF
           IF erase-worst-rc > 4
               DISPLAY "ERASURE INCOMPLETE - DATASETS MARKED FAILED "
                   "MUST BE ERASED BY A RERUN"
           ELSE
               DISPLAY "ERASURE COMPLETE"
           END-IF

           MOVE "ERASE_CERTIFICATE" TO pyaudit-action
           MOVE erase-worst-rc TO pyaudit-rc
           MOVE erase-reference TO pyaudit-ref
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO pyaudit-ref.

       PRINT-DATASET-LINE.
           IF eds-state(eds-idx) = SPACES
               IF eds-changed(eds-idx) = ZERO
                   MOVE "NONE FOUND" TO eds-state(eds-idx)
               ELSE
                   MOVE "ERASED" TO eds-state(eds-idx)
               END-IF
           END-IF
           MOVE eds-changed(eds-idx) TO eds-changed-edit
           DISPLAY eds-name(eds-idx) " " eds-state(eds-idx)
               "  " eds-changed-edit.

      ** One id's certificate line and its PII_ERASE audit record,
      *  REF=<id>/<entity>, RC=4 when there was nothing left to erase.
       PRINT-ID-LINE.
           MOVE eid-hits(erase-id-idx) TO eid-hits-edit
           DISPLAY eid-value(erase-id-idx) "     "
               eid-entity(erase-id-idx) "  " eid-hits-edit
           MOVE "PII_ERASE" TO pyaudit-action
           IF eid-hits(erase-id-idx) = ZERO
               ADD 1 TO erase-unfound-count
               MOVE 4 TO pyaudit-rc
           ELSE
               MOVE ZERO TO pyaudit-rc
           END-IF
           STRING eid-value(erase-id-idx) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               eid-entity(erase-id-idx) DELIMITED BY SIZE
               INTO pyaudit-ref
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO pyaudit-ref.

       COPY PYAUDWRT.
       COPY PYNVLK.
       COPY PYCELK.
