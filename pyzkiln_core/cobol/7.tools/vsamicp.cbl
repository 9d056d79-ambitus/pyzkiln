      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "VSAMICP".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The KSDS master PANDASREAD loads and VSAMINQ serves, read
      *  start to finish in key order.
           SELECT VSAM-MASTER-FILE ASSIGN TO vsam-master-alpha
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vsam-mst-key
               FILE STATUS IS vsam-mst-status.
      ** The region+id and trans_date+id access paths kept in step
      *  with it - copied with the master so a recovery puts back
      *  all three, not a master whose paths must be rebuilt by
      *  hand. Named the same optional way VSAMINQ names its paths.
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
      ** The image copy itself - one dataset per copy
      *  (VSAMICP_PREFIX + the copy's timestamp): a header carrying
      *  the change-event position the copy was taken at, every
      *  master record, every path record, and a trailer of counts
      *  and the master's amount total that VSAMRCV proves the copy
      *  against before restoring from it.
           SELECT ICOPY-FILE ASSIGN TO icopy-path-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS icopy-status.
      ** The image-copy catalog - one line per copy taken, GOOD or
      *  FAIL, with its position, control totals and dataset. The
      *  catalog is how VSAMRCV finds the latest good copy.
           SELECT ICPCAT-FILE ASSIGN TO "ICPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS icpcat-status.
      ** The change-event feed and its sequence control record -
      *  read only, for the position the copy is taken at.
           COPY PYCESL.
           COPY PYNVSL.
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
       FD  ICOPY-FILE.
       01 icopy-record PIC X(160).
       FD  ICPCAT-FILE.
       01 icpcat-record PIC X(200).
       COPY PYCEFD.
       COPY PYNVFD.
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 vsam-master-alpha   PIC X(256) VALUE SPACES.
       01 vsam-mst-status     PIC X(02) VALUE "00".
       01 vsam-mst-open-sw    PIC X(01) VALUE "N".
           88 vsam-mst-open VALUE "Y".
       01 vsam-rgn-alpha      PIC X(256) VALUE SPACES.
       01 vsam-rgn-status     PIC X(02) VALUE "00".
       01 vsam-rgn-open-sw    PIC X(01) VALUE "N".
           88 vsam-rgn-open VALUE "Y".
       01 vsam-dte-alpha      PIC X(256) VALUE SPACES.
       01 vsam-dte-status     PIC X(02) VALUE "00".
       01 vsam-dte-open-sw    PIC X(01) VALUE "N".
           88 vsam-dte-open VALUE "Y".
       01 scan-eof-sw         PIC X(01) VALUE "N".
           88 scan-eof VALUE "Y".
       01 icopy-prefix        PIC X(200) VALUE SPACES.
       01 icopy-path-alpha    PIC X(256) VALUE SPACES.
       01 icopy-status        PIC X(02) VALUE "00".
       01 icopy-open-sw       PIC X(01) VALUE "N".
           88 icopy-open VALUE "Y".
       01 icpcat-status       PIC X(02) VALUE "00".

      ** One image-copy record - a four-byte type and a 152-byte
      *  record image. HDR and TRL carry the copy's identity and
      *  control totals in the image area. Layout kept in step with
      *  VSAMRCV's reader.
       01 icopy-detail.
           05 icd-type            PIC X(04).
               88 icd-header   VALUE "HDR ".
               88 icd-master   VALUE "MST ".
               88 icd-region   VALUE "RGN ".
               88 icd-date     VALUE "DTE ".
               88 icd-trailer  VALUE "TRL ".
           05 icd-image           PIC X(152).
           05 icd-header-view REDEFINES icd-image.
               10 ich-ts          PIC X(14).
               10 FILLER          PIC X(01).
               10 ich-seq         PIC 9(12).
               10 FILLER          PIC X(01).
               10 ich-runid       PIC X(16).
               10 FILLER          PIC X(108).
           05 icd-trailer-view REDEFINES icd-image.
               10 ict-mst-count   PIC 9(09).
               10 FILLER          PIC X(01).
               10 ict-mst-amount  PIC +9(11).99.
               10 FILLER          PIC X(01).
               10 ict-rgn-count   PIC 9(09).
               10 FILLER          PIC X(01).
               10 ict-dte-count   PIC 9(09).
               10 FILLER          PIC X(01).
               10 ict-end-seq     PIC 9(12).
               10 FILLER          PIC X(94).
           05 FILLER              PIC X(04).

      ** One catalog line - layout kept in step with VSAMRCV.
       01 icpcat-detail.
           05 cat-ts              PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 cat-state           PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 cat-seq             PIC 9(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 cat-end-seq         PIC 9(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 cat-mst-count       PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 cat-mst-amount      PIC +9(11).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 cat-rgn-count       PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 cat-dte-count       PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 cat-path            PIC X(100).
           05 FILLER              PIC X(08) VALUE SPACES.

      ** The copy's identity and control totals. start-seq is the
      *  last change-event number issued when the copy began, and
      *  end-seq the last when it finished; a recovery replays from
      *  start-seq + 1, so a change committed while the copy ran is
      *  applied again over an image that may already hold it -
      *  harmless, since a replayed event sets the record to its
      *  after-image rather than adjusting it.
       01 copy-ts             PIC X(14) VALUE SPACES.
       01 start-seq           PIC 9(12) VALUE ZERO.
       01 end-seq             PIC 9(12) VALUE ZERO.
       01 mst-count           PIC 9(09) VALUE ZERO.
       01 mst-amount          PIC S9(11)V99 VALUE ZERO.
       01 rgn-count           PIC 9(09) VALUE ZERO.
       01 dte-count           PIC 9(09) VALUE ZERO.
       01 count-edit          PIC ZZZ,ZZZ,ZZ9.
       01 amount-edit         PIC $$$,$$$,$$$,$$9.99-.
       01 copy-failed-sw      PIC X(01) VALUE "N".
           88 copy-failed VALUE "Y".

       COPY PYAUDWS.
       COPY PYNVWS.
       COPY PYCEWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Takes an image copy of the VSAM master and its access
      *  paths, stamped with the change-event position it was taken
      *  at, and catalogs it. With last night's copy and the change
      *  events since, VSAMRCV rebuilds a lost or damaged master
      *  forward to any point in time instead of reloading it from
      *  whatever extracts are still on hand.
           DISPLAY "===== VSAM MASTER IMAGE COPY ====="
           MOVE "VSAMICP" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid
           MOVE FUNCTION CURRENT-DATE(1:14) TO copy-ts
           MOVE copy-ts TO pyaudit-ref

           ACCEPT vsam-master-alpha FROM ENVIRONMENT
               "VSAMICP_VSAM_PATH"
           IF vsam-master-alpha = SPACES
               DISPLAY "VSAMICP_VSAM_PATH IS NOT SET - NOTHING TO "
                   "COPY"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT icopy-prefix FROM ENVIRONMENT "VSAMICP_PREFIX"
           IF icopy-prefix = SPACES
               DISPLAY "VSAMICP_PREFIX IS NOT SET - NOWHERE TO "
                   "WRITE THE COPY"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO icopy-path-alpha
           STRING FUNCTION TRIM(icopy-prefix) DELIMITED BY SIZE
               copy-ts DELIMITED BY SIZE
               INTO icopy-path-alpha
           END-STRING
           ACCEPT vsam-rgn-alpha FROM ENVIRONMENT "VSAMICP_RGN_PATH"
           ACCEPT vsam-dte-alpha FROM ENVIRONMENT "VSAMICP_DTE_PATH"

           PERFORM LOAD-CHANGE-SEQUENCE
           MOVE pyce-last-seq TO start-seq
           DISPLAY "COPY " copy-ts " AT CHANGE-EVENT SEQUENCE "
               start-seq
           DISPLAY "DATASET: " FUNCTION TRIM(icopy-path-alpha)

           OPEN INPUT VSAM-MASTER-FILE
           IF vsam-mst-status NOT = "00"
               DISPLAY "UNABLE TO OPEN VSAM MASTER, STATUS="
                   vsam-mst-status " DATASET="
                   FUNCTION TRIM(vsam-master-alpha)
               SET copy-failed TO TRUE
           ELSE
               SET vsam-mst-open TO TRUE
               PERFORM OPEN-ACCESS-PATHS
           END-IF
           IF NOT copy-failed
               OPEN OUTPUT ICOPY-FILE
               IF icopy-status NOT = "00"
                   DISPLAY "UNABLE TO OPEN THE IMAGE COPY, STATUS="
                       icopy-status
                   SET copy-failed TO TRUE
               ELSE
                   SET icopy-open TO TRUE
               END-IF
           END-IF

           IF NOT copy-failed
               MOVE SPACES TO icopy-detail
               SET icd-header TO TRUE
               MOVE copy-ts TO ich-ts
               MOVE start-seq TO ich-seq
               MOVE pyaudit-runid TO ich-runid
               PERFORM WRITE-COPY-RECORD
               PERFORM COPY-MASTER-RECORDS
           END-IF
           IF NOT copy-failed AND vsam-rgn-open
               PERFORM COPY-REGION-RECORDS
           END-IF
           IF NOT copy-failed AND vsam-dte-open
               PERFORM COPY-DATE-RECORDS
           END-IF

      ** The position at the finish, in case a change was
      *  committed while the copy ran.
           MOVE "N" TO pyce-seq-loaded-sw
           PERFORM LOAD-CHANGE-SEQUENCE
           MOVE pyce-last-seq TO end-seq
           IF NOT copy-failed
               MOVE SPACES TO icopy-detail
               SET icd-trailer TO TRUE
               MOVE mst-count TO ict-mst-count
               MOVE mst-amount TO ict-mst-amount
               MOVE rgn-count TO ict-rgn-count
               MOVE dte-count TO ict-dte-count
               MOVE end-seq TO ict-end-seq
               PERFORM WRITE-COPY-RECORD
           END-IF
           IF icopy-open
               CLOSE ICOPY-FILE
               IF icopy-status NOT = "00"
                   DISPLAY "IMAGE COPY DID NOT CLOSE CLEANLY, STATUS="
                       icopy-status
                   SET copy-failed TO TRUE
               END-IF
           END-IF
           IF vsam-rgn-open
               CLOSE VSAM-RGN-FILE
           END-IF
           IF vsam-dte-open
               CLOSE VSAM-DTE-FILE
           END-IF
           IF vsam-mst-open
               CLOSE VSAM-MASTER-FILE
           END-IF

           PERFORM CATALOG-IMAGE-COPY

           DISPLAY " "
           MOVE mst-count TO count-edit
           MOVE mst-amount TO amount-edit
           DISPLAY "MASTER RECORDS COPIED: " count-edit
               "  AMOUNT " amount-edit
           MOVE rgn-count TO count-edit
           DISPLAY "REGION PATH RECORDS:   " count-edit
           MOVE dte-count TO count-edit
           DISPLAY "DATE PATH RECORDS:     " count-edit
           IF end-seq NOT = start-seq
               DISPLAY "CHANGE EVENTS " start-seq " TO " end-seq
                   " WERE COMMITTED WHILE THE COPY RAN - A "
                   "RECOVERY REPLAYS THEM OVER IT"
           END-IF
           IF copy-failed
               DISPLAY "IMAGE COPY FAILED - CATALOGED AS FAIL, A "
                   "RECOVERY WILL USE THE PREVIOUS GOOD COPY"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "IMAGE COPY " copy-ts " COMPLETE"
           END-IF

           MOVE "VSAM_IMAGE_COPY" TO pyaudit-action
           MOVE RETURN-CODE TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

      ** Opens whichever access paths are configured. A configured
      *  path that cannot be read fails the copy - a copy missing a
      *  path would restore a master out of step with it.
       OPEN-ACCESS-PATHS.
           IF vsam-rgn-alpha NOT = SPACES
               OPEN INPUT VSAM-RGN-FILE
               IF vsam-rgn-status = "00"
                   SET vsam-rgn-open TO TRUE
               ELSE
                   DISPLAY "UNABLE TO OPEN REGION PATH, STATUS="
                       vsam-rgn-status
                   SET copy-failed TO TRUE
               END-IF
           END-IF
           IF vsam-dte-alpha NOT = SPACES
               OPEN INPUT VSAM-DTE-FILE
               IF vsam-dte-status = "00"
                   SET vsam-dte-open TO TRUE
               ELSE
                   DISPLAY "UNABLE TO OPEN DATE PATH, STATUS="
                       vsam-dte-status
                   SET copy-failed TO TRUE
               END-IF
           END-IF.

      ** Copies every master record, in key order.
       COPY-MASTER-RECORDS.
           MOVE "N" TO scan-eof-sw
           MOVE ZERO TO vsam-mst-id
           MOVE LOW-VALUES TO vsam-mst-entity
           START VSAM-MASTER-FILE KEY NOT < vsam-mst-key
               INVALID KEY SET scan-eof TO TRUE
           END-START
           IF NOT scan-eof
               READ VSAM-MASTER-FILE NEXT
                   AT END SET scan-eof TO TRUE
               END-READ
           END-IF
           PERFORM COPY-ONE-MASTER-RECORD
               UNTIL scan-eof OR copy-failed.

       COPY-ONE-MASTER-RECORD.
           IF vsam-mst-status NOT = "00"
               DISPLAY "MASTER READ FAILED, STATUS=" vsam-mst-status
               SET copy-failed TO TRUE
           ELSE
               MOVE SPACES TO icopy-detail
               SET icd-master TO TRUE
               MOVE vsam-mst-record TO icd-image
               PERFORM WRITE-COPY-RECORD
               ADD 1 TO mst-count
               ADD vsam-mst-amount TO mst-amount
               READ VSAM-MASTER-FILE NEXT
                   AT END SET scan-eof TO TRUE
               END-READ
           END-IF.

       COPY-REGION-RECORDS.
           MOVE "N" TO scan-eof-sw
           MOVE LOW-VALUES TO vsam-rgn-key
           START VSAM-RGN-FILE KEY NOT < vsam-rgn-key
               INVALID KEY SET scan-eof TO TRUE
           END-START
           IF NOT scan-eof
               READ VSAM-RGN-FILE NEXT
                   AT END SET scan-eof TO TRUE
               END-READ
           END-IF
           PERFORM COPY-ONE-REGION-RECORD
               UNTIL scan-eof OR copy-failed.

       COPY-ONE-REGION-RECORD.
           IF vsam-rgn-status NOT = "00"
               DISPLAY "REGION PATH READ FAILED, STATUS="
                   vsam-rgn-status
               SET copy-failed TO TRUE
           ELSE
               MOVE SPACES TO icopy-detail
               SET icd-region TO TRUE
               MOVE vsam-rgn-record TO icd-image
               PERFORM WRITE-COPY-RECORD
               ADD 1 TO rgn-count
               READ VSAM-RGN-FILE NEXT
                   AT END SET scan-eof TO TRUE
               END-READ
           END-IF.

       COPY-DATE-RECORDS.
           MOVE "N" TO scan-eof-sw
           MOVE LOW-VALUES TO vsam-dte-key
           START VSAM-DTE-FILE KEY NOT < vsam-dte-key
               INVALID KEY SET scan-eof TO TRUE
           END-START
           IF NOT scan-eof
               READ VSAM-DTE-FILE NEXT
                   AT END SET scan-eof TO TRUE
               END-READ
           END-IF
           PERFORM COPY-ONE-DATE-RECORD
               UNTIL scan-eof OR copy-failed.

       COPY-ONE-DATE-RECORD.
           IF vsam-dte-status NOT = "00"
               DISPLAY "DATE PATH READ FAILED, STATUS="
                   vsam-dte-status
               SET copy-failed TO TRUE
           ELSE
               MOVE SPACES TO icopy-detail
               SET icd-date TO TRUE
               MOVE vsam-dte-record TO icd-image
               PERFORM WRITE-COPY-RECORD
               ADD 1 TO dte-count
               READ VSAM-DTE-FILE NEXT
                   AT END SET scan-eof TO TRUE
               END-READ
           END-IF.

       WRITE-COPY-RECORD.
           MOVE icopy-detail TO icopy-record
           WRITE icopy-record
           IF icopy-status NOT = "00"
               DISPLAY "IMAGE COPY WRITE FAILED, STATUS="
                   icopy-status
               SET copy-failed TO TRUE
           END-IF.

      ** Adds the copy to the catalog - GOOD, or FAIL so a recovery
      *  never restores from it. A copy the catalog cannot record
      *  cannot be found by a recovery, so that fails the step too.
       CATALOG-IMAGE-COPY.
           MOVE copy-ts TO cat-ts
           IF copy-failed
               MOVE "FAIL" TO cat-state
           ELSE
               MOVE "GOOD" TO cat-state
           END-IF
           MOVE start-seq TO cat-seq
           MOVE end-seq TO cat-end-seq
           MOVE mst-count TO cat-mst-count
           MOVE mst-amount TO cat-mst-amount
           MOVE rgn-count TO cat-rgn-count
           MOVE dte-count TO cat-dte-count
           MOVE icopy-path-alpha TO cat-path
           IF icopy-path-alpha(101:) NOT = SPACES
               DISPLAY "IMAGE COPY DATASET NAME LONGER THAN THE "
                   "CATALOG'S 100 CHARACTERS - SHORTEN "
                   "VSAMICP_PREFIX"
               MOVE "FAIL" TO cat-state
               SET copy-failed TO TRUE
           END-IF
           OPEN EXTEND ICPCAT-FILE
           IF icpcat-status = "35"
               OPEN OUTPUT ICPCAT-FILE
           END-IF
           IF icpcat-status NOT = "00"
               DISPLAY "UNABLE TO OPEN ICPCAT DD, STATUS="
                   icpcat-status " - COPY NOT CATALOGED"
               SET copy-failed TO TRUE
           ELSE
               MOVE icpcat-detail TO icpcat-record
               WRITE icpcat-record
               CLOSE ICPCAT-FILE
           END-IF.

       COPY PYAUDWRT.
       COPY PYNVLK.
       COPY PYCELK.
