      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "VSAMRCV".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The image-copy catalog VSAMICP keeps - one line per copy
      *  taken, GOOD or FAIL, with the change-event position it was
      *  taken at, its control totals and its dataset.
           SELECT ICPCAT-FILE ASSIGN TO "ICPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS icpcat-status.
      ** The image copy being proved and restored - named from the
      *  catalog entry, not a DD, so an unreadable copy can be
      *  passed over for the one before it in the same run.
           SELECT ICOPY-FILE ASSIGN TO icopy-path-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS icopy-status.
      ** The KSDS master being rebuilt - written from scratch from
      *  the copy, then opened I-O for the replay.
           SELECT VSAM-MASTER-FILE ASSIGN TO vsam-master-alpha
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vsam-mst-key
               FILE STATUS IS vsam-mst-status.
      ** The region+id and trans_date+id access paths, rebuilt in
      *  step with the master. Named the same optional way VSAMINQ
      *  names its paths.
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
      ** The change log replayed forward. The change-event feed
      *  carries every change PANDASREAD's delta apply mirrors to
      *  VSAMCHG, every VSAMINQ maintenance correction and every
      *  VSAMBKO backout, each under one sequence number in the
      *  order they were committed - the single ordering VSAMCHG
      *  (PANDASREAD only) and VSAMHST (before-images only) cannot
      *  give between them.
           COPY PYCESL.
      ** The customer-name vault - the logged images carry tokens
      *  for names, and a token must never land on the master.
           COPY PYNVSL.
      ** The reconciliation history PANDASREAD appends a line to
      *  per feed - the recovered master is checked against the
      *  last one at or before the recovery point.
           SELECT RECON-HIST-FILE ASSIGN TO "RECONHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recon-hist-status.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ICPCAT-FILE.
       01 icpcat-record PIC X(200).
       FD  ICOPY-FILE.
       01 icopy-record PIC X(160).
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
       FD  RECON-HIST-FILE.
       01 recon-hist-record PIC X(214).
       COPY PYCEFD.
       COPY PYNVFD.
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 icpcat-status       PIC X(02) VALUE "00".
       01 icpcat-eof-sw       PIC X(01) VALUE "N".
           88 icpcat-eof VALUE "Y".
       01 icopy-path-alpha    PIC X(256) VALUE SPACES.
       01 icopy-status        PIC X(02) VALUE "00".
       01 icopy-eof-sw        PIC X(01) VALUE "N".
           88 icopy-eof VALUE "Y".
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
       01 recon-hist-status   PIC X(02) VALUE "00".
       01 recon-hist-eof-sw   PIC X(01) VALUE "N".
           88 recon-hist-eof VALUE "Y".

      ** The recovery point. VSAMRCV_TO is a timestamp
      *  (yyyymmddhhmmss, or yyyymmdd for the end of that day) and
      *  VSAMRCV_TO_SEQ a change-event sequence number; the replay
      *  stops at whichever comes first, and runs to the end of the
      *  log when neither is set. VSAMRCV_COPY names the image copy
      *  (its yyyymmddhhmmss timestamp) to restore instead of the
      *  latest good one.
       01 to-alpha            PIC X(20) VALUE SPACES.
       01 to-ts               PIC X(14) VALUE ALL "9".
       01 to-seq-alpha        PIC X(16) VALUE SPACES.
       01 to-seq              PIC 9(12) VALUE 999999999999.
       01 named-copy          PIC X(20) VALUE SPACES.

      ** One image-copy record - layout kept in step with VSAMICP.
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

      ** One catalog line - layout kept in step with VSAMICP.
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

      ** The good copies the recovery point allows, oldest first.
      *  A catalog with more than the table holds keeps its newest
      *  entries - the older ones would never be reached first.
       01 cpy-used            PIC 9(03) BINARY VALUE ZERO.
       01 cpy-idx             PIC 9(03) BINARY VALUE ZERO.
       01 cpy-shift-idx       PIC 9(03) BINARY VALUE ZERO.
       01 cpy-chosen-idx      PIC 9(03) BINARY VALUE ZERO.
       01 cpy-table.
           05 cpy-entry OCCURS 400 TIMES.
               10 cpy-ts          PIC X(14).
               10 cpy-seq         PIC 9(12).
               10 cpy-mst-count   PIC 9(09).
               10 cpy-mst-amount  PIC S9(11)V99.
               10 cpy-rgn-count   PIC 9(09).
               10 cpy-dte-count   PIC 9(09).
               10 cpy-path        PIC X(100).

      ** What a pass over a copy found - proved against its trailer
      *  and its catalog entry before a record of it is restored.
       01 proof-ok-sw         PIC X(01) VALUE "N".
           88 proof-ok VALUE "Y".
       01 proof-header-sw     PIC X(01) VALUE "N".
           88 proof-header-seen VALUE "Y".
       01 proof-trailer-sw    PIC X(01) VALUE "N".
           88 proof-trailer-seen VALUE "Y".
       01 proof-mst-count     PIC 9(09) VALUE ZERO.
       01 proof-mst-amount    PIC S9(11)V99 VALUE ZERO.
       01 proof-rgn-count     PIC 9(09) VALUE ZERO.
       01 proof-dte-count     PIC 9(09) VALUE ZERO.
       01 proof-bad-count     PIC 9(09) VALUE ZERO.
       01 trailer-mst-count   PIC 9(09) VALUE ZERO.
       01 trailer-mst-amount  PIC S9(11)V99 VALUE ZERO.
       01 trailer-rgn-count   PIC 9(09) VALUE ZERO.
       01 trailer-dte-count   PIC 9(09) VALUE ZERO.

      ** The rebuild. The running count and amount follow every
      *  write, rewrite and delete; the master is scanned once the
      *  replay is done and must agree with them.
       01 copy-seq            PIC 9(12) VALUE ZERO.
       01 oldest-seq          PIC 9(12) VALUE ZERO.
       01 last-applied-seq    PIC 9(12) VALUE ZERO.
       01 last-applied-ts     PIC X(14) VALUE SPACES.
       01 run-count           PIC S9(09) VALUE ZERO.
       01 run-amount          PIC S9(11)V99 VALUE ZERO.
       01 scan-count          PIC 9(09) VALUE ZERO.
       01 scan-amount         PIC S9(11)V99 VALUE ZERO.
       01 build-rgn-sw        PIC X(01) VALUE "N".
           88 build-rgn-from-master VALUE "Y".
       01 build-dte-sw        PIC X(01) VALUE "N".
           88 build-dte-from-master VALUE "Y".
       01 restore-count       PIC 9(09) VALUE ZERO.
       01 replay-stop-sw      PIC X(01) VALUE "N".
           88 replay-stopped VALUE "Y".
       01 reload-stop-sw      PIC X(01) VALUE "N".
           88 stopped-at-reload VALUE "Y".
       01 recovered-to-ts     PIC X(14) VALUE SPACES.
       01 replay-counts.
           05 add-applied-count   PIC 9(09) VALUE ZERO.
           05 chg-applied-count   PIC 9(09) VALUE ZERO.
           05 del-applied-count   PIC 9(09) VALUE ZERO.
           05 del-absent-count    PIC 9(09) VALUE ZERO.
           05 name-lost-count     PIC 9(09) VALUE ZERO.
           05 gap-count           PIC 9(09) VALUE ZERO.
           05 disorder-count      PIC 9(09) VALUE ZERO.
           05 unreadable-count    PIC 9(09) VALUE ZERO.
       01 gap-from-seq        PIC 9(12) VALUE ZERO.
       01 gap-to-seq          PIC 9(12) VALUE ZERO.
       01 prior-found-sw      PIC X(01) VALUE "N".
           88 prior-found VALUE "Y".
       01 prior-record        PIC X(152) VALUE SPACES.
       01 apply-image         PIC X(152) VALUE SPACES.

      ** One record image in its field shape - the image in hand
      *  for the path keys, as VSAMBKO does it.
       01 after-image-view.
           05 after-view-key.
               10 after-view-id      PIC 9(08).
               10 after-view-entity  PIC X(04).
           05 after-view-name        PIC X(30).
           05 after-view-region      PIC X(04).
           05 after-view-amount      PIC S9(09)V99.
           05 after-view-trans-date  PIC X(10).
           05 after-view-feed        PIC X(60).
           05 after-view-runid       PIC X(16).
           05 after-view-line        PIC 9(09).

      ** The reconciliation history record - the prefix of
      *  PANDASREAD's layout this check needs; keep in step.
       01 recon-hist-detail.
           05 rh-ts               PIC X(21).
           05 FILLER              PIC X(01).
           05 rh-feed             PIC X(64).
           05 FILLER              PIC X(01).
           05 rh-native-count     PIC 9(09).
           05 FILLER              PIC X(01).
           05 rh-pandas-count     PIC 9(09).
           05 FILLER              PIC X(01).
           05 rh-native-amt       PIC +9(09).99.
           05 FILLER              PIC X(90).
           05 rh-entity           PIC X(04).
       01 recon-found-sw      PIC X(01) VALUE "N".
           88 recon-found VALUE "Y".
       01 recon-ts            PIC X(21) VALUE SPACES.
       01 recon-feed          PIC X(60) VALUE SPACES.
       01 recon-entity        PIC X(04) VALUE SPACES.
       01 recon-count         PIC 9(09) VALUE ZERO.
       01 recon-amount        PIC S9(11)V99 VALUE ZERO.
       01 feed-count          PIC 9(09) VALUE ZERO.
       01 feed-amount         PIC S9(11)V99 VALUE ZERO.
       01 mst-entity-work     PIC X(04) VALUE SPACES.

       01 count-edit          PIC ZZZ,ZZZ,ZZ9.
       01 count-edit2         PIC ZZZ,ZZZ,ZZ9.
       01 amount-edit         PIC $$$,$$$,$$$,$$9.99-.
       01 amount-edit2        PIC $$$,$$$,$$$,$$9.99-.

       COPY PYAUDWS.
       COPY PYNVWS.
       COPY PYCEWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Rebuilds a lost or damaged VSAM master, with its access
      *  paths, from the latest good image copy and the change
      *  events committed since: the copy is proved against its own
      *  control totals and restored, the events after its position
      *  are reapplied in sequence order up to the recovery point,
      *  and the result is counted and checked against the last
      *  RECONHST entry. VSAMBKO can only take changes off a master
      *  that still exists; this puts one back.
           DISPLAY "===== VSAM MASTER FORWARD RECOVERY ====="
           MOVE "VSAMRCV" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           ACCEPT vsam-master-alpha FROM ENVIRONMENT
               "VSAMRCV_VSAM_PATH"
           IF vsam-master-alpha = SPACES
               DISPLAY "VSAMRCV_VSAM_PATH IS NOT SET - NOTHING TO "
                   "RECOVER"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT vsam-rgn-alpha FROM ENVIRONMENT "VSAMRCV_RGN_PATH"
           ACCEPT vsam-dte-alpha FROM ENVIRONMENT "VSAMRCV_DTE_PATH"
           ACCEPT named-copy FROM ENVIRONMENT "VSAMRCV_COPY"
           PERFORM RESOLVE-RECOVERY-POINT
           IF RETURN-CODE NOT = ZERO
               PERFORM AUDIT-RECOVERY
               GOBACK
           END-IF

           PERFORM LOAD-CHANGE-SEQUENCE
           PERFORM FIND-OLDEST-EVENT
           DISPLAY "CHANGE LOG HOLDS SEQUENCE " oldest-seq " TO "
               pyce-last-seq

           PERFORM LOAD-COPY-CATALOG
           IF RETURN-CODE NOT = ZERO
               PERFORM AUDIT-RECOVERY
               GOBACK
           END-IF
           PERFORM PROVE-IMAGE-COPY
               VARYING cpy-idx FROM cpy-used BY -1
               UNTIL cpy-idx < 1 OR cpy-chosen-idx NOT = ZERO
           IF cpy-chosen-idx = ZERO
               DISPLAY "NO GOOD IMAGE COPY TO RECOVER FROM - THE "
                   "MASTER IS NOT TOUCHED"
               MOVE 16 TO RETURN-CODE
               PERFORM AUDIT-RECOVERY
               GOBACK
           END-IF
           MOVE cpy-ts(cpy-chosen-idx) TO pyaudit-ref
           MOVE cpy-seq(cpy-chosen-idx) TO copy-seq
           DISPLAY "RESTORING IMAGE COPY " cpy-ts(cpy-chosen-idx)
               " TAKEN AT SEQUENCE " copy-seq

      ** The log must reach back to the copy - an event aged off
      *  between the copy and the recovery point is a change the
      *  rebuild cannot make.
           IF pyce-last-seq > copy-seq AND to-seq > copy-seq
               AND (oldest-seq = ZERO OR oldest-seq > copy-seq + 1)
               COMPUTE gap-from-seq = copy-seq + 1
               IF oldest-seq = ZERO
                   MOVE pyce-last-seq TO gap-to-seq
               ELSE
                   COMPUTE gap-to-seq = oldest-seq - 1
               END-IF
               DISPLAY "CHANGE EVENTS " gap-from-seq " TO "
                   gap-to-seq " ARE NO LONGER ON THE LOG - THE COPY "
                   "CANNOT BE BROUGHT FORWARD; THE MASTER IS NOT "
                   "TOUCHED"
               MOVE 16 TO RETURN-CODE
               PERFORM AUDIT-RECOVERY
               GOBACK
           END-IF

           PERFORM RESTORE-IMAGE-COPY
           IF RETURN-CODE < 16
               PERFORM REPLAY-CHANGE-EVENTS
           END-IF
           IF RETURN-CODE < 16
               PERFORM CHECK-RECOVERED-MASTER
           END-IF
           PERFORM CLOSE-RECOVERED-FILES
           PERFORM CLOSE-NAME-VAULT

           DISPLAY " "
           MOVE restore-count TO count-edit
           DISPLAY "RESTORED FROM COPY:      " count-edit
           MOVE add-applied-count TO count-edit
           DISPLAY "EVENTS REAPPLIED - ADD:  " count-edit
           MOVE chg-applied-count TO count-edit
           DISPLAY "                   CHG:  " count-edit
           MOVE del-applied-count TO count-edit
           DISPLAY "                   DEL:  " count-edit
           IF del-absent-count NOT = ZERO
               MOVE del-absent-count TO count-edit
               DISPLAY "DELETES ALREADY ABSENT:  " count-edit
           END-IF
           IF last-applied-seq > copy-seq
               DISPLAY "RECOVERED TO SEQUENCE " last-applied-seq
                   " (" last-applied-ts ")"
           ELSE
               DISPLAY "RECOVERED TO THE IMAGE COPY - NO LATER "
                   "CHANGES TO REAPPLY"
           END-IF
           IF RETURN-CODE = 16
               DISPLAY "RECOVERY FAILED - THE MASTER IS INCOMPLETE; "
                   "CORRECT THE CAUSE AND RERUN"
           END-IF
           PERFORM AUDIT-RECOVERY
           GOBACK.

      ** Reads the recovery point settings.
       RESOLVE-RECOVERY-POINT.
           ACCEPT to-alpha FROM ENVIRONMENT "VSAMRCV_TO"
           EVALUATE TRUE
               WHEN to-alpha = SPACES
                   CONTINUE
               WHEN to-alpha(1:8) IS NUMERIC AND to-alpha(9:) = SPACES
                   MOVE to-alpha(1:8) TO to-ts(1:8)
                   MOVE "235959" TO to-ts(9:6)
               WHEN to-alpha(1:14) IS NUMERIC
                   AND to-alpha(15:) = SPACES
                   MOVE to-alpha(1:14) TO to-ts
               WHEN OTHER
                   DISPLAY "VSAMRCV_TO MUST BE YYYYMMDD OR "
                       "YYYYMMDDHHMMSS: " to-alpha
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           ACCEPT to-seq-alpha FROM ENVIRONMENT "VSAMRCV_TO_SEQ"
           IF to-seq-alpha NOT = SPACES
               IF FUNCTION TEST-NUMVAL(to-seq-alpha) NOT = ZERO
                   DISPLAY "VSAMRCV_TO_SEQ IS NOT A SEQUENCE NUMBER: "
                       to-seq-alpha
                   MOVE 16 TO RETURN-CODE
               ELSE
                   COMPUTE to-seq = FUNCTION NUMVAL(to-seq-alpha)
               END-IF
           END-IF
           IF to-alpha NOT = SPACES
               DISPLAY "RECOVERY POINT: " to-ts
           END-IF
           IF to-seq-alpha NOT = SPACES
               DISPLAY "RECOVERY POINT: SEQUENCE " to-seq
           END-IF
           IF to-alpha = SPACES AND to-seq-alpha = SPACES
               DISPLAY "RECOVERY POINT: END OF THE CHANGE LOG"
           END-IF.

      ** The first sequence number still on the change log.
       FIND-OLDEST-EVENT.
           MOVE ZERO TO oldest-seq
           MOVE "N" TO pyce-eof-sw
           OPEN INPUT CHGEVT-FILE
           IF pyce-status = "00"
               READ CHGEVT-FILE
                   AT END SET pyce-eof TO TRUE
               END-READ
               PERFORM CHECK-OLDEST-EVENT
                   UNTIL pyce-eof OR oldest-seq NOT = ZERO
               CLOSE CHGEVT-FILE
           END-IF.

       CHECK-OLDEST-EVENT.
           IF chgevt-record(1:12) IS NUMERIC
               MOVE chgevt-record(1:12) TO oldest-seq
           ELSE
               READ CHGEVT-FILE
                   AT END SET pyce-eof TO TRUE
               END-READ
           END-IF.

      ** Loads the GOOD catalog entries taken at or before the
      *  recovery point - or just the one VSAMRCV_COPY names.
       LOAD-COPY-CATALOG.
           MOVE ZERO TO cpy-used
           OPEN INPUT ICPCAT-FILE
           IF icpcat-status NOT = "00"
               DISPLAY "UNABLE TO OPEN ICPCAT DD, STATUS="
                   icpcat-status " - NO IMAGE COPY CAN BE FOUND"
               MOVE 16 TO RETURN-CODE
           ELSE
               READ ICPCAT-FILE
                   AT END SET icpcat-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-CATALOG-ENTRY UNTIL icpcat-eof
               CLOSE ICPCAT-FILE
               DISPLAY "GOOD IMAGE COPIES BEFORE THE RECOVERY POINT: "
                   cpy-used
           END-IF.

       LOAD-ONE-CATALOG-ENTRY.
           MOVE icpcat-record TO icpcat-detail
           IF cat-state = "GOOD"
               AND cat-ts IS NUMERIC AND cat-seq IS NUMERIC
               AND cat-ts NOT > to-ts AND cat-seq NOT > to-seq
               AND (named-copy = SPACES OR named-copy = cat-ts)
               IF cpy-used = 400
                   PERFORM SHIFT-CATALOG-ENTRY
                       VARYING cpy-shift-idx FROM 1 BY 1
                       UNTIL cpy-shift-idx > 399
               ELSE
                   ADD 1 TO cpy-used
               END-IF
               MOVE cat-ts TO cpy-ts(cpy-used)
               MOVE cat-seq TO cpy-seq(cpy-used)
               MOVE cat-mst-count TO cpy-mst-count(cpy-used)
               COMPUTE cpy-mst-amount(cpy-used) =
                   FUNCTION NUMVAL(cat-mst-amount)
               MOVE cat-rgn-count TO cpy-rgn-count(cpy-used)
               MOVE cat-dte-count TO cpy-dte-count(cpy-used)
               MOVE cat-path TO cpy-path(cpy-used)
           END-IF
           READ ICPCAT-FILE
               AT END SET icpcat-eof TO TRUE
           END-READ.

       SHIFT-CATALOG-ENTRY.
           MOVE cpy-entry(cpy-shift-idx + 1)
               TO cpy-entry(cpy-shift-idx).

      ** Proves one copy end to end - header, every record, and a
      *  trailer whose counts and amount agree with both the records
      *  read and the catalog - without touching the master. A copy
      *  that fails is passed over for the one before it.
       PROVE-IMAGE-COPY.
           MOVE cpy-path(cpy-idx) TO icopy-path-alpha
           MOVE "N" TO proof-ok-sw proof-header-sw proof-trailer-sw
           MOVE "N" TO icopy-eof-sw
           MOVE ZERO TO proof-mst-count proof-mst-amount
               proof-rgn-count proof-dte-count proof-bad-count
           OPEN INPUT ICOPY-FILE
           IF icopy-status NOT = "00"
               DISPLAY "IMAGE COPY " cpy-ts(cpy-idx)
                   " CANNOT BE OPENED, STATUS=" icopy-status
           ELSE
               READ ICOPY-FILE
                   AT END SET icopy-eof TO TRUE
               END-READ
               PERFORM PROVE-ONE-COPY-RECORD UNTIL icopy-eof
               CLOSE ICOPY-FILE
               EVALUATE TRUE
                   WHEN NOT proof-header-seen
                       DISPLAY "IMAGE COPY " cpy-ts(cpy-idx)
                           " HAS NO HEADER FOR THE CATALOGED COPY"
                   WHEN NOT proof-trailer-seen
                       DISPLAY "IMAGE COPY " cpy-ts(cpy-idx)
                           " HAS NO TRAILER - IT IS INCOMPLETE"
                   WHEN proof-bad-count NOT = ZERO
                       DISPLAY "IMAGE COPY " cpy-ts(cpy-idx) " HAS "
                           proof-bad-count " UNRECOGNIZED RECORD(S)"
                   WHEN proof-mst-count NOT = trailer-mst-count
                       OR proof-mst-amount NOT = trailer-mst-amount
                       OR proof-rgn-count NOT = trailer-rgn-count
                       OR proof-dte-count NOT = trailer-dte-count
                       DISPLAY "IMAGE COPY " cpy-ts(cpy-idx)
                           " DOES NOT AGREE WITH ITS TRAILER"
                   WHEN proof-mst-count NOT = cpy-mst-count(cpy-idx)
                       OR proof-mst-amount
                           NOT = cpy-mst-amount(cpy-idx)
                       OR proof-rgn-count NOT = cpy-rgn-count(cpy-idx)
                       OR proof-dte-count NOT = cpy-dte-count(cpy-idx)
                       DISPLAY "IMAGE COPY " cpy-ts(cpy-idx)
                           " DOES NOT AGREE WITH ITS CATALOG ENTRY"
                   WHEN OTHER
                       SET proof-ok TO TRUE
               END-EVALUATE
           END-IF
           IF proof-ok
               MOVE cpy-idx TO cpy-chosen-idx
               MOVE proof-mst-count TO count-edit
               MOVE proof-mst-amount TO amount-edit
               DISPLAY "IMAGE COPY " cpy-ts(cpy-idx) " PROVED - "
                   count-edit " MASTER RECORDS, AMOUNT " amount-edit
           ELSE
               DISPLAY "  PASSED OVER FOR THE COPY BEFORE IT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PROVE-ONE-COPY-RECORD.
           MOVE icopy-record TO icopy-detail
           EVALUATE TRUE
               WHEN icd-header
                   IF ich-ts = cpy-ts(cpy-idx)
                       AND ich-seq = cpy-seq(cpy-idx)
                       SET proof-header-seen TO TRUE
                   END-IF
               WHEN icd-master
                   MOVE icd-image TO vsam-mst-record
                   ADD 1 TO proof-mst-count
                   ADD vsam-mst-amount TO proof-mst-amount
               WHEN icd-region
                   ADD 1 TO proof-rgn-count
               WHEN icd-date
                   ADD 1 TO proof-dte-count
               WHEN icd-trailer
                   SET proof-trailer-seen TO TRUE
                   MOVE ict-mst-count TO trailer-mst-count
                   COMPUTE trailer-mst-amount =
                       FUNCTION NUMVAL(ict-mst-amount)
                   MOVE ict-rgn-count TO trailer-rgn-count
                   MOVE ict-dte-count TO trailer-dte-count
               WHEN OTHER
                   ADD 1 TO proof-bad-count
           END-EVALUATE
           READ ICOPY-FILE
               AT END SET icopy-eof TO TRUE
           END-READ.

      ** Writes the proved copy back as a new master and paths. A
      *  path the copy was taken without is built from the master
      *  records instead, so the paths never start out of step.
       RESTORE-IMAGE-COPY.
           MOVE cpy-path(cpy-chosen-idx) TO icopy-path-alpha
           OPEN OUTPUT VSAM-MASTER-FILE
           IF vsam-mst-status NOT = "00"
               DISPLAY "UNABLE TO CREATE THE VSAM MASTER, STATUS="
                   vsam-mst-status " DATASET="
                   FUNCTION TRIM(vsam-master-alpha)
               MOVE 16 TO RETURN-CODE
           ELSE
               SET vsam-mst-open TO TRUE
           END-IF
           IF RETURN-CODE < 16 AND vsam-rgn-alpha NOT = SPACES
               OPEN OUTPUT VSAM-RGN-FILE
               IF vsam-rgn-status NOT = "00"
                   DISPLAY "UNABLE TO CREATE REGION PATH, STATUS="
                       vsam-rgn-status
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET vsam-rgn-open TO TRUE
                   IF cpy-rgn-count(cpy-chosen-idx) = ZERO
                       SET build-rgn-from-master TO TRUE
                       DISPLAY "COPY HOLDS NO REGION PATH - BUILT "
                           "FROM THE MASTER RECORDS"
                   END-IF
               END-IF
           END-IF
           IF RETURN-CODE < 16 AND vsam-dte-alpha NOT = SPACES
               OPEN OUTPUT VSAM-DTE-FILE
               IF vsam-dte-status NOT = "00"
                   DISPLAY "UNABLE TO CREATE DATE PATH, STATUS="
                       vsam-dte-status
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET vsam-dte-open TO TRUE
                   IF cpy-dte-count(cpy-chosen-idx) = ZERO
                       SET build-dte-from-master TO TRUE
                       DISPLAY "COPY HOLDS NO DATE PATH - BUILT "
                           "FROM THE MASTER RECORDS"
                   END-IF
               END-IF
           END-IF
           IF RETURN-CODE < 16
               MOVE "N" TO icopy-eof-sw
               OPEN INPUT ICOPY-FILE
               IF icopy-status NOT = "00"
                   DISPLAY "IMAGE COPY REOPEN FAILED, STATUS="
                       icopy-status
                   MOVE 16 TO RETURN-CODE
                   SET icopy-eof TO TRUE
               ELSE
                   READ ICOPY-FILE
                       AT END SET icopy-eof TO TRUE
                   END-READ
               END-IF
               PERFORM RESTORE-ONE-COPY-RECORD
                   UNTIL icopy-eof OR RETURN-CODE = 16
               CLOSE ICOPY-FILE
           END-IF
           PERFORM CLOSE-RECOVERED-FILES
      ** Reopened I-O - the replay reads, rewrites and deletes.
           IF RETURN-CODE < 16
               OPEN I-O VSAM-MASTER-FILE
               IF vsam-mst-status NOT = "00"
                   DISPLAY "UNABLE TO REOPEN THE VSAM MASTER, STATUS="
                       vsam-mst-status
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET vsam-mst-open TO TRUE
               END-IF
           END-IF
           IF RETURN-CODE < 16 AND vsam-rgn-alpha NOT = SPACES
               OPEN I-O VSAM-RGN-FILE
               IF vsam-rgn-status NOT = "00"
                   DISPLAY "UNABLE TO REOPEN REGION PATH, STATUS="
                       vsam-rgn-status
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET vsam-rgn-open TO TRUE
               END-IF
           END-IF
           IF RETURN-CODE < 16 AND vsam-dte-alpha NOT = SPACES
               OPEN I-O VSAM-DTE-FILE
               IF vsam-dte-status NOT = "00"
                   DISPLAY "UNABLE TO REOPEN DATE PATH, STATUS="
                       vsam-dte-status
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET vsam-dte-open TO TRUE
               END-IF
           END-IF.

       RESTORE-ONE-COPY-RECORD.
           MOVE icopy-record TO icopy-detail
           EVALUATE TRUE
               WHEN icd-master
                   MOVE icd-image TO vsam-mst-record
                   WRITE vsam-mst-record
                   IF vsam-mst-status NOT = "00"
                       DISPLAY "MASTER RESTORE FAILED FOR ID="
                           vsam-mst-id " STATUS=" vsam-mst-status
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       ADD 1 TO restore-count run-count
                       ADD vsam-mst-amount TO run-amount
                       MOVE icd-image TO after-image-view
                       PERFORM BUILD-PATHS-FROM-MASTER
                   END-IF
               WHEN icd-region
                   IF vsam-rgn-open
                       MOVE icd-image TO vsam-rgn-record
                       WRITE vsam-rgn-record
                       IF vsam-rgn-status NOT = "00"
                           DISPLAY "REGION PATH RESTORE FAILED, "
                               "STATUS=" vsam-rgn-status
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               WHEN icd-date
                   IF vsam-dte-open
                       MOVE icd-image TO vsam-dte-record
                       WRITE vsam-dte-record
                       IF vsam-dte-status NOT = "00"
                           DISPLAY "DATE PATH RESTORE FAILED, "
                               "STATUS=" vsam-dte-status
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
           END-EVALUATE
           READ ICOPY-FILE
               AT END SET icopy-eof TO TRUE
           END-READ.

      ** Files a restored master record into a path the copy did
      *  not carry.
       BUILD-PATHS-FROM-MASTER.
           IF build-rgn-from-master
               PERFORM WRITE-RGN-ENTRY
           END-IF
           IF build-dte-from-master
               PERFORM WRITE-DTE-ENTRY
           END-IF.

      ** Reapplies the change events after the copy's position, in
      *  sequence order, up to the recovery point. Each event sets
      *  the record to its logged after-image or removes it, so an
      *  event the copy already holds is applied again harmlessly.
       REPLAY-CHANGE-EVENTS.
           MOVE copy-seq TO last-applied-seq
           MOVE "N" TO pyce-eof-sw
           OPEN INPUT CHGEVT-FILE
           EVALUATE pyce-status
               WHEN "00"
                   READ CHGEVT-FILE
                       AT END SET pyce-eof TO TRUE
                   END-READ
                   PERFORM REPLAY-ONE-EVENT
                       UNTIL pyce-eof OR replay-stopped
                           OR RETURN-CODE = 16
                   CLOSE CHGEVT-FILE
               WHEN "35"
                   DISPLAY "NO CHANGE LOG - NOTHING TO REAPPLY"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN CHGEVT DD, STATUS="
                       pyce-status
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           IF NOT replay-stopped AND RETURN-CODE < 16
               AND pyce-last-seq > last-applied-seq
               AND to-seq > last-applied-seq
               AND to-alpha = SPACES
               COMPUTE gap-from-seq = last-applied-seq + 1
               DISPLAY "SEQUENCE " gap-from-seq " TO " pyce-last-seq
                   " ISSUED BUT NOT ON THE LOG - THOSE CHANGES MAY "
                   "BE MISSING FROM THE MASTER"
               ADD 1 TO gap-count
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       REPLAY-ONE-EVENT.
           EVALUATE TRUE
               WHEN chgevt-record = SPACES
                   CONTINUE
               WHEN chgevt-record(1:12) IS NOT NUMERIC
                   ADD 1 TO unreadable-count
                   DISPLAY "UNREADABLE CHANGE LOG LINE SKIPPED"
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE chgevt-record TO pyce-detail
                   EVALUATE TRUE
                       WHEN ce-seq NOT > copy-seq
                           CONTINUE
                       WHEN ce-seq > to-seq OR ce-ts(1:14) > to-ts
                           SET replay-stopped TO TRUE
                       WHEN ce-seq NOT > last-applied-seq
                           ADD 1 TO disorder-count
                           DISPLAY "EVENT " ce-seq " FOLLOWS "
                               last-applied-seq " - OUT OF SEQUENCE, "
                               "NOT APPLIED"
                           IF RETURN-CODE < 8
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       WHEN OTHER
                           PERFORM APPLY-ONE-EVENT
                   END-EVALUATE
           END-EVALUATE
           IF NOT replay-stopped
               READ CHGEVT-FILE
                   AT END SET pyce-eof TO TRUE
               END-READ
           END-IF.

      ** A number skipped is a publish that never completed - the
      *  master change it stood for may not be on the log at all.
       APPLY-ONE-EVENT.
           IF ce-seq > last-applied-seq + 1
               COMPUTE gap-from-seq = last-applied-seq + 1
               COMPUTE gap-to-seq = ce-seq - 1
               DISPLAY "SEQUENCE " gap-from-seq " TO " gap-to-seq
                   " NOT ON THE LOG - THOSE CHANGES MAY BE MISSING "
                   "FROM THE MASTER"
               ADD 1 TO gap-count
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           EVALUATE ce-type
               WHEN "ADD"
               WHEN "CHG"
                   PERFORM APPLY-AFTER-IMAGE
               WHEN "DEL"
                   PERFORM APPLY-DELETE
               WHEN "RLD"
                   SET replay-stopped TO TRUE
                   SET stopped-at-reload TO TRUE
                   MOVE ce-ts(1:14) TO recovered-to-ts
                   DISPLAY "EVENT " ce-seq " IS A FULL RELOAD OF THE "
                       "MASTER (" ce-ts(1:14) ") - THE LOG CARRIES "
                       "NO IMAGES PAST IT. RECOVERED TO THE POINT "
                       "BEFORE THE RELOAD; RERUN THE RELOAD OR "
                       "RECOVER FROM A COPY TAKEN AFTER IT"
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "EVENT " ce-seq " HAS AN UNRECOGNIZED "
                       "TYPE - SKIPPED: " ce-type
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           IF NOT stopped-at-reload
               MOVE ce-seq TO last-applied-seq
               MOVE ce-ts(1:14) TO last-applied-ts
           END-IF.

      ** Sets the record to the event's after-image - written when
      *  the key is not on the master yet, rewritten over it when it
      *  is, and refiled in the paths under its new keys.
       APPLY-AFTER-IMAGE.
           MOVE ce-after TO apply-image
           MOVE "N" TO prior-found-sw
           MOVE apply-image(1:12) TO vsam-mst-key
           READ VSAM-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET prior-found TO TRUE
                   MOVE vsam-mst-record TO prior-record
           END-READ
           PERFORM RECOVER-AFTER-NAME
           MOVE apply-image TO vsam-mst-record
           IF prior-found
               REWRITE vsam-mst-record
               END-REWRITE
           ELSE
               WRITE vsam-mst-record
               END-WRITE
           END-IF
           IF vsam-mst-status NOT = "00"
               DISPLAY "REPLAY OF EVENT " ce-seq " FAILED FOR ID="
                   vsam-mst-id " STATUS=" vsam-mst-status
               MOVE 16 TO RETURN-CODE
           ELSE
               IF prior-found
                   MOVE prior-record TO after-image-view
                   SUBTRACT after-view-amount FROM run-amount
                   SUBTRACT 1 FROM run-count
                   PERFORM DELETE-PATH-ENTRIES
               END-IF
               MOVE apply-image TO after-image-view
               ADD after-view-amount TO run-amount
               ADD 1 TO run-count
               PERFORM WRITE-PATH-ENTRIES
               IF ce-type = "ADD"
                   ADD 1 TO add-applied-count
               ELSE
                   ADD 1 TO chg-applied-count
               END-IF
           END-IF.

      ** Puts the clear name into the after-image. A name the vault
      *  cannot give back is taken from the record on the master
      *  when the event did not change it; otherwise the record is
      *  restored without its name and listed for re-keying.
       RECOVER-AFTER-NAME.
           MOVE apply-image TO nv-image
           PERFORM RECOVER-IMAGE-NAME
           EVALUATE TRUE
               WHEN nv-result-ok OR nv-result-passed
                   MOVE nv-image TO apply-image
               WHEN prior-found
                   AND ce-before(13:30) = ce-after(13:30)
                   MOVE prior-record(13:30) TO apply-image(13:30)
               WHEN OTHER
                   MOVE SPACES TO apply-image(13:30)
                   ADD 1 TO name-lost-count
                   DISPLAY "ID=" apply-image(1:8) " ENT="
                       apply-image(9:4) " NAME NOT RECOVERABLE FROM "
                       "THE VAULT - RESTORED WITHOUT IT; RE-KEY IT "
                       "THROUGH A VSAMINQ MNT"
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

      ** Removes the record the event deleted, and its path
      *  entries. A record already gone - a change the copy caught
      *  while it ran - is counted, not failed.
       APPLY-DELETE.
           MOVE ce-before(1:12) TO vsam-mst-key
           READ VSAM-MASTER-FILE
               INVALID KEY
                   ADD 1 TO del-absent-count
               NOT INVALID KEY
                   MOVE vsam-mst-record TO after-image-view
                   DELETE VSAM-MASTER-FILE
                       INVALID KEY
                           DISPLAY "REPLAY OF EVENT " ce-seq
                               " FAILED FOR ID=" after-view-id
                               " STATUS=" vsam-mst-status
                           MOVE 16 TO RETURN-CODE
                       NOT INVALID KEY
                           SUBTRACT after-view-amount FROM run-amount
                           SUBTRACT 1 FROM run-count
                           PERFORM DELETE-PATH-ENTRIES
                           ADD 1 TO del-applied-count
                   END-DELETE
           END-READ.

      ** Counts the rebuilt master, proves it against the running
      *  totals, and checks the records of the last reconciled feed
      *  against what RECONHST says that feed reconciled at.
       CHECK-RECOVERED-MASTER.
           PERFORM LOAD-LAST-RECONCILIATION
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
           PERFORM COUNT-ONE-MASTER-RECORD UNTIL scan-eof

           DISPLAY " "
           DISPLAY "RECOVERED MASTER CHECK"
           MOVE scan-count TO count-edit
           MOVE scan-amount TO amount-edit
           DISPLAY "  RECORDS ON THE MASTER:   " count-edit
               "  AMOUNT " amount-edit
           IF scan-count NOT = run-count
               OR scan-amount NOT = run-amount
               MOVE run-count TO count-edit2
               MOVE run-amount TO amount-edit2
               DISPLAY "  RESTORED + REAPPLIED:    " count-edit2
                   "  AMOUNT " amount-edit2
               DISPLAY "  THE MASTER DOES NOT HOLD WHAT WAS WRITTEN "
                   "TO IT - DO NOT RELEASE IT"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT recon-found
               DISPLAY "  NO RECONHST ENTRY AT OR BEFORE THE "
                   "RECOVERY POINT TO CHECK AGAINST"
           ELSE
               DISPLAY "  LAST RECONCILED FEED:    "
                   FUNCTION TRIM(recon-feed) " ENT=" recon-entity
                   " (" recon-ts(1:14) ")"
               MOVE recon-count TO count-edit
               MOVE recon-amount TO amount-edit
               DISPLAY "  RECONCILED AT:           " count-edit
                   "  AMOUNT " amount-edit
               MOVE feed-count TO count-edit
               MOVE feed-amount TO amount-edit
               DISPLAY "  ITS RECORDS ON MASTER:   " count-edit
                   "  AMOUNT " amount-edit
               IF feed-count NOT = recon-count
                   OR feed-amount NOT = recon-amount
                   DISPLAY "  DIFFERENT - RECORDS SUPERSEDED OR "
                       "CORRECTED SINCE, OR KEPT OFF THE MASTER BY "
                       "THE DUPLICATE POLICY, EXPLAIN SOME "
                       "DIFFERENCES; CHECK THE REST BEFORE "
                       "RELEASING THE MASTER"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "  AGREES WITH RECONHST"
               END-IF
           END-IF.

       COUNT-ONE-MASTER-RECORD.
           ADD 1 TO scan-count
           ADD vsam-mst-amount TO scan-amount
           MOVE vsam-mst-entity TO mst-entity-work
           IF mst-entity-work = SPACES
               MOVE "0001" TO mst-entity-work
           END-IF
           IF recon-found AND vsam-mst-feed = recon-feed
               AND mst-entity-work = recon-entity
               ADD 1 TO feed-count
               ADD vsam-mst-amount TO feed-amount
           END-IF
           READ VSAM-MASTER-FILE NEXT
               AT END SET scan-eof TO TRUE
           END-READ.

      ** The last reconciliation at or before the point the master
      *  was recovered to - a reload the replay stopped before
      *  moves that point back to the reload.
       LOAD-LAST-RECONCILIATION.
           MOVE "N" TO recon-found-sw recon-hist-eof-sw
           IF NOT stopped-at-reload
               MOVE to-ts TO recovered-to-ts
           END-IF
           OPEN INPUT RECON-HIST-FILE
           IF recon-hist-status = "00"
               READ RECON-HIST-FILE
                   AT END SET recon-hist-eof TO TRUE
               END-READ
               PERFORM CHECK-ONE-RECONCILIATION UNTIL recon-hist-eof
               CLOSE RECON-HIST-FILE
           END-IF.

       CHECK-ONE-RECONCILIATION.
           MOVE recon-hist-record TO recon-hist-detail
           IF rh-ts(1:14) IS NUMERIC
               AND rh-native-count IS NUMERIC
               AND rh-ts(1:14) NOT > recovered-to-ts
               SET recon-found TO TRUE
               MOVE rh-ts TO recon-ts
               MOVE rh-feed(1:60) TO recon-feed
               MOVE rh-entity TO recon-entity
               IF recon-entity = SPACES
                   MOVE "0001" TO recon-entity
               END-IF
               MOVE rh-native-count TO recon-count
               COMPUTE recon-amount = FUNCTION NUMVAL(rh-native-amt)
           END-IF
           READ RECON-HIST-FILE
               AT END SET recon-hist-eof TO TRUE
           END-READ.

       CLOSE-RECOVERED-FILES.
           IF vsam-rgn-open
               CLOSE VSAM-RGN-FILE
               MOVE "N" TO vsam-rgn-open-sw
           END-IF
           IF vsam-dte-open
               CLOSE VSAM-DTE-FILE
               MOVE "N" TO vsam-dte-open-sw
           END-IF
           IF vsam-mst-open
               CLOSE VSAM-MASTER-FILE
               MOVE "N" TO vsam-mst-open-sw
           END-IF.

      ** Removes the path entries filed under the image currently
      *  in after-image-view.
       DELETE-PATH-ENTRIES.
           IF vsam-rgn-open
               MOVE after-view-region TO vsam-rgn-region
               MOVE after-view-id     TO vsam-rgn-id
               MOVE after-view-entity TO vsam-rgn-entity
               DELETE VSAM-RGN-FILE
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF
           IF vsam-dte-open
               MOVE after-view-trans-date TO vsam-dte-date
               MOVE after-view-id         TO vsam-dte-id
               MOVE after-view-entity     TO vsam-dte-entity
               DELETE VSAM-DTE-FILE
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.

      ** Files the image currently in after-image-view into the
      *  open paths, WRITE-then-REWRITE.
       WRITE-PATH-ENTRIES.
           IF vsam-rgn-open
               PERFORM WRITE-RGN-ENTRY
           END-IF
           IF vsam-dte-open
               PERFORM WRITE-DTE-ENTRY
           END-IF.

       WRITE-RGN-ENTRY.
           MOVE after-view-region     TO vsam-rgn-region
           MOVE after-view-id         TO vsam-rgn-id
           MOVE after-view-entity     TO vsam-rgn-entity
           MOVE after-view-name       TO vsam-rgn-name
           MOVE after-view-amount     TO vsam-rgn-amount
           MOVE after-view-trans-date TO vsam-rgn-trans-date
           MOVE after-view-feed       TO vsam-rgn-feed
           MOVE after-view-runid      TO vsam-rgn-runid
           MOVE after-view-line       TO vsam-rgn-line
           WRITE vsam-rgn-record
               INVALID KEY
                   REWRITE vsam-rgn-record
               END-REWRITE
           END-WRITE
           IF vsam-rgn-status NOT = "00"
               DISPLAY "REGION PATH WRITE FAILED FOR ID="
                   after-view-id " STATUS=" vsam-rgn-status
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-DTE-ENTRY.
           MOVE after-view-trans-date TO vsam-dte-date
           MOVE after-view-id         TO vsam-dte-id
           MOVE after-view-entity     TO vsam-dte-entity
           MOVE after-view-name       TO vsam-dte-name
           MOVE after-view-region     TO vsam-dte-region
           MOVE after-view-amount     TO vsam-dte-amount
           MOVE after-view-feed       TO vsam-dte-feed
           MOVE after-view-runid      TO vsam-dte-runid
           MOVE after-view-line       TO vsam-dte-line
           WRITE vsam-dte-record
               INVALID KEY
                   REWRITE vsam-dte-record
               END-REWRITE
           END-WRITE
           IF vsam-dte-status NOT = "00"
               DISPLAY "DATE PATH WRITE FAILED FOR ID="
                   after-view-id " STATUS=" vsam-dte-status
               MOVE 16 TO RETURN-CODE
           END-IF.

       AUDIT-RECOVERY.
           MOVE "VSAM_RECOVER" TO pyaudit-action
           MOVE RETURN-CODE TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD.

       COPY PYAUDWRT.
       COPY PYNVLK.
       COPY PYCELK.
