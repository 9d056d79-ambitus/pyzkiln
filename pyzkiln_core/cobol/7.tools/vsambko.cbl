           SELECT VSAM-MASTER-FILE ASSIGN TO vsam-master-alpha
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vsam-mst-key
               FILE STATUS IS vsam-mst-status.
      ** The region+id and trans_date+id access paths the delta
      *  apply maintained in step with the master - a backout that
           SELECT VSAM-HIST-FILE ASSIGN TO "VSAMHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS vsam-hist-status.
      ** The customer-name vault - the change file's images carry
      *  tokens for names, and a restored image has to put the
      *  clear name back on the master.
           COPY PYNVSL.
      ** The change-event feed - each revert is a master change like
      *  any other, published so the subscribers that took the bad
      *  run's events are told it was undone.
           COPY PYCESL.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  VSAM-CHANGE-FILE.
       01 vsam-chg-record PIC X(326).
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
       COPY PYNVFD.
       COPY PYCEFD.
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 vsam-master-alpha   PIC X(256) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 vh-flag              PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 vh-image             PIC X(152).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 vh-entity            PIC X(04).
       01 vsam-chg-status     PIC X(02) VALUE "00".
       01 vsam-chg-eof-sw     PIC X(01) VALUE "N".
           88 vsam-chg-eof VALUE "Y".
       01 vsam-chg-parsed.
           05 chg-flag            PIC X(03).
           05 FILLER              PIC X(01).
           05 chg-runid           PIC X(16).
           05 FILLER              PIC X(01).
           05 chg-before          PIC X(152).
           05 FILLER              PIC X(01).
           05 chg-after           PIC X(152).

      ** The whole change file is loaded before anything is touched,
      *  because a backout must apply the before-images in REVERSE
       01 change-table.
           05 chg-entry OCCURS 2000 TIMES.
               10 chg-tbl-flag    PIC X(03).
               10 chg-tbl-runid   PIC X(16).
               10 chg-tbl-before  PIC X(152).
               10 chg-tbl-after   PIC X(152).

      ** The load run to back out. The change file is normally
      *  DISP=MOD across a week of runs; naming the bad run's
      *  correlation id (VSAMBKO_RUNID, as the run's SYSOUT and
      *  PYAUDIT show it) restricts the backout to that run's
      *  entries. Left blank, every entry in the file is reverted,
      *  as before.
       01 backout-runid       PIC X(16) VALUE SPACES.
       01 chg-skipped-count   PIC 9(05) VALUE ZERO.

      ** Preview mode reports what the backout would revert without
      *  touching the master - the look-before-you-leap pass for a
      *  loads whichever image (before or after) it needs for the
      *  display, the path keys, and the history version.
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

       01 reverted-add-count  PIC 9(05) VALUE ZERO.
      ** Records a later load has rewritten since the backed-out
      *  run wrote them - their lineage names another run, so
      *  reverting them would throw away that later load's data.
       01 superseded-count    PIC 9(05) VALUE ZERO.
       01 lineage-match-sw    PIC X(01) VALUE "Y".
           88 lineage-matches VALUE "Y".
       01 reverted-chg-count  PIC 9(05) VALUE ZERO.
       01 backout-miss-count  PIC 9(05) VALUE ZERO.
      ** Set when the image about to be restored has its clear name
      *  back from the vault - or never had it protected.
       01 name-ready-sw       PIC X(01) VALUE "N".
           88 name-ready VALUE "Y".

       COPY PYAUDWS.
       COPY PYNVWS.
       COPY PYCEWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
               MOVE "N" TO preview-alpha
           END-IF

           ACCEPT backout-runid FROM ENVIRONMENT "VSAMBKO_RUNID"
           IF backout-runid NOT = SPACES
               DISPLAY "BACKING OUT RUN " backout-runid " ONLY"
           END-IF

           PERFORM LOAD-CHANGE-FILE
           IF chg-skipped-count NOT = ZERO
               DISPLAY "CHANGE RECORDS OF OTHER RUNS LEFT ALONE: "
                   chg-skipped-count
           END-IF
           IF chg-tbl-full
               DISPLAY "CHANGE FILE EXCEEDS THE 2000-ENTRY BACKOUT "
                   "TABLE - RUN REFUSED, A PARTIAL BACKOUT WOULD "
               END-IF
               CLOSE VSAM-MASTER-FILE
           END-IF
           PERFORM CLOSE-NAME-VAULT

           DISPLAY " "
           DISPLAY "BACKOUT COMPLETE - ADDS REVERTED="
               reverted-add-count
               " CHANGES REVERTED=" reverted-chg-count
               " NOT FOUND=" backout-miss-count
               " SUPERSEDED=" superseded-count
           IF pyce-event-count NOT = ZERO OR pyce-fail-count NOT = ZERO
               DISPLAY "CHANGE EVENTS PUBLISHED=" pyce-event-count
                   " NOT PUBLISHED=" pyce-fail-count
           END-IF
           IF superseded-count NOT = ZERO
               DISPLAY "SOME RECORDS WERE REWRITTEN BY A LATER LOAD "
                   "AND WERE LEFT AT THAT LOAD'S IMAGE"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF backout-miss-count NOT = ZERO
               DISPLAY "SOME RECORDS WERE NOT WHERE THE CHANGE "
                   "FILE LEFT THEM - RECONCILE THE MASTER BY HAND"
      ** Loads one change record (blank lines skipped) and reads
      *  the next.
       LOAD-ONE-CHANGE.
           MOVE vsam-chg-record TO vsam-chg-parsed
           EVALUATE TRUE
               WHEN vsam-chg-record = SPACES
                   CONTINUE
               WHEN backout-runid NOT = SPACES
                       AND chg-runid NOT = backout-runid
                   ADD 1 TO chg-skipped-count
               WHEN chg-tbl-used < 2000
                   ADD 1 TO chg-tbl-used
                   MOVE chg-flag TO chg-tbl-flag(chg-tbl-used)
                   MOVE chg-runid TO chg-tbl-runid(chg-tbl-used)
                   MOVE chg-before TO chg-tbl-before(chg-tbl-used)
                   MOVE chg-after TO chg-tbl-after(chg-tbl-used)
               WHEN OTHER
                   SET chg-tbl-full TO TRUE
           END-EVALUATE

           READ VSAM-CHANGE-FILE INTO vsam-chg-record
               AT END SET vsam-chg-eof TO TRUE
       REVERT-ONE-ADD.
           MOVE chg-tbl-after(chg-apply-idx) TO after-image-view
           DISPLAY "REVERT ADD  ID=" after-view-id
               " ENT=" after-view-entity
               " (RECORD DELETED)"
           PERFORM SHOW-AFTER-LINEAGE
           IF preview-requested
               ADD 1 TO reverted-add-count
           ELSE
               MOVE after-view-key TO vsam-mst-key
               READ VSAM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "  NOT FOUND ON MASTER - ALREADY "
                           "REMOVED?"
                       ADD 1 TO backout-miss-count
                   NOT INVALID KEY
                       PERFORM CHECK-MASTER-LINEAGE
                       IF lineage-matches
                           PERFORM DELETE-ADDED-RECORD
                       END-IF
               END-READ
           END-IF.

      ** The delete itself, reached only once the lineage check
      *  confirms the record is still the backed-out run's.
       DELETE-ADDED-RECORD.
           DELETE VSAM-MASTER-FILE
               INVALID KEY
                   DISPLAY "  DELETE FAILED, STATUS="
                       vsam-mst-status
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO reverted-add-count
                   PERFORM DELETE-PATH-ENTRIES
                   MOVE after-view-id TO vh-id
                   MOVE "DEL" TO vh-flag
                   MOVE chg-tbl-after(chg-apply-idx) TO vh-image
                   PERFORM WRITE-VSAM-HISTORY
                   MOVE "BACKOUT_ADD" TO pyaudit-action
                   MOVE ZERO TO pyaudit-rc
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE "DEL" TO pyce-type
                   MOVE chg-tbl-after(chg-apply-idx) TO pyce-before
                   PERFORM PUBLISH-CHANGE-EVENT
           END-DELETE.

      ** Restores a changed record's before-image in place.
       REVERT-ONE-CHG.
           MOVE chg-tbl-after(chg-apply-idx) TO after-image-view
           DISPLAY "REVERT CHG  ID=" after-view-id
               " ENT=" after-view-entity
               " (BEFORE-IMAGE RESTORED)"
           PERFORM SHOW-AFTER-LINEAGE
           IF preview-requested
               ADD 1 TO reverted-chg-count
           ELSE
               MOVE after-view-key TO vsam-mst-key
               READ VSAM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "  NOT FOUND ON MASTER - CANNOT "
                           "RESTORE BEFORE-IMAGE"
                       ADD 1 TO backout-miss-count
                   NOT INVALID KEY
                       PERFORM CHECK-MASTER-LINEAGE
                       IF lineage-matches
                           PERFORM RECOVER-BEFORE-NAME
                       END-IF
                       IF lineage-matches AND name-ready
                           PERFORM RESTORE-BEFORE-IMAGE
                       END-IF
               END-READ
           END-IF.

      ** The rewrite itself, reached only once the lineage check
      *  confirms the record is still the backed-out run's.
       RESTORE-BEFORE-IMAGE.
           MOVE chg-tbl-before(chg-apply-idx) TO vsam-mst-record
           REWRITE vsam-mst-record
               INVALID KEY
                   DISPLAY "  REWRITE FAILED, STATUS="
                       vsam-mst-status
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO reverted-chg-count
      ** The record may have been filed under the bad run's region
      *  or date keys - reap those entries, then refile it under
      *  the restored image's keys.
                   MOVE chg-tbl-after(chg-apply-idx)
                       TO after-image-view
                   PERFORM DELETE-PATH-ENTRIES
                   MOVE chg-tbl-before(chg-apply-idx)
                       TO after-image-view
                   PERFORM WRITE-PATH-ENTRIES
                   MOVE after-view-id TO vh-id
                   MOVE "CHG" TO vh-flag
                   MOVE chg-tbl-after(chg-apply-idx) TO vh-image
                   PERFORM WRITE-VSAM-HISTORY
                   MOVE "BACKOUT_CHG" TO pyaudit-action
                   MOVE ZERO TO pyaudit-rc
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE "CHG" TO pyce-type
                   MOVE chg-tbl-after(chg-apply-idx) TO pyce-before
                   MOVE chg-tbl-before(chg-apply-idx) TO pyce-after
                   PERFORM PUBLISH-CHANGE-EVENT
           END-REWRITE.

      ** Puts back a record the run deleted (a duplicate-policy
      *  supersede mirrors one with the DEL flag).
       REVERT-ONE-DEL.
           MOVE chg-tbl-before(chg-apply-idx) TO after-image-view
           DISPLAY "REVERT DEL  ID=" after-view-id
               " ENT=" after-view-entity
               " (DELETED RECORD RESTORED)"
           IF preview-requested
               ADD 1 TO reverted-chg-count
           ELSE
               PERFORM RECOVER-BEFORE-NAME
           END-IF
           IF NOT preview-requested AND name-ready
               MOVE chg-tbl-before(chg-apply-idx)
                   TO after-image-view
               MOVE chg-tbl-before(chg-apply-idx)
                   TO vsam-mst-record
               WRITE vsam-mst-record
                       MOVE "BACKOUT_DEL" TO pyaudit-action
                       MOVE ZERO TO pyaudit-rc
                       PERFORM WRITE-AUDIT-RECORD
                       MOVE "ADD" TO pyce-type
                       MOVE chg-tbl-before(chg-apply-idx)
                           TO pyce-after
                       PERFORM PUBLISH-CHANGE-EVENT
               END-WRITE
           END-IF.

      ** Puts the clear name back into the before-image about to be
      *  restored - the change file holds a vault token, and a
      *  token must never land on the master. A name the vault
      *  cannot give back leaves the record as it stands, reported
      *  for hand reconciliation.
       RECOVER-BEFORE-NAME.
           MOVE "N" TO name-ready-sw
           MOVE chg-tbl-before(chg-apply-idx) TO nv-image
           PERFORM RECOVER-IMAGE-NAME
           IF nv-result-ok OR nv-result-passed
               MOVE nv-image TO chg-tbl-before(chg-apply-idx)
               SET name-ready TO TRUE
           ELSE
               DISPLAY "  BEFORE-IMAGE NAME NOT RECOVERABLE FROM "
                   "THE NAME VAULT - RECORD LEFT AS IT STANDS"
               ADD 1 TO backout-miss-count
               IF nv-result-failed
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      ** Shows where the backed-out image came from - the feed,
      *  the run, and the extract line its lineage names - so the
      *  backout listing says which source rows are being undone.
       SHOW-AFTER-LINEAGE.
           IF after-view-feed NOT = SPACES
               DISPLAY "  LOADED FROM " FUNCTION TRIM(after-view-feed)
                   " RUN=" after-view-runid
                   " LINE=" after-view-line
           END-IF.

      ** Confirms the master record just read is still the one the
      *  backed-out run wrote. When its lineage names another run, a
      *  later load has since rewritten it; reverting would discard
      *  that load's data, so the record is left alone and reported.
      *  Images from before lineage was kept carry no run id and are
      *  reverted on trust, as they always were.
       CHECK-MASTER-LINEAGE.
           MOVE "Y" TO lineage-match-sw
           IF after-view-runid NOT = SPACES
               AND vsam-mst-runid NOT = after-view-runid
               MOVE "N" TO lineage-match-sw
               ADD 1 TO superseded-count
               DISPLAY "  LEFT ALONE - REWRITTEN SINCE BY RUN "
                   vsam-mst-runid " FROM "
                   FUNCTION TRIM(vsam-mst-feed)
           END-IF.

      ** Opens whichever access paths are configured, I-O so the
      *  reverts can reap and refile their entries.
       OPEN-ACCESS-PATHS.
           IF vsam-rgn-open
               MOVE after-view-region TO vsam-rgn-region
               MOVE after-view-id     TO vsam-rgn-id
               MOVE after-view-entity TO vsam-rgn-entity
               DELETE VSAM-RGN-FILE
                   INVALID KEY CONTINUE
               END-DELETE
           IF vsam-dte-open
               MOVE after-view-trans-date TO vsam-dte-date
               MOVE after-view-id         TO vsam-dte-id
               MOVE after-view-entity     TO vsam-dte-entity
               DELETE VSAM-DTE-FILE
                   INVALID KEY CONTINUE
               END-DELETE
           IF vsam-rgn-open
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
           IF vsam-dte-open
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
           END-IF.

      ** Versions one revert into the effective-dated history, the
      *  same open-extend-or-create pattern the other writers use,
      *  with the image's name held in the vault.
       WRITE-VSAM-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO vh-ts
           MOVE after-view-entity TO vh-entity
           MOVE vh-image TO nv-image
           PERFORM PROTECT-IMAGE-NAME
           MOVE nv-image TO vh-image
           OPEN EXTEND VSAM-HIST-FILE
           IF vsam-hist-status = "35"
               OPEN OUTPUT VSAM-HIST-FILE
           END-IF.

       COPY PYAUDWRT.
       COPY PYNVLK.
       COPY PYCELK.
