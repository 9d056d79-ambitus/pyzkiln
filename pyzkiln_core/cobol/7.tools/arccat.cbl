      *    RST <from> <to>     restore the archives whose manifest
      *                        date (yyyy-mm-dd) falls in the range
      *                        through SHAREDL's DECOMPRESS path
      *    FED <yyyymmdd>      restore the extracts PANDASREAD
      *                        reconciled on that run date (per
      *                        RECONHST), newest archive of each,
      *                        ahead of a restatement of the date
      *  A card starting with * is a comment and is skipped.
           SELECT CAT-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT MANIFEST-FILE ASSIGN TO manifest-path-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS manifest-status.
      ** PANDASREAD's reconciliation history - which feeds ran on
      *  which date, for the FED card.
           SELECT HIST-IN-FILE ASSIGN TO "RECONHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS hist-in-status.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       01 cat-card-record PIC X(80).
       FD  MANIFEST-FILE.
       01 manifest-record PIC X(400).
       FD  HIST-IN-FILE.
       01 hist-in-record PIC X(214).
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 cat-card-status     PIC X(02) VALUE "00".
       01 range-from-date     PIC X(10).
       01 range-to-date       PIC X(10).

      ** The FED card's run date and the feeds RECONHST shows
      *  reconciled on it, each restored from its newest archive.
       01 hist-in-status      PIC X(02) VALUE "00".
       01 hist-in-eof-sw      PIC X(01) VALUE "N".
           88 hist-in-eof VALUE "Y".
       01 hist-line-parsed.
           05 hr-ts               PIC X(21).
           05 FILLER              PIC X(01).
           05 hr-feed             PIC X(64).
           05 FILLER              PIC X(123).
       01 fed-run-date        PIC X(08).
       01 fed-used            PIC 9(02) BINARY VALUE ZERO.
       01 fed-idx             PIC 9(02) BINARY VALUE ZERO.
       01 fed-match-idx       PIC 9(02) BINARY VALUE ZERO.
       01 fed-tbl-full-sw     PIC X(01) VALUE "N".
           88 fed-tbl-full VALUE "Y".
       01 fed-feed-table.
           05 fed-feed            PIC X(64) OCCURS 20 TIMES.
       01 fed-man-idx         PIC 9(03) BINARY VALUE ZERO.
       01 fed-missing-count   PIC 9(03) VALUE ZERO.

      ** SHAREDL ARCHIVE call arguments - VERIFY for the sweep,
      *  DECOMPRESS for a restore, same calling shape AUDARCH uses
      *  for its compress.
                       PERFORM VERIFY-ALL-ARCHIVES
                   WHEN "RST"
                       PERFORM RESTORE-DATE-RANGE
                   WHEN "FED"
                       PERFORM RESTORE-RUN-DATE-FEEDS
                   WHEN OTHER
                       DISPLAY "UNRECOGNIZED CARD VERB: " card-verb
                       MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ** Restores the extracts one run date reconciled, so an
      *  original can be recounted beside its corrected file. Each
      *  feed comes back from the newest archive taken of its path,
      *  to that path plus .restored - where a restatement looks
      *  for it.
       RESTORE-RUN-DATE-FEEDS.
           MOVE card-oper1(1:8) TO fed-run-date
           IF fed-run-date IS NOT NUMERIC
               DISPLAY "FED CARD NEEDS A RUN DATE (YYYYMMDD)"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-RUN-DATE-FEEDS
               IF hist-in-status NOT = "00"
                   DISPLAY "UNABLE TO OPEN RECONHST DD, STATUS="
                       hist-in-status
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF fed-used = ZERO
                       DISPLAY "RECONHST SHOWS NO FEED RECONCILED ON "
                           fed-run-date
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   ELSE
                       PERFORM RESTORE-FEEDS-FOUND
                   END-IF
               END-IF
           END-IF.

       RESTORE-FEEDS-FOUND.
           MOVE ZERO TO restore-done-count
           MOVE ZERO TO restore-fail-count
           MOVE ZERO TO fed-missing-count
           PERFORM RESTORE-ONE-RUN-FEED
               VARYING fed-idx FROM 1 BY 1
               UNTIL fed-idx > fed-used
           DISPLAY "RESTORE COMPLETE - RESTORED="
               restore-done-count " FAILED="
               restore-fail-count " NOT ARCHIVED="
               fed-missing-count
           IF fed-tbl-full
               DISPLAY "MORE THAN 20 FEEDS RAN ON " fed-run-date
                   " - THE REST WERE NOT RESTORED"
           END-IF
           IF restore-fail-count NOT = ZERO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF fed-missing-count NOT = ZERO OR fed-tbl-full
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      ** Collects the distinct feeds RECONHST shows for the date.
       LOAD-RUN-DATE-FEEDS.
           MOVE ZERO TO fed-used
           MOVE "N" TO fed-tbl-full-sw
           MOVE "N" TO hist-in-eof-sw
           OPEN INPUT HIST-IN-FILE
           IF hist-in-status = "00"
               READ HIST-IN-FILE INTO hist-in-record
                   AT END SET hist-in-eof TO TRUE
               END-READ
               PERFORM NOTE-ONE-HISTORY-FEED UNTIL hist-in-eof
               CLOSE HIST-IN-FILE
           END-IF.

       NOTE-ONE-HISTORY-FEED.
           IF hist-in-record NOT = SPACES
               MOVE hist-in-record TO hist-line-parsed
               IF hr-ts(1:8) = fed-run-date
                   MOVE ZERO TO fed-match-idx
                   PERFORM SCAN-RUN-DATE-FEED
                       VARYING fed-idx FROM 1 BY 1
                       UNTIL fed-idx > fed-used
                           OR fed-match-idx NOT = ZERO
                   IF fed-match-idx = ZERO
                       IF fed-used < 20
                           ADD 1 TO fed-used
                           MOVE hr-feed TO fed-feed(fed-used)
                       ELSE
                           SET fed-tbl-full TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           READ HIST-IN-FILE INTO hist-in-record
               AT END SET hist-in-eof TO TRUE
           END-READ.

       SCAN-RUN-DATE-FEED.
           IF fed-feed(fed-idx) = hr-feed
               MOVE fed-idx TO fed-match-idx
           END-IF.

      ** Restores one feed from the last manifest entry for its
      *  path - a path archived more than once comes back as it
      *  stood most recently.
       RESTORE-ONE-RUN-FEED.
           MOVE ZERO TO fed-man-idx
           PERFORM FIND-FEED-ARCHIVE
               VARYING man-idx FROM 1 BY 1
               UNTIL man-idx > man-tbl-used
           IF fed-man-idx = ZERO
               ADD 1 TO fed-missing-count
               DISPLAY "  NO ARCHIVE IN THE MANIFEST FOR "
                   FUNCTION TRIM(fed-feed(fed-idx))
           ELSE
               MOVE "DECOMPRESS" TO arch-mode
               MOVE man-out-path(fed-man-idx) TO arch-in-alpha
               MOVE SPACES TO arch-out-alpha
               STRING FUNCTION TRIM(man-in-path(fed-man-idx))
                   DELIMITED BY SIZE
                   ".restored" DELIMITED BY SIZE
                   INTO arch-out-alpha
               END-STRING
               PERFORM CALL-ARCHIVE-SELECTOR
               IF saved-rc = ZERO
                   ADD 1 TO restore-done-count
                   DISPLAY "  RESTORED "
                       FUNCTION TRIM(man-out-path(fed-man-idx))
                       " -> " FUNCTION TRIM(arch-out-alpha)
               ELSE
                   ADD 1 TO restore-fail-count
                   DISPLAY "  RESTORE FAILED FOR "
                       FUNCTION TRIM(man-out-path(fed-man-idx))
               END-IF
           END-IF.

       FIND-FEED-ARCHIVE.
           IF man-in-path(man-idx) = fed-feed(fed-idx)
               MOVE man-idx TO fed-man-idx
           END-IF.

      ** Drives the SHAREDL ARCHIVE selector once with the mode and
      *  paths staged above, capturing the call's outcome without
      *  letting one bad archive end the whole sweep.
