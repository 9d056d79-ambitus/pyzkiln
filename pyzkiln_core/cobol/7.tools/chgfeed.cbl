      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CHGFEED".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The change-event feed PANDASREAD, VSAMINQ and VSAMBKO
      *  publish every committed master change to, and its sequence
      *  control record. Read only.
           COPY PYCESL.
      ** One checkpoint line per subscriber - the last sequence
      *  number delivered to it, when, and by which run. Loaded
      *  whole and rewritten at end of run.
           SELECT CKPT-FILE ASSIGN TO "CHGCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ckpt-status.
      ** The subscriber's delivery - every event it has not yet
      *  seen, in sequence order, in the CHGEVT layout.
           SELECT CHGOUT-FILE ASSIGN TO "CHGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS chgout-status.
      ** The customer-name vault - never opened here: a delivery
      *  carries names as vault tokens, the same as VSAMCHG and
      *  VSAMHST hold them. Its definitions are needed by the
      *  shared change-event paragraphs.
           COPY PYNVSL.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY PYCEFD.
       FD  CKPT-FILE.
       01 ckpt-record PIC X(80).
       FD  CHGOUT-FILE.
       01 chgout-record PIC X(384).
       COPY PYNVFD.
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 ckpt-status         PIC X(02) VALUE "00".
       01 ckpt-eof-sw         PIC X(01) VALUE "N".
           88 ckpt-eof VALUE "Y".
       01 chgout-status       PIC X(02) VALUE "00".
       01 chgevt-eof-sw       PIC X(01) VALUE "N".
           88 chgevt-eof VALUE "Y".

      ** The run's settings. CHGFEED_SUBSCRIBER names who the
      *  delivery is for (up to 8 characters); CHGFEED_REPLAY_FROM
      *  re-delivers from the given sequence number whatever the
      *  checkpoint says; CHGFEED_LIST=Y only lists the subscribers
      *  and how far behind the feed each one is.
       01 subscriber-alpha    PIC X(16) VALUE SPACES.
       01 subscriber          PIC X(08) VALUE SPACES.
       01 replay-alpha        PIC X(16) VALUE SPACES.
       01 replay-from-seq     PIC 9(12) VALUE ZERO.
       01 replay-sw           PIC X(01) VALUE "N".
           88 replay-requested VALUE "Y".
       01 list-alpha          PIC X(01) VALUE "N".
           88 list-requested VALUE "Y".

      ** The checkpoint table - the whole of CHGCKPT for the run.
       01 ckpt-detail.
           05 cp-subscriber       PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 cp-last-seq         PIC 9(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 cp-ts               PIC X(21).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 cp-runid            PIC X(16).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 cp-count            PIC 9(09).
           05 FILLER              PIC X(10) VALUE SPACES.
       01 sub-used            PIC 9(02) BINARY VALUE ZERO.
       01 sub-idx             PIC 9(02) BINARY VALUE ZERO.
       01 sub-scan-idx        PIC 9(02) BINARY VALUE ZERO.
       01 sub-tbl-full-sw     PIC X(01) VALUE "N".
           88 sub-tbl-full VALUE "Y".
       01 sub-table.
           05 sub-entry OCCURS 50 TIMES.
               10 sub-name        PIC X(08).
               10 sub-last-seq    PIC 9(12).
               10 sub-ts          PIC X(21).
               10 sub-runid       PIC X(16).
               10 sub-count       PIC 9(09).
       01 sub-new-sw          PIC X(01) VALUE "N".
           88 sub-is-new VALUE "Y".

      ** Delivery state. start-after is the last number the
      *  subscriber has seen; last-delivered the last one this run
      *  has written. A number skipped between two events is a
      *  publish an abend lost; one skipped ahead of the oldest
      *  event still on the feed was aged off before the subscriber
      *  read it - a break only an extract can repair.
       01 start-after-seq     PIC 9(12) VALUE ZERO.
       01 last-delivered-seq  PIC 9(12) VALUE ZERO.
       01 oldest-seq          PIC 9(12) VALUE ZERO.
       01 prev-seq            PIC 9(12) VALUE ZERO.
       01 gap-from-seq        PIC 9(12) VALUE ZERO.
       01 gap-to-seq          PIC 9(12) VALUE ZERO.
       01 delivered-count     PIC 9(09) VALUE ZERO.
       01 seen-count          PIC 9(09) VALUE ZERO.
       01 unreadable-count    PIC 9(09) VALUE ZERO.
       01 disorder-count      PIC 9(09) VALUE ZERO.
       01 lost-count          PIC 9(09) VALUE ZERO.
       01 aged-off-sw         PIC X(01) VALUE "N".
           88 events-aged-off VALUE "Y".
       01 type-counts.
           05 add-event-count     PIC 9(09) VALUE ZERO.
           05 chg-event-count     PIC 9(09) VALUE ZERO.
           05 del-event-count     PIC 9(09) VALUE ZERO.
           05 rld-event-count     PIC 9(09) VALUE ZERO.
       01 lag-count           PIC 9(12) VALUE ZERO.

       COPY PYAUDWS.
       COPY PYNVWS.
       COPY PYCEWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Delivers the master change events one subscriber has not
      *  yet seen, in sequence order, and moves its checkpoint past
      *  them - so a downstream system reads only what changed
      *  since its last run instead of diffing a full extract. A
      *  replay re-delivers from a given sequence number. The
      *  checkpoint is moved only once the delivery is written and
      *  closed: a run that fails part way delivers the same events
      *  again next time, never fewer.
           DISPLAY "===== MASTER CHANGE-EVENT FEED ====="
           MOVE "CHGFEED" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           ACCEPT list-alpha FROM ENVIRONMENT "CHGFEED_LIST"
           MOVE FUNCTION UPPER-CASE(list-alpha) TO list-alpha
           ACCEPT subscriber-alpha FROM ENVIRONMENT
               "CHGFEED_SUBSCRIBER"
           MOVE FUNCTION UPPER-CASE(subscriber-alpha)
               TO subscriber-alpha
           ACCEPT replay-alpha FROM ENVIRONMENT "CHGFEED_REPLAY_FROM"

           PERFORM LOAD-CHANGE-SEQUENCE
           DISPLAY "LAST SEQUENCE NUMBER ISSUED: " pyce-last-seq
           PERFORM LOAD-CHECKPOINTS
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF

           IF list-requested
               PERFORM LIST-SUBSCRIBERS
               GOBACK
           END-IF

           IF subscriber-alpha = SPACES
               OR subscriber-alpha(9:8) NOT = SPACES
               OR subscriber-alpha(1:1) = SPACE
               DISPLAY "CHGFEED_SUBSCRIBER MUST NAME THE SUBSCRIBER "
                   "(1 TO 8 CHARACTERS): " subscriber-alpha
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE subscriber-alpha(1:8) TO subscriber
           MOVE subscriber TO pyaudit-ref
           DISPLAY "SUBSCRIBER: " subscriber

           PERFORM LOCATE-SUBSCRIBER
           IF sub-idx = ZERO
               DISPLAY "CHECKPOINT TABLE FULL (50 SUBSCRIBERS) - "
                   "SUBSCRIBER " subscriber " CANNOT BE ADDED"
               MOVE 16 TO RETURN-CODE
               PERFORM AUDIT-FEED-RUN
               GOBACK
           END-IF
           IF sub-is-new
               DISPLAY "NEW SUBSCRIBER - DELIVERING EVERY EVENT STILL "
                   "ON THE FEED; SEED IT FROM A VSAMINQ EXT EXTRACT"
           ELSE
               DISPLAY "CHECKPOINT: " sub-last-seq(sub-idx)
                   " (LAST DELIVERED " sub-ts(sub-idx)(1:14) ")"
           END-IF
           MOVE sub-last-seq(sub-idx) TO start-after-seq
           IF start-after-seq > pyce-last-seq
               DISPLAY "CHECKPOINT IS AHEAD OF THE LAST NUMBER ISSUED "
                   "- THE FEED OR ITS CONTROL RECORD WAS RESTORED"
               MOVE 8 TO RETURN-CODE
           END-IF

           IF replay-alpha NOT = SPACES
               IF FUNCTION TEST-NUMVAL(replay-alpha) NOT = ZERO
                   OR FUNCTION NUMVAL(replay-alpha) < 1
                   DISPLAY "CHGFEED_REPLAY_FROM IS NOT A SEQUENCE "
                       "NUMBER: " replay-alpha
                   MOVE 16 TO RETURN-CODE
                   PERFORM AUDIT-FEED-RUN
                   GOBACK
               END-IF
               COMPUTE replay-from-seq = FUNCTION NUMVAL(replay-alpha)
               SET replay-requested TO TRUE
               COMPUTE start-after-seq = replay-from-seq - 1
               DISPLAY "REPLAY REQUESTED FROM SEQUENCE "
                   replay-from-seq
               MOVE "CHGFEED_REPLAY" TO pyaudit-action
               MOVE ZERO TO pyaudit-rc
               PERFORM WRITE-AUDIT-RECORD
           END-IF

           PERFORM DELIVER-EVENTS
           IF RETURN-CODE < 16
               PERFORM ADVANCE-CHECKPOINT
           END-IF

           DISPLAY " "
           DISPLAY "EVENTS DELIVERED=" delivered-count
               " (ADD=" add-event-count " CHG=" chg-event-count
               " DEL=" del-event-count " RLD=" rld-event-count ")"
           IF delivered-count NOT = ZERO
               COMPUTE gap-from-seq = start-after-seq + 1
               DISPLAY "SEQUENCE " gap-from-seq " TO "
                   last-delivered-seq
           END-IF
           IF rld-event-count NOT = ZERO
               DISPLAY "THE MASTER WAS RELOADED IN FULL - "
                   "RESYNCHRONIZE FROM A VSAMINQ EXT EXTRACT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF unreadable-count NOT = ZERO
               DISPLAY "WARNING: " unreadable-count
                   " UNREADABLE FEED LINE(S) SKIPPED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM AUDIT-FEED-RUN
           GOBACK.

      ** Loads the checkpoint dataset. None yet is every subscriber
      *  new; one that cannot be read stops the run, since it would
      *  be rewritten without the others' places.
       LOAD-CHECKPOINTS.
           MOVE ZERO TO sub-used
           MOVE "N" TO ckpt-eof-sw
           OPEN INPUT CKPT-FILE
           EVALUATE ckpt-status
               WHEN "00"
                   READ CKPT-FILE INTO ckpt-record
                       AT END SET ckpt-eof TO TRUE
                   END-READ
                   PERFORM LOAD-ONE-CHECKPOINT UNTIL ckpt-eof
                   CLOSE CKPT-FILE
                   IF sub-tbl-full
                       DISPLAY "CHGCKPT HOLDS MORE THAN 50 "
                           "SUBSCRIBERS - RUN REFUSED, THE REWRITE "
                           "WOULD LOSE THE REST"
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN "35"
                   DISPLAY "NO SUBSCRIBER CHECKPOINTS YET"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN CHGCKPT DD, STATUS="
                       ckpt-status
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       LOAD-ONE-CHECKPOINT.
           IF ckpt-record = SPACES OR ckpt-record(1:1) = "*"
               CONTINUE
           ELSE
               MOVE ckpt-record TO ckpt-detail
               IF sub-used < 50
                   ADD 1 TO sub-used
                   MOVE cp-subscriber TO sub-name(sub-used)
                   MOVE ZERO TO sub-last-seq(sub-used)
                   IF cp-last-seq IS NUMERIC
                       MOVE cp-last-seq TO sub-last-seq(sub-used)
                   END-IF
                   MOVE cp-ts TO sub-ts(sub-used)
                   MOVE cp-runid TO sub-runid(sub-used)
                   MOVE ZERO TO sub-count(sub-used)
                   IF cp-count IS NUMERIC
                       MOVE cp-count TO sub-count(sub-used)
                   END-IF
               ELSE
                   SET sub-tbl-full TO TRUE
               END-IF
           END-IF
           READ CKPT-FILE INTO ckpt-record
               AT END SET ckpt-eof TO TRUE
           END-READ.

      ** Finds the subscriber's checkpoint, adding a new one at
      *  zero the first time it is seen; sub-idx is left zero when
      *  the table has no room.
       LOCATE-SUBSCRIBER.
           MOVE ZERO TO sub-idx
           MOVE "N" TO sub-new-sw
           PERFORM SCAN-SUBSCRIBER-ENTRY
               VARYING sub-scan-idx FROM 1 BY 1
               UNTIL sub-scan-idx > sub-used
                   OR sub-idx NOT = ZERO
           IF sub-idx = ZERO AND sub-used < 50
               ADD 1 TO sub-used
               MOVE sub-used TO sub-idx
               MOVE subscriber TO sub-name(sub-idx)
               MOVE ZERO TO sub-last-seq(sub-idx)
               MOVE SPACES TO sub-ts(sub-idx) sub-runid(sub-idx)
               MOVE ZERO TO sub-count(sub-idx)
               SET sub-is-new TO TRUE
           END-IF.

       SCAN-SUBSCRIBER-ENTRY.
           IF sub-name(sub-scan-idx) = subscriber
               MOVE sub-scan-idx TO sub-idx
           END-IF.

      ** Copies every event past start-after-seq to CHGOUT, in the
      *  order the feed holds them.
       DELIVER-EVENTS.
           MOVE start-after-seq TO last-delivered-seq
           MOVE "N" TO chgevt-eof-sw
           OPEN OUTPUT CHGOUT-FILE
           IF chgout-status NOT = "00"
               DISPLAY "UNABLE TO OPEN CHGOUT DD, STATUS="
                   chgout-status " - NOTHING DELIVERED"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT CHGEVT-FILE
               EVALUATE pyce-status
                   WHEN "00"
                       READ CHGEVT-FILE INTO chgevt-record
                           AT END SET chgevt-eof TO TRUE
                       END-READ
                       PERFORM DELIVER-ONE-EVENT UNTIL chgevt-eof
                       CLOSE CHGEVT-FILE
                   WHEN "35"
                       DISPLAY "NO CHANGE EVENTS PUBLISHED YET"
                   WHEN OTHER
                       DISPLAY "UNABLE TO OPEN CHGEVT DD, STATUS="
                           pyce-status
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE
               CLOSE CHGOUT-FILE
               IF chgout-status NOT = "00"
                   DISPLAY "CHGOUT DID NOT CLOSE CLEANLY, STATUS="
                       chgout-status
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE < 16
               PERFORM CHECK-TRAILING-GAP
           END-IF.

       DELIVER-ONE-EVENT.
           EVALUATE TRUE
               WHEN chgevt-record = SPACES
                   CONTINUE
               WHEN chgevt-record(1:12) IS NOT NUMERIC
                   ADD 1 TO unreadable-count
               WHEN OTHER
                   MOVE chgevt-record TO pyce-detail
                   ADD 1 TO seen-count
                   IF oldest-seq = ZERO
                       MOVE ce-seq TO oldest-seq
                   END-IF
                   IF ce-seq NOT > prev-seq
                       ADD 1 TO disorder-count
                       DISPLAY "EVENT " ce-seq " FOLLOWS " prev-seq
                           " - OUT OF SEQUENCE, NOT DELIVERED"
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   ELSE
                       MOVE ce-seq TO prev-seq
                       IF ce-seq > start-after-seq
                           PERFORM CHECK-SEQUENCE-GAP
                           PERFORM WRITE-DELIVERED-EVENT
                       END-IF
                   END-IF
           END-EVALUATE
           READ CHGEVT-FILE INTO chgevt-record
               AT END SET chgevt-eof TO TRUE
           END-READ.

      ** Numbers skipped ahead of this event. Ahead of the feed's
      *  oldest event they were aged off unread; between two events
      *  they are publishes an abend lost between advancing the
      *  sequence and writing the event.
       CHECK-SEQUENCE-GAP.
           IF ce-seq > last-delivered-seq + 1
               COMPUTE gap-from-seq = last-delivered-seq + 1
               COMPUTE gap-to-seq = ce-seq - 1
               IF ce-seq = oldest-seq
                   IF sub-is-new AND NOT replay-requested
                       DISPLAY "EVENTS BEFORE " ce-seq " HAVE BEEN "
                           "AGED OFF THE FEED"
                   ELSE
                       SET events-aged-off TO TRUE
                       DISPLAY "EVENTS " gap-from-seq " TO "
                           gap-to-seq " WERE AGED OFF THE FEED "
                           "BEFORE THIS SUBSCRIBER READ THEM - "
                           "RESYNCHRONIZE FROM A VSAMINQ EXT "
                           "EXTRACT"
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               ELSE
                   COMPUTE lost-count = lost-count
                       + (gap-to-seq - gap-from-seq + 1)
                   DISPLAY "SEQUENCE " gap-from-seq " TO " gap-to-seq
                       " NOT ON THE FEED - NUMBERS ISSUED TO "
                       "PUBLISHES THAT DID NOT COMPLETE"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ** Numbers issued past the last event on the feed - the last
      *  publish (or publishes) did not complete.
       CHECK-TRAILING-GAP.
           IF pyce-last-seq > prev-seq
               AND pyce-last-seq > last-delivered-seq
               AND prev-seq NOT = ZERO
               COMPUTE gap-from-seq = prev-seq + 1
               IF last-delivered-seq + 1 > gap-from-seq
                   COMPUTE gap-from-seq = last-delivered-seq + 1
               END-IF
               DISPLAY "SEQUENCE " gap-from-seq " TO " pyce-last-seq
                   " ISSUED BUT NOT ON THE FEED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      ** Writes one event to the delivery as published - names stay
      *  vault tokens.
       WRITE-DELIVERED-EVENT.
           MOVE pyce-detail TO chgout-record
           WRITE chgout-record
           ADD 1 TO delivered-count
           MOVE ce-seq TO last-delivered-seq
           EVALUATE ce-type
               WHEN "ADD"
                   ADD 1 TO add-event-count
               WHEN "CHG"
                   ADD 1 TO chg-event-count
               WHEN "DEL"
                   ADD 1 TO del-event-count
               WHEN "RLD"
                   ADD 1 TO rld-event-count
           END-EVALUATE.

      ** Moves the subscriber's checkpoint to the last event
      *  delivered and rewrites the checkpoint dataset. A checkpoint
      *  that cannot be written leaves the subscriber where it was -
      *  the next run delivers the same events again.
       ADVANCE-CHECKPOINT.
           IF delivered-count NOT = ZERO OR sub-is-new
               MOVE last-delivered-seq TO sub-last-seq(sub-idx)
               MOVE FUNCTION CURRENT-DATE TO sub-ts(sub-idx)
               MOVE pyaudit-runid TO sub-runid(sub-idx)
               MOVE delivered-count TO sub-count(sub-idx)
               OPEN OUTPUT CKPT-FILE
               IF ckpt-status NOT = "00"
                   DISPLAY "UNABLE TO REWRITE CHGCKPT DD, STATUS="
                       ckpt-status " - THE NEXT RUN WILL DELIVER "
                       "THESE EVENTS AGAIN"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-ONE-CHECKPOINT
                       VARYING sub-scan-idx FROM 1 BY 1
                       UNTIL sub-scan-idx > sub-used
                   CLOSE CKPT-FILE
                   DISPLAY "CHECKPOINT NOW " last-delivered-seq
               END-IF
           END-IF.

       WRITE-ONE-CHECKPOINT.
           MOVE sub-name(sub-scan-idx) TO cp-subscriber
           MOVE sub-last-seq(sub-scan-idx) TO cp-last-seq
           MOVE sub-ts(sub-scan-idx) TO cp-ts
           MOVE sub-runid(sub-scan-idx) TO cp-runid
           MOVE sub-count(sub-scan-idx) TO cp-count
           MOVE ckpt-detail TO ckpt-record
           WRITE ckpt-record.

      ** Lists every subscriber, its checkpoint and how many
      *  numbers it is behind the last one issued.
       LIST-SUBSCRIBERS.
           DISPLAY " "
           DISPLAY "SUBSCRIBER  CHECKPOINT    BEHIND        LAST "
               "DELIVERED     EVENTS  RUN"
           PERFORM LIST-ONE-SUBSCRIBER
               VARYING sub-idx FROM 1 BY 1
               UNTIL sub-idx > sub-used
           DISPLAY " "
           DISPLAY sub-used " SUBSCRIBER(S)".

       LIST-ONE-SUBSCRIBER.
           MOVE ZERO TO lag-count
           IF pyce-last-seq > sub-last-seq(sub-idx)
               COMPUTE lag-count =
                   pyce-last-seq - sub-last-seq(sub-idx)
           END-IF
           DISPLAY sub-name(sub-idx) "    " sub-last-seq(sub-idx)
               "  " lag-count "  " sub-ts(sub-idx)(1:14) "  "
               sub-count(sub-idx) "  " sub-runid(sub-idx).

       AUDIT-FEED-RUN.
           MOVE "CHGFEED_DELIVER" TO pyaudit-action
           MOVE RETURN-CODE TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD.

       COPY PYAUDWRT.
       COPY PYNVLK.
       COPY PYCELK.
