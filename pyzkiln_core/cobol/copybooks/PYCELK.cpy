      ** PYCELK - shared paragraphs for the master change-event
      *  feed. COPY as its own paragraphs in the PROCEDURE
      *  DIVISION; see PYCEWS for the calling protocol.
       PUBLISH-CHANGE-EVENT.
           IF NOT pyce-seq-loaded
               PERFORM LOAD-CHANGE-SEQUENCE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ce-ts
           MOVE pyce-type TO ce-type
           MOVE pyaudit-program TO ce-program
           MOVE pyaudit-runid TO ce-runid
           MOVE pyce-before TO nv-image
           PERFORM PROTECT-IMAGE-NAME
           MOVE nv-image TO ce-before
           MOVE pyce-after TO nv-image
           PERFORM PROTECT-IMAGE-NAME
           MOVE nv-image TO ce-after
      ** The key is the after image's, or the before image's for a
      *  record that is gone; a reload names no record.
           MOVE SPACES TO ce-entity
           MOVE ZERO TO ce-id
           EVALUATE TRUE
               WHEN pyce-after NOT = SPACES
                   MOVE pyce-after(9:4) TO ce-entity
                   IF pyce-after(1:8) IS NUMERIC
                       MOVE pyce-after(1:8) TO ce-id
                   END-IF
               WHEN pyce-before NOT = SPACES
                   MOVE pyce-before(9:4) TO ce-entity
                   IF pyce-before(1:8) IS NUMERIC
                       MOVE pyce-before(1:8) TO ce-id
                   END-IF
           END-EVALUATE

           ADD 1 TO pyce-last-seq
           MOVE pyce-last-seq TO ce-seq
           MOVE pyce-last-seq TO pcs-last-seq
           MOVE ce-ts TO pcs-ts
           MOVE pyaudit-program TO pcs-program
           MOVE pyaudit-runid TO pcs-runid
           OPEN OUTPUT CHGSEQ-FILE
           IF pyce-seq-status NOT = "00"
               DISPLAY "UNABLE TO OPEN CHGSEQ DD, STATUS="
                   pyce-seq-status " - " ce-type " EVENT FOR ID="
                   ce-id " NOT PUBLISHED"
               SUBTRACT 1 FROM pyce-last-seq
               PERFORM NOTE-CHANGE-EVENT-FAILURE
           ELSE
               MOVE pyce-seq-detail TO chgseq-record
               WRITE chgseq-record
               CLOSE CHGSEQ-FILE
               OPEN EXTEND CHGEVT-FILE
               IF pyce-status = "35"
                   OPEN OUTPUT CHGEVT-FILE
               END-IF
               IF pyce-status NOT = "00"
                   DISPLAY "UNABLE TO OPEN CHGEVT DD, STATUS="
                       pyce-status " - EVENT " ce-seq " (" ce-type
                       " ID=" ce-id ") NOT PUBLISHED"
                   PERFORM NOTE-CHANGE-EVENT-FAILURE
               ELSE
                   MOVE pyce-detail TO chgevt-record
                   WRITE chgevt-record
                   CLOSE CHGEVT-FILE
                   ADD 1 TO pyce-event-count
               END-IF
           END-IF
           MOVE SPACES TO pyce-type pyce-before pyce-after.

      ** Takes up the sequence where the control record left it,
      *  or at the feed's own highest number when that is further
      *  on, so a lost or restored control record never reissues a
      *  number a subscriber has already seen.
       LOAD-CHANGE-SEQUENCE.
           MOVE ZERO TO pyce-last-seq
           OPEN INPUT CHGSEQ-FILE
           IF pyce-seq-status = "00"
               MOVE SPACES TO chgseq-record
               READ CHGSEQ-FILE INTO chgseq-record
                   AT END CONTINUE
               END-READ
               CLOSE CHGSEQ-FILE
               IF chgseq-record(1:5) = "LAST="
                   AND chgseq-record(6:12) IS NUMERIC
                   MOVE chgseq-record(6:12) TO pyce-last-seq
               END-IF
           END-IF
           MOVE "N" TO pyce-eof-sw
           OPEN INPUT CHGEVT-FILE
           IF pyce-status = "00"
               READ CHGEVT-FILE INTO chgevt-record
                   AT END SET pyce-eof TO TRUE
               END-READ
               PERFORM SCAN-CHANGE-EVENT-SEQ UNTIL pyce-eof
               CLOSE CHGEVT-FILE
           END-IF
           SET pyce-seq-loaded TO TRUE.

       SCAN-CHANGE-EVENT-SEQ.
           IF chgevt-record(1:12) IS NUMERIC
               AND chgevt-record(1:12) > pyce-last-seq
               MOVE chgevt-record(1:12) TO pyce-last-seq
           END-IF
           READ CHGEVT-FILE INTO chgevt-record
               AT END SET pyce-eof TO TRUE
           END-READ.

       NOTE-CHANGE-EVENT-FAILURE.
           ADD 1 TO pyce-fail-count
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
