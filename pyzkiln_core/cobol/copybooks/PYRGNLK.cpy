      ** PYRGNLK - shared paragraphs for the region reference
      *  master. COPY as its own paragraphs in the PROCEDURE
      *  DIVISION; see PYRGNWS for the calling protocol.
       LOAD-REGION-MASTER.
           MOVE ZERO TO rg-used rg-bad-lines
           MOVE "N" TO rg-dataset-sw
           MOVE "N" TO pyrgn-eof-sw

           OPEN INPUT REGNMST-FILE
           IF pyrgn-status NOT = "00"
               DISPLAY "NO REGION MASTER (REGNMST) - REGION CODES "
                   "ARE NOT CHECKED"
           ELSE
               SET rg-master-loaded TO TRUE
               READ REGNMST-FILE INTO pyrgn-record
                   AT END SET pyrgn-eof TO TRUE
               END-READ
               PERFORM PARSE-REGNMST-LINE UNTIL pyrgn-eof
               CLOSE REGNMST-FILE
               DISPLAY "REGION MASTER LOADED - " rg-used
                   " REGION(S)"
               IF rg-bad-lines NOT = ZERO
                   DISPLAY "REGION MASTER HOLDS " rg-bad-lines
                       " UNUSABLE LINE(S) - THEIR ROWS ARE REFUSED "
                       "UNTIL AN RGNMAINT ADD REPLACES THEM"
               END-IF
           END-IF.

      ** Parses one master line (blank lines and * comments
      *  skipped) and reads the next. A line that does not edit is
      *  reported and left out, so its region's rows are refused
      *  rather than taken on a guess.
       PARSE-REGNMST-LINE.
           IF pyrgn-record = SPACES
               OR pyrgn-record(1:1) = "*"
               CONTINUE
           ELSE
               PERFORM SPLIT-REGION-LINE
               PERFORM EDIT-REGION-FIELDS
               IF rg-line-error = SPACES
                   MOVE rg-code-alpha(1:4) TO rg-check-code
                   PERFORM FIND-REGION-SLOT
                   IF rg-check-idx NOT = ZERO
                       MOVE "DUPLICATE REGION CODE" TO rg-line-error
                   END-IF
               END-IF
               IF rg-line-error = SPACES
                   IF rg-used < 100
                       ADD 1 TO rg-used
                       MOVE rg-used TO rg-idx
                       PERFORM STORE-REGION-ENTRY
                   ELSE
                       MOVE "MORE THAN 100 REGIONS" TO rg-line-error
                   END-IF
               END-IF
               IF rg-line-error NOT = SPACES
                   ADD 1 TO rg-bad-lines
                   DISPLAY "REGNMST LINE IGNORED ("
                       FUNCTION TRIM(rg-line-error) "): "
                       FUNCTION TRIM(pyrgn-record)
               END-IF
           END-IF

           READ REGNMST-FILE INTO pyrgn-record
               AT END SET pyrgn-eof TO TRUE
           END-READ.

      ** Splits the line in pyrgn-record into rg-line-fields.
       SPLIT-REGION-LINE.
           MOVE SPACES TO rg-line-fields
           UNSTRING pyrgn-record DELIMITED BY ","
               INTO rg-code-alpha
                    rg-desc-alpha
                    rg-mgr-alpha
                    rg-cur-alpha
                    rg-open-alpha
                    rg-close-alpha
                    rg-active-alpha
           END-UNSTRING.

      ** Edits rg-line-fields, leaving the first fault found in
      *  rg-line-error (spaces when the region is good). A blank
      *  active flag means active.
       EDIT-REGION-FIELDS.
           MOVE SPACES TO rg-line-error
           MOVE FUNCTION UPPER-CASE(rg-code-alpha) TO rg-code-alpha
           MOVE FUNCTION UPPER-CASE(rg-cur-alpha) TO rg-cur-alpha
           MOVE FUNCTION UPPER-CASE(rg-active-alpha)
               TO rg-active-alpha
           IF rg-active-alpha = SPACES
               MOVE "Y" TO rg-active-alpha
           END-IF
           EVALUATE TRUE
               WHEN rg-code-alpha = SPACES
                   OR rg-code-alpha(1:1) = SPACE
                   OR rg-code-alpha(5:) NOT = SPACES
                   MOVE "REGION CODE MUST BE 1-4 CHARACTERS"
                       TO rg-line-error
               WHEN rg-desc-alpha(31:) NOT = SPACES
                   MOVE "DESCRIPTION LONGER THAN 30" TO rg-line-error
               WHEN rg-mgr-alpha(31:) NOT = SPACES
                   MOVE "MANAGER LONGER THAN 30" TO rg-line-error
               WHEN rg-cur-alpha(1:3) IS NOT ALPHABETIC-UPPER
                   OR rg-cur-alpha(1:1) = SPACE
                   OR rg-cur-alpha(2:1) = SPACE
                   OR rg-cur-alpha(3:1) = SPACE
                   OR rg-cur-alpha(4:) NOT = SPACES
                   MOVE "CURRENCY MUST BE 3 LETTERS" TO rg-line-error
               WHEN OTHER
                   MOVE rg-open-alpha TO rg-date-alpha
                   PERFORM EDIT-REGION-DATE
                   IF NOT rg-date-ok
                       MOVE "OPEN DATE IS NOT YYYY-MM-DD"
                           TO rg-line-error
                   ELSE
                       IF rg-close-alpha NOT = SPACES
                           MOVE rg-close-alpha TO rg-date-alpha
                           PERFORM EDIT-REGION-DATE
                           IF NOT rg-date-ok
                               MOVE "CLOSE DATE IS NOT YYYY-MM-DD"
                                   TO rg-line-error
                           ELSE
                               IF rg-close-alpha < rg-open-alpha
                                   MOVE "CLOSE DATE BEFORE OPEN DATE"
                                       TO rg-line-error
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           IF rg-line-error = SPACES
               AND rg-active-alpha NOT = "Y"
               AND rg-active-alpha NOT = "N"
               MOVE "ACTIVE FLAG MUST BE Y OR N" TO rg-line-error
           END-IF.

      ** Proves rg-date-alpha a real calendar date as yyyy-mm-dd.
       EDIT-REGION-DATE.
           MOVE "N" TO rg-date-ok-sw
           MOVE SPACES TO rg-date-x
           IF rg-date-alpha(5:1) = "-"
               AND rg-date-alpha(8:1) = "-"
               AND rg-date-alpha(11:) = SPACES
               STRING rg-date-alpha(1:4) rg-date-alpha(6:2)
                   rg-date-alpha(9:2) DELIMITED BY SIZE
                   INTO rg-date-x
               END-STRING
           END-IF
           IF rg-date-x IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(rg-date-num) = ZERO
                   SET rg-date-ok TO TRUE
               END-IF
           END-IF.

      ** Stores the edited rg-line-fields in slot rg-idx.
       STORE-REGION-ENTRY.
           MOVE rg-code-alpha(1:4) TO rg-code(rg-idx)
           MOVE rg-desc-alpha(1:30) TO rg-desc(rg-idx)
           MOVE rg-mgr-alpha(1:30) TO rg-manager(rg-idx)
           MOVE rg-cur-alpha(1:3) TO rg-currency(rg-idx)
           MOVE rg-open-alpha(1:10) TO rg-open-date(rg-idx)
           MOVE rg-close-alpha(1:10) TO rg-close-date(rg-idx)
           MOVE rg-active-alpha(1:1) TO rg-active-sw(rg-idx).

      ** Finds rg-check-code's slot into rg-check-idx (zero when
      *  the master does not list it).
       FIND-REGION-SLOT.
           MOVE ZERO TO rg-check-idx
           PERFORM SCAN-REGION-SLOT
               VARYING rg-idx FROM 1 BY 1
               UNTIL rg-idx > rg-used OR rg-check-idx NOT = ZERO.

       SCAN-REGION-SLOT.
           IF rg-code(rg-idx) = rg-check-code
               MOVE rg-idx TO rg-check-idx
           END-IF.

      ** Judges rg-check-code on rg-check-date against the master.
       CHECK-REGION-CODE.
           MOVE SPACES TO rg-check-result
           MOVE ZERO TO rg-check-idx
           IF rg-master-loaded
               PERFORM FIND-REGION-SLOT
               EVALUATE TRUE
                   WHEN rg-check-code = SPACES
                   WHEN rg-check-idx = ZERO
                       SET rg-check-unknown TO TRUE
                   WHEN NOT rg-active(rg-check-idx)
                       SET rg-check-closed TO TRUE
                   WHEN rg-check-date = SPACES
                       CONTINUE
                   WHEN rg-check-date < rg-open-date(rg-check-idx)
                       SET rg-check-closed TO TRUE
                   WHEN rg-close-date(rg-check-idx) NOT = SPACES
                       AND rg-check-date > rg-close-date(rg-check-idx)
                       SET rg-check-closed TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ** Gives rg-check-code's description in rg-check-name -
      *  spaces with no master, a marker for a code it lacks.
       LOOKUP-REGION-NAME.
           MOVE SPACES TO rg-check-name
           IF rg-master-loaded
               PERFORM FIND-REGION-SLOT
               IF rg-check-idx = ZERO
                   MOVE "(NOT ON REGION MASTER)" TO rg-check-name
               ELSE
                   MOVE rg-desc(rg-check-idx) TO rg-check-name
               END-IF
           END-IF.
