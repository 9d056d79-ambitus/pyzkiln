      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "XMITACK".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The transmission log SHAREDL's TRANSMIT selector appends
      *  to - one line per attempt, sent or failed.
           SELECT XMIT-LOG-FILE ASSIGN TO "XMITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS xmit-log-status.
      ** The acknowledgement files partners have returned - one path
      *  per line, as a USS ls -1 of the inbound acknowledgement
      *  directory lists them. A bare name is taken relative to
      *  XMITACK_ACK_DIR. No ACKLIST means a status-only run.
           SELECT ACK-LIST-FILE ASSIGN TO "ACKLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ack-list-status.
      ** One acknowledgement file. It is named for the file it
      *  acknowledges plus .ack, and its first line reads
      *    ACK|NAK [<record count> [<sha256>]]
      *  An empty file is taken as a bare ACK - the file arriving
      *  is the acknowledgement.
           SELECT ACK-IN-FILE ASSIGN TO ack-path-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ack-in-status.
      ** The acknowledgement ledger - one line per acknowledgement
      *  matched, extended run after run, so a transmission stays
      *  acknowledged after the partner's file is cleared away and
      *  a rerun never counts the same acknowledgement twice.
           SELECT ACK-LEDGER-FILE ASSIGN TO "XMITACKD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ack-ledger-status.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  XMIT-LOG-FILE.
       01 xmit-log-record PIC X(380).
       FD  ACK-LIST-FILE.
       01 ack-list-record PIC X(256).
       FD  ACK-IN-FILE.
       01 ack-in-record PIC X(200).
       FD  ACK-LEDGER-FILE.
       01 ack-ledger-record PIC X(225).
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 xmit-log-status     PIC X(02) VALUE "00".
       01 xmit-log-eof-sw     PIC X(01) VALUE "N".
           88 xmit-log-eof VALUE "Y".
       01 ack-list-status     PIC X(02) VALUE "00".
       01 ack-list-eof-sw     PIC X(01) VALUE "N".
           88 ack-list-eof VALUE "Y".
       01 ack-in-status       PIC X(02) VALUE "00".
       01 ack-ledger-status   PIC X(02) VALUE "00".
       01 ack-ledger-eof-sw   PIC X(01) VALUE "N".
           88 ack-ledger-eof VALUE "Y".
       01 ack-ledger-open-sw  PIC X(01) VALUE "N".
           88 ack-ledger-open VALUE "Y".

       01 ack-path-alpha      PIC X(256) VALUE SPACES.
       01 ack-dir-alpha       PIC X(200) VALUE SPACES.

      ** One transmission log line, in the fixed columns SHAREDL
      *  writes; the file path and destination follow the hash,
      *  space separated.
       01 xmit-log-parsed.
           05 xl-ts               PIC X(19).
           05 FILLER              PIC X(01).
           05 xl-outcome          PIC X(06).
               88 xl-sent VALUE "SENT".
           05 FILLER              PIC X(01).
           05 xl-partner          PIC X(08).
           05 FILLER              PIC X(01).
           05 xl-bytes            PIC X(12).
           05 FILLER              PIC X(01).
           05 xl-records          PIC X(09).
           05 FILLER              PIC X(01).
           05 xl-hash             PIC X(64).
           05 FILLER              PIC X(01).
           05 xl-rest             PIC X(256).
       01 xl-file             PIC X(256).
       01 xl-dest             PIC X(128).

      ** One acknowledgement ledger line.
       01 ack-ledger-detail.
           05 ad-ts               PIC X(21).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ad-xmit-ts          PIC X(19).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ad-partner          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ad-status           PIC X(03).
               88 ad-acknowledged VALUE "ACK".
               88 ad-rejected     VALUE "NAK".
               88 ad-mismatched   VALUE "MIS".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ad-file             PIC X(64).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ad-ack-name         PIC X(64).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ad-ack-line         PIC X(40).

      ** The transmissions inside the horizon, oldest first, with
      *  their acknowledgement state: blank while awaiting, else
      *  the ledger status that settled them.
       01 xmit-tbl-used       PIC 9(04) BINARY VALUE ZERO.
       01 xmit-idx            PIC 9(04) BINARY VALUE ZERO.
       01 xmit-match-idx      PIC 9(04) BINARY VALUE ZERO.
       01 xmit-tbl-full-sw    PIC X(01) VALUE "N".
           88 xmit-tbl-full VALUE "Y".
       01 xmit-table.
           05 xmit-entry OCCURS 1000 TIMES.
               10 xt-ts           PIC X(19).
               10 xt-partner      PIC X(08).
               10 xt-outcome      PIC X(06).
                   88 xt-sent VALUE "SENT".
               10 xt-records      PIC 9(09).
               10 xt-hash         PIC X(64).
               10 xt-file         PIC X(64).
               10 xt-ack-status   PIC X(03).
                   88 xt-awaiting     VALUE SPACES.
                   88 xt-acknowledged VALUE "ACK".
                   88 xt-rejected     VALUE "NAK".
                   88 xt-mismatched   VALUE "MIS".

      ** Acknowledgements already on the ledger, by file name and
      *  first line - the rerun guard.
       01 seen-ack-used       PIC 9(04) BINARY VALUE ZERO.
       01 seen-ack-idx        PIC 9(04) BINARY VALUE ZERO.
       01 seen-ack-match-sw   PIC X(01) VALUE "N".
           88 seen-ack-matched VALUE "Y".
       01 seen-ack-table.
           05 seen-ack-entry OCCURS 2000 TIMES.
               10 sa-name         PIC X(64).
               10 sa-line         PIC X(40).

      ** Base-name extraction - the directory part of a path is
      *  dropped so a file sent from one directory matches an
      *  acknowledgement landing in another.
       01 base-in             PIC X(256).
       01 base-out            PIC X(64).
       01 base-len            PIC 9(03) BINARY VALUE ZERO.
       01 base-pos            PIC 9(03) BINARY VALUE ZERO.
       01 base-slash          PIC 9(03) BINARY VALUE ZERO.

      ** The acknowledgement being matched.
       01 ack-name            PIC X(64).
       01 ack-target          PIC X(64).
       01 ack-name-len        PIC 9(03) BINARY VALUE ZERO.
       01 ack-suffix          PIC X(04).
       01 ack-first-line      PIC X(40).
       01 ack-verb            PIC X(08).
       01 ack-records-alpha   PIC X(12).
       01 ack-hash-alpha      PIC X(64).
       01 ack-records-num     PIC 9(09) VALUE ZERO.
       01 ack-result          PIC X(03).

      ** Age of a transmission in whole hours, from minute counts
      *  on the INTEGER-OF-DATE scale.
       01 now-ts              PIC X(21).
       01 now-minutes         PIC 9(12) VALUE ZERO.
       01 xmit-minutes        PIC 9(12) VALUE ZERO.
       01 age-hours           PIC 9(06) VALUE ZERO.
       01 ts-date-num         PIC 9(08) VALUE ZERO.
       01 ts-date-x           REDEFINES ts-date-num PIC X(08).
       01 ts-hh               PIC 9(02) VALUE ZERO.
       01 ts-mi               PIC 9(02) VALUE ZERO.
       01 horizon-minutes     PIC 9(12) VALUE ZERO.
       01 cutoff-alpha        PIC X(04) VALUE SPACES.
       01 cutoff-hours        PIC 9(04) VALUE 24.
       01 horizon-alpha       PIC X(04) VALUE SPACES.
       01 horizon-days        PIC 9(04) VALUE 30.
       01 status-text         PIC X(20).
       01 age-edit            PIC ZZZZZ9.

       01 log-read-count      PIC 9(07) VALUE ZERO.
       01 acks-read-count     PIC 9(05) VALUE ZERO.
       01 acks-matched-count  PIC 9(05) VALUE ZERO.
       01 acks-repeat-count   PIC 9(05) VALUE ZERO.
       01 acks-unmatched-count PIC 9(05) VALUE ZERO.
       01 rejected-count      PIC 9(05) VALUE ZERO.
       01 mismatch-count      PIC 9(05) VALUE ZERO.
       01 awaiting-count      PIC 9(05) VALUE ZERO.
       01 overdue-count       PIC 9(05) VALUE ZERO.
       01 failed-count        PIC 9(05) VALUE ZERO.

       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Acknowledgement tracking for outbound transmissions. The
      *  partners' returned acknowledgement files are matched to
      *  the SHAREDL transmission log, each match is recorded on the
      *  ledger, and every transmission still unacknowledged past
      *  the cutoff is flagged - so what was sent, and whether it
      *  arrived, is on record instead of in an operator's memory.
           DISPLAY "===== TRANSMISSION ACKNOWLEDGEMENT CHECK ====="
           MOVE "XMITACK" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           ACCEPT ack-dir-alpha FROM ENVIRONMENT "XMITACK_ACK_DIR"
           ACCEPT cutoff-alpha FROM ENVIRONMENT
               "XMITACK_CUTOFF_HOURS"
           IF cutoff-alpha NOT = SPACES
               IF FUNCTION TRIM(cutoff-alpha) IS NUMERIC
                   COMPUTE cutoff-hours =
                       FUNCTION NUMVAL(cutoff-alpha)
               ELSE
                   DISPLAY "XMITACK_CUTOFF_HOURS IS NOT NUMERIC: "
                       cutoff-alpha " - USING 24"
               END-IF
           END-IF
           ACCEPT horizon-alpha FROM ENVIRONMENT
               "XMITACK_HORIZON_DAYS"
           IF horizon-alpha NOT = SPACES
               IF FUNCTION TRIM(horizon-alpha) IS NUMERIC
                   COMPUTE horizon-days =
                       FUNCTION NUMVAL(horizon-alpha)
               ELSE
                   DISPLAY "XMITACK_HORIZON_DAYS IS NOT NUMERIC: "
                       horizon-alpha " - USING 30"
               END-IF
           END-IF
           DISPLAY "CUTOFF=" cutoff-hours " HOURS, HORIZON="
               horizon-days " DAYS"

           MOVE FUNCTION CURRENT-DATE TO now-ts
           MOVE now-ts(1:8) TO ts-date-num
           MOVE now-ts(9:2) TO ts-hh
           MOVE now-ts(11:2) TO ts-mi
           COMPUTE now-minutes =
               FUNCTION INTEGER-OF-DATE(ts-date-num) * 1440
               + ts-hh * 60 + ts-mi
           COMPUTE horizon-minutes = horizon-days * 1440

           PERFORM LOAD-TRANSMISSION-LOG
           IF RETURN-CODE NOT < 8
               PERFORM WRITE-CHECK-AUDIT
               GOBACK
           END-IF
           PERFORM LOAD-ACK-LEDGER

           OPEN INPUT ACK-LIST-FILE
           IF ack-list-status NOT = "00"
               DISPLAY "NO ACKLIST DATASET - STATUS-ONLY RUN"
           ELSE
               PERFORM MATCH-ACKNOWLEDGEMENTS
               CLOSE ACK-LIST-FILE
           END-IF

           PERFORM PRINT-TRANSMISSION-STATUS

           IF overdue-count NOT = ZERO
               MOVE "XMIT_UNACKED" TO pyaudit-action
               PERFORM ISSUE-OPERATOR-ALERT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF rejected-count NOT = ZERO
               OR mismatch-count NOT = ZERO
               MOVE "XMIT_REJECTED" TO pyaudit-action
               PERFORM ISSUE-OPERATOR-ALERT
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF acks-unmatched-count NOT = ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY " "
           DISPLAY "XMITACK COMPLETE - ACKS READ=" acks-read-count
               " MATCHED=" acks-matched-count
               " ALREADY ON LEDGER=" acks-repeat-count
               " UNMATCHED=" acks-unmatched-count
           DISPLAY "    AWAITING=" awaiting-count
               " OVERDUE=" overdue-count
               " REJECTED=" rejected-count
               " MISMATCHED=" mismatch-count
               " FAILED SENDS=" failed-count
           PERFORM WRITE-CHECK-AUDIT
           GOBACK.

      ** Loads every transmission inside the horizon. A log whose
      *  horizon holds more than the table refuses the run - a
      *  partial picture would call real acknowledgements unmatched.
       LOAD-TRANSMISSION-LOG.
           MOVE "N" TO xmit-log-eof-sw
           OPEN INPUT XMIT-LOG-FILE
           IF xmit-log-status NOT = "00"
               DISPLAY "UNABLE TO OPEN XMITLOG DD, STATUS="
                   xmit-log-status
               MOVE 16 TO RETURN-CODE
           ELSE
               READ XMIT-LOG-FILE INTO xmit-log-parsed
                   AT END SET xmit-log-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-TRANSMISSION UNTIL xmit-log-eof
               CLOSE XMIT-LOG-FILE
               DISPLAY "TRANSMISSION LOG LINES READ: " log-read-count
                   ", INSIDE HORIZON: " xmit-tbl-used
               IF xmit-tbl-full
                   DISPLAY "MORE THAN 1000 TRANSMISSIONS INSIDE THE "
                       "HORIZON - SHORTEN XMITACK_HORIZON_DAYS"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-ONE-TRANSMISSION.
           IF xmit-log-parsed NOT = SPACES
               AND xl-ts(5:1) = "-"
               ADD 1 TO log-read-count
               PERFORM COMPUTE-TRANSMISSION-AGE
               IF now-minutes - xmit-minutes NOT > horizon-minutes
                   IF xmit-tbl-used < 1000
                       ADD 1 TO xmit-tbl-used
                       MOVE xl-ts TO xt-ts(xmit-tbl-used)
                       MOVE xl-partner TO xt-partner(xmit-tbl-used)
                       MOVE xl-outcome TO xt-outcome(xmit-tbl-used)
                       MOVE ZERO TO xt-records(xmit-tbl-used)
                       IF FUNCTION TRIM(xl-records) IS NUMERIC
                           COMPUTE xt-records(xmit-tbl-used) =
                               FUNCTION NUMVAL(xl-records)
                       END-IF
                       MOVE xl-hash TO xt-hash(xmit-tbl-used)
                       MOVE SPACES TO xl-file xl-dest
                       UNSTRING xl-rest DELIMITED BY ALL SPACE
                           INTO xl-file xl-dest
                       END-UNSTRING
                       MOVE xl-file TO base-in
                       PERFORM EXTRACT-BASE-NAME
                       MOVE base-out TO xt-file(xmit-tbl-used)
                       MOVE SPACES TO xt-ack-status(xmit-tbl-used)
                   ELSE
                       SET xmit-tbl-full TO TRUE
                   END-IF
               END-IF
           END-IF

           READ XMIT-LOG-FILE INTO xmit-log-parsed
               AT END SET xmit-log-eof TO TRUE
           END-READ.

      ** Minutes since day 1 of the INTEGER-OF-DATE scale for the
      *  yyyy-mm-ddThh:mm:ss stamp in xl-ts.
       COMPUTE-TRANSMISSION-AGE.
           MOVE ZERO TO xmit-minutes
           STRING xl-ts(1:4) xl-ts(6:2) xl-ts(9:2)
               DELIMITED BY SIZE INTO ts-date-x
           END-STRING
           IF ts-date-x IS NUMERIC
               AND xl-ts(12:2) IS NUMERIC AND xl-ts(15:2) IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(ts-date-num) = ZERO
               MOVE xl-ts(12:2) TO ts-hh
               MOVE xl-ts(15:2) TO ts-mi
               COMPUTE xmit-minutes =
                   FUNCTION INTEGER-OF-DATE(ts-date-num) * 1440
                   + ts-hh * 60 + ts-mi
           END-IF.

      ** Applies the ledger to the loaded transmissions and keeps
      *  each recorded acknowledgement for the rerun guard. No
      *  ledger yet is an ordinary first run.
       LOAD-ACK-LEDGER.
           MOVE "N" TO ack-ledger-eof-sw
           OPEN INPUT ACK-LEDGER-FILE
           IF ack-ledger-status = "00"
               READ ACK-LEDGER-FILE INTO ack-ledger-detail
                   AT END SET ack-ledger-eof TO TRUE
               END-READ
               PERFORM APPLY-LEDGER-ENTRY UNTIL ack-ledger-eof
               CLOSE ACK-LEDGER-FILE
           END-IF.

       APPLY-LEDGER-ENTRY.
           IF ack-ledger-detail NOT = SPACES
               MOVE ZERO TO xmit-match-idx
               PERFORM SCAN-LEDGER-TRANSMISSION
                   VARYING xmit-idx FROM 1 BY 1
                   UNTIL xmit-idx > xmit-tbl-used
                       OR xmit-match-idx NOT = ZERO
               IF xmit-match-idx NOT = ZERO
                   MOVE ad-status TO xt-ack-status(xmit-match-idx)
               END-IF
               IF seen-ack-used < 2000
                   ADD 1 TO seen-ack-used
                   MOVE ad-ack-name TO sa-name(seen-ack-used)
                   MOVE ad-ack-line TO sa-line(seen-ack-used)
               END-IF
           END-IF

           READ ACK-LEDGER-FILE INTO ack-ledger-detail
               AT END SET ack-ledger-eof TO TRUE
           END-READ.

       SCAN-LEDGER-TRANSMISSION.
           IF xt-ts(xmit-idx) = ad-xmit-ts
               AND xt-partner(xmit-idx) = ad-partner
               AND xt-file(xmit-idx) = ad-file
               MOVE xmit-idx TO xmit-match-idx
           END-IF.

      ** Works through the acknowledgement list, appending each new
      *  match to the ledger.
       MATCH-ACKNOWLEDGEMENTS.
           OPEN EXTEND ACK-LEDGER-FILE
           IF ack-ledger-status = "35"
               OPEN OUTPUT ACK-LEDGER-FILE
           END-IF
           IF ack-ledger-status NOT = "00"
               DISPLAY "UNABLE TO OPEN XMITACKD DD, STATUS="
                   ack-ledger-status
               MOVE 16 TO RETURN-CODE
           ELSE
               SET ack-ledger-open TO TRUE
               READ ACK-LIST-FILE INTO ack-list-record
                   AT END SET ack-list-eof TO TRUE
               END-READ
               PERFORM MATCH-ONE-ACKNOWLEDGEMENT UNTIL ack-list-eof
               CLOSE ACK-LEDGER-FILE
               MOVE "N" TO ack-ledger-open-sw
           END-IF.

      ** Matches one acknowledgement to the oldest transmission of
      *  the same file still awaiting one, then checks the record
      *  count and hash the partner reports (when it reports them)
      *  against what the log says was sent.
       MATCH-ONE-ACKNOWLEDGEMENT.
           IF ack-list-record = SPACES
               OR ack-list-record(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO ack-path-alpha
               IF ack-list-record(1:1) = "/"
                   OR ack-dir-alpha = SPACES
                   MOVE ack-list-record TO ack-path-alpha
               ELSE
                   STRING FUNCTION TRIM(ack-dir-alpha)
                           DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FUNCTION TRIM(ack-list-record)
                           DELIMITED BY SIZE
                       INTO ack-path-alpha
                   END-STRING
               END-IF
               MOVE ack-path-alpha TO base-in
               PERFORM EXTRACT-BASE-NAME
               MOVE base-out TO ack-name
               MOVE SPACES TO ack-target
               MOVE ZERO TO ack-name-len
               INSPECT ack-name TALLYING ack-name-len
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE SPACES TO ack-suffix
               IF ack-name-len > 4
                   MOVE FUNCTION UPPER-CASE(
                       ack-name(ack-name-len - 3:4)) TO ack-suffix
               END-IF
               IF ack-suffix NOT = ".ACK"
                   DISPLAY "NOT AN ACKNOWLEDGEMENT FILE, IGNORED: "
                       FUNCTION TRIM(ack-path-alpha)
               ELSE
                   ADD 1 TO acks-read-count
                   MOVE ack-name(1:ack-name-len - 4) TO ack-target
                   PERFORM READ-ACK-FILE
                   PERFORM CHECK-ACK-ON-LEDGER
                   IF seen-ack-matched
                       ADD 1 TO acks-repeat-count
                   ELSE
                       PERFORM SETTLE-ACKNOWLEDGEMENT
                   END-IF
               END-IF
           END-IF

           READ ACK-LIST-FILE INTO ack-list-record
               AT END SET ack-list-eof TO TRUE
           END-READ.

      ** First line of the acknowledgement, split into its verb,
      *  record count, and hash.
       READ-ACK-FILE.
           MOVE SPACES TO ack-first-line ack-verb ack-records-alpha
               ack-hash-alpha
           OPEN INPUT ACK-IN-FILE
           IF ack-in-status = "00"
               READ ACK-IN-FILE INTO ack-in-record
                   AT END MOVE SPACES TO ack-in-record
               END-READ
               CLOSE ACK-IN-FILE
               MOVE ack-in-record TO ack-first-line
               UNSTRING ack-in-record DELIMITED BY ALL SPACE
                   INTO ack-verb ack-records-alpha ack-hash-alpha
               END-UNSTRING
           ELSE
               DISPLAY "ACKNOWLEDGEMENT UNREADABLE, STATUS="
                   ack-in-status ": " FUNCTION TRIM(ack-path-alpha)
               MOVE "UNREADABLE" TO ack-first-line
           END-IF
           MOVE FUNCTION UPPER-CASE(ack-verb) TO ack-verb
           IF ack-verb = SPACES
               MOVE "ACK" TO ack-verb
           END-IF.

       CHECK-ACK-ON-LEDGER.
           MOVE "N" TO seen-ack-match-sw
           PERFORM SCAN-SEEN-ACK
               VARYING seen-ack-idx FROM 1 BY 1
               UNTIL seen-ack-idx > seen-ack-used
                   OR seen-ack-matched.

       SCAN-SEEN-ACK.
           IF sa-name(seen-ack-idx) = ack-name
               AND sa-line(seen-ack-idx) = ack-first-line
               SET seen-ack-matched TO TRUE
           END-IF.

       SETTLE-ACKNOWLEDGEMENT.
           MOVE ZERO TO xmit-match-idx
           PERFORM SCAN-AWAITING-TRANSMISSION
               VARYING xmit-idx FROM 1 BY 1
               UNTIL xmit-idx > xmit-tbl-used
                   OR xmit-match-idx NOT = ZERO
           IF xmit-match-idx = ZERO
               ADD 1 TO acks-unmatched-count
               DISPLAY "UNMATCHED   " FUNCTION TRIM(ack-name)
                   " - NO TRANSMISSION OF "
                   FUNCTION TRIM(ack-target) " IS AWAITING ONE"
           ELSE
               MOVE "ACK" TO ack-result
               IF ack-verb NOT = "ACK"
                   MOVE "NAK" TO ack-result
               ELSE
                   IF ack-records-alpha NOT = SPACES
                       AND FUNCTION TRIM(ack-records-alpha) IS NUMERIC
                       COMPUTE ack-records-num =
                           FUNCTION NUMVAL(ack-records-alpha)
                       IF ack-records-num
                           NOT = xt-records(xmit-match-idx)
                           MOVE "MIS" TO ack-result
                       END-IF
                   END-IF
                   IF ack-hash-alpha NOT = SPACES
                       AND FUNCTION LOWER-CASE(ack-hash-alpha)
                           NOT = xt-hash(xmit-match-idx)
                       MOVE "MIS" TO ack-result
                   END-IF
               END-IF
               MOVE ack-result TO xt-ack-status(xmit-match-idx)
               ADD 1 TO acks-matched-count
               EVALUATE ack-result
                   WHEN "ACK"
                       DISPLAY "ACKNOWLEDGED "
                           FUNCTION TRIM(xt-file(xmit-match-idx))
                           " SENT " xt-ts(xmit-match-idx)
                           " TO " xt-partner(xmit-match-idx)
                       MOVE ZERO TO pyaudit-rc
                   WHEN "NAK"
                       DISPLAY "REJECTED     "
                           FUNCTION TRIM(xt-file(xmit-match-idx))
                           " SENT " xt-ts(xmit-match-idx)
                           " TO " xt-partner(xmit-match-idx)
                           " - PARTNER RETURNED "
                           FUNCTION TRIM(ack-first-line)
                       MOVE 8 TO pyaudit-rc
                   WHEN OTHER
                       DISPLAY "MISMATCHED   "
                           FUNCTION TRIM(xt-file(xmit-match-idx))
                           " SENT " xt-ts(xmit-match-idx)
                           " TO " xt-partner(xmit-match-idx)
                           " - SENT RECORDS="
                           xt-records(xmit-match-idx)
                           " PARTNER REPORTS "
                           FUNCTION TRIM(ack-first-line)
                       MOVE 8 TO pyaudit-rc
               END-EVALUATE
               PERFORM WRITE-LEDGER-ENTRY
               MOVE "XMIT_ACK" TO pyaudit-action
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       SCAN-AWAITING-TRANSMISSION.
           IF xt-sent(xmit-idx)
               AND xt-awaiting(xmit-idx)
               AND xt-file(xmit-idx) = ack-target
               MOVE xmit-idx TO xmit-match-idx
           END-IF.

       WRITE-LEDGER-ENTRY.
           MOVE SPACES TO ack-ledger-detail
           MOVE FUNCTION CURRENT-DATE TO ad-ts
           MOVE xt-ts(xmit-match-idx) TO ad-xmit-ts
           MOVE xt-partner(xmit-match-idx) TO ad-partner
           MOVE ack-result TO ad-status
           MOVE xt-file(xmit-match-idx) TO ad-file
           MOVE ack-name TO ad-ack-name
           MOVE ack-first-line TO ad-ack-line
           MOVE ack-ledger-detail TO ack-ledger-record
           WRITE ack-ledger-record
           IF seen-ack-used < 2000
               ADD 1 TO seen-ack-used
               MOVE ack-name TO sa-name(seen-ack-used)
               MOVE ack-first-line TO sa-line(seen-ack-used)
           END-IF.

      ** Drops the directory part of base-in into base-out.
       EXTRACT-BASE-NAME.
           MOVE ZERO TO base-len base-slash
           INSPECT base-in TALLYING base-len
               FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM FIND-LAST-SLASH
               VARYING base-pos FROM 1 BY 1
               UNTIL base-pos > base-len
           MOVE SPACES TO base-out
           IF base-slash < base-len
               MOVE base-in(base-slash + 1:base-len - base-slash)
                   TO base-out
           END-IF.

       FIND-LAST-SLASH.
           IF base-in(base-pos:1) = "/"
               MOVE base-pos TO base-slash
           END-IF.

      ** One line per transmission inside the horizon, with where
      *  it stands. A send still unacknowledged past the cutoff is
      *  OVERDUE; a send that failed outright was never going to be
      *  acknowledged and is shown as FAILED.
       PRINT-TRANSMISSION-STATUS.
           DISPLAY " "
           DISPLAY "SENT                PARTNER  RECORDS   STATUS"
               "               FILE"
           PERFORM PRINT-ONE-TRANSMISSION
               VARYING xmit-idx FROM 1 BY 1
               UNTIL xmit-idx > xmit-tbl-used.

       PRINT-ONE-TRANSMISSION.
           MOVE SPACES TO status-text
           MOVE xt-ts(xmit-idx) TO xl-ts
           PERFORM COMPUTE-TRANSMISSION-AGE
           COMPUTE age-hours = (now-minutes - xmit-minutes) / 60
           EVALUATE TRUE
               WHEN NOT xt-sent(xmit-idx)
                   MOVE "FAILED SEND" TO status-text
                   ADD 1 TO failed-count
               WHEN xt-acknowledged(xmit-idx)
                   MOVE "ACKNOWLEDGED" TO status-text
               WHEN xt-rejected(xmit-idx)
                   MOVE "REJECTED" TO status-text
                   ADD 1 TO rejected-count
               WHEN xt-mismatched(xmit-idx)
                   MOVE "MISMATCHED" TO status-text
                   ADD 1 TO mismatch-count
               WHEN age-hours NOT < cutoff-hours
                   MOVE age-hours TO age-edit
                   STRING "OVERDUE " FUNCTION TRIM(age-edit) "H"
                       DELIMITED BY SIZE INTO status-text
                   END-STRING
                   ADD 1 TO overdue-count
               WHEN OTHER
                   MOVE "AWAITING" TO status-text
                   ADD 1 TO awaiting-count
           END-EVALUATE
           DISPLAY xt-ts(xmit-idx) " " xt-partner(xmit-idx) " "
               xt-records(xmit-idx) " " status-text " "
               FUNCTION TRIM(xt-file(xmit-idx)).

       WRITE-CHECK-AUDIT.
           MOVE "XMIT_ACK_CHECK" TO pyaudit-action
           MOVE RETURN-CODE TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD.

       COPY PYWTOWRT.
       COPY PYAUDWRT.
