      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FEEDINTK".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The night's arrivals - one feed path per line, as a USS
      *  ls -1 of the extracts directory lists them. A bare name is
      *  taken relative to FEEDINTK_DIR. No ARRIVALS dataset means
      *  an inquiry-only run: nothing is registered and the CSV list
      *  is left as it is.
           SELECT ARRIVALS-FILE ASSIGN TO "ARRIVALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS arrivals-status.
      ** One arriving feed, read line by line for its size, row
      *  count, and content hash. Lines are read at their true
      *  length so the byte count and hash cover exactly what
      *  landed, trailing blanks included.
           SELECT FEED-IN-FILE ASSIGN TO feed-path-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS feed-in-status.
      ** The feed receipt log - one line per registration attempt,
      *  accepted or refused, extended run after run. It is both
      *  the duplicate-detection memory and the dataset the LST and
      *  FED inquiry cards answer from.
           SELECT RECEIPT-FILE ASSIGN TO "FEEDRCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS receipt-status.
      ** The night's CSV list, written from the accepted files only
      *  to the same path PANDASREAD_CSV_LIST names, so the extract
      *  step sweeps exactly what intake let through.
           SELECT CSVLIST-FILE ASSIGN TO csv-list-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS csvlist-status.
      ** Inquiry cards arrive on SYSIN, one request per card:
      *    LST <yyyy-mm-dd>    list every receipt registered that day
      *    FED <text>          list every receipt whose feed path
      *                        contains the text (a region code, a
      *                        file-name stem)
      *  A card starting with * is a comment and is skipped.
           SELECT INTK-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS intk-card-status.
           COPY PYAUDSEL.
           COPY PYBLSL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARRIVALS-FILE.
       01 arrivals-record PIC X(256).
       FD  FEED-IN-FILE
           RECORD IS VARYING IN SIZE FROM 0 TO 4096 CHARACTERS
               DEPENDING ON feed-line-len.
       01 feed-in-record PIC X(4096).
       FD  RECEIPT-FILE.
       01 receipt-record PIC X(234).
       FD  CSVLIST-FILE.
       01 csvlist-record PIC X(256).
       FD  INTK-CARD-FILE.
       01 intk-card-record PIC X(80).
       COPY PYAUDFD.
       COPY PYBLFD.
       WORKING-STORAGE SECTION.
       01 arrivals-status     PIC X(02) VALUE "00".
       01 arrivals-eof-sw     PIC X(01) VALUE "N".
           88 arrivals-eof VALUE "Y".
       01 feed-in-status      PIC X(02) VALUE "00".
       01 feed-in-eof-sw      PIC X(01) VALUE "N".
           88 feed-in-eof VALUE "Y".
       01 receipt-status      PIC X(02) VALUE "00".
       01 receipt-eof-sw      PIC X(01) VALUE "N".
           88 receipt-eof VALUE "Y".
       01 csvlist-status      PIC X(02) VALUE "00".
       01 csvlist-open-sw     PIC X(01) VALUE "N".
           88 csvlist-open VALUE "Y".
       01 intk-card-status    PIC X(02) VALUE "00".
       01 intk-card-eof-sw    PIC X(01) VALUE "N".
           88 intk-card-eof VALUE "Y".

       01 feed-path-alpha     PIC X(256) VALUE SPACES.
       01 feed-dir-alpha      PIC X(200) VALUE SPACES.
       01 csv-list-alpha      PIC X(256) VALUE SPACES.
       01 feed-line-len       PIC 9(05) BINARY VALUE ZERO.
       01 feed-byte-idx       PIC 9(05) BINARY VALUE ZERO.
       01 feed-line-number    PIC 9(09) VALUE ZERO.

      ** One receipt - layout shared with every reader of FEEDRCPT.
      *  The hash is the 8-hex-digit Adler-32 of the content followed
      *  by an 8-hex-digit polynomial hash of it; a duplicate must
      *  match both, and the byte count, before a file is refused.
       01 receipt-detail.
           05 rcpt-ts              PIC X(21).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 rcpt-feed            PIC X(128).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 rcpt-bytes           PIC 9(12).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 rcpt-rows            PIC 9(09).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 rcpt-hash            PIC X(16).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 rcpt-status          PIC X(04).
               88 rcpt-accepted VALUE "ACPT".
           05 FILLER               PIC X(01) VALUE SPACE.
           05 rcpt-dup-ts          PIC X(21).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 rcpt-runid           PIC X(16).

      ** Every accepted receipt already on the log, plus the ones
      *  accepted so far tonight - a feed resent under a new name in
      *  the same arrivals batch is caught the same as one resent a
      *  week later. Past the table's capacity the oldest slots are
      *  reused, since a resend is nearly always of a recent file.
       01 seen-tbl-used       PIC 9(04) BINARY VALUE ZERO.
       01 seen-next-slot      PIC 9(04) BINARY VALUE ZERO.
       01 seen-scan-idx       PIC 9(04) BINARY VALUE ZERO.
       01 seen-match-idx      PIC 9(04) BINARY VALUE ZERO.
       01 seen-wrapped-sw     PIC X(01) VALUE "N".
           88 seen-wrapped VALUE "Y".
      ** Set when tonight's arrival is a file already accepted under
      *  the same path with the same content - still sitting in the
      *  extracts directory from an earlier night - so it is passed
      *  over rather than registered again.
       01 arrival-known-sw    PIC X(01) VALUE "N".
           88 arrival-known VALUE "Y".
       01 arrival-known-ts    PIC X(21) VALUE SPACES.
       01 arrival-detail      PIC X(234) VALUE SPACES.
       01 arrival-feed        PIC X(128) VALUE SPACES.
       01 arrival-hash        PIC X(16) VALUE SPACES.
       01 arrival-bytes       PIC 9(12) VALUE ZERO.
       01 seen-table.
           05 seen-entry OCCURS 5000 TIMES.
               10 seen-hash        PIC X(16).
               10 seen-bytes       PIC 9(12).
               10 seen-ts          PIC X(21).
               10 seen-feed        PIC X(128).

      ** Content hash accumulators for the file being registered.
       01 feed-byte-value     PIC 9(03) BINARY VALUE ZERO.
       01 adler-a             PIC 9(10) BINARY VALUE 1.
       01 adler-b             PIC 9(10) BINARY VALUE ZERO.
       01 poly-hash           PIC 9(18) BINARY VALUE ZERO.
       01 feed-byte-count     PIC 9(12) VALUE ZERO.
       01 feed-row-count      PIC 9(09) VALUE ZERO.
       01 hex-work-value      PIC 9(18) BINARY VALUE ZERO.
       01 hex-work-out        PIC X(08) VALUE SPACES.
       01 hex-pos             PIC 9(02) BINARY VALUE ZERO.
       01 hex-digit-val       PIC 9(02) BINARY VALUE ZERO.
       01 hex-digits          PIC X(16) VALUE "0123456789ABCDEF".
       01 adler-value         PIC 9(18) BINARY VALUE ZERO.

       01 card-verb           PIC X(08).
       01 card-oper1          PIC X(64).
       01 inq-date-compact    PIC X(08) VALUE SPACES.
       01 inq-text-len        PIC 9(02) BINARY VALUE ZERO.
       01 inq-hit-count       PIC 9(04) VALUE ZERO.
       01 inq-match-count     PIC 9(05) VALUE ZERO.

       01 arrivals-count      PIC 9(05) VALUE ZERO.
       01 accepted-count      PIC 9(05) VALUE ZERO.
       01 duplicate-count     PIC 9(05) VALUE ZERO.
       01 unreadable-count    PIC 9(05) VALUE ZERO.
       01 skipped-count       PIC 9(05) VALUE ZERO.
       01 cards-read-count    PIC 9(05) VALUE ZERO.

       COPY PYAUDWS.
       COPY PYBLWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Feed intake ahead of PANDASREAD. Every arriving file is
      *  registered in the receipt log with its size, row count,
      *  content hash, and arrival time; a file whose content was
      *  already received under another name is refused; a file
      *  still in the directory from an earlier night, unchanged,
      *  is passed over; and the night's CSV list is written from
      *  the accepted files, replacing the hand-built one that let a
      *  resent file be loaded twice.
           DISPLAY "===== FEED INTAKE REGISTRY ====="
           MOVE "FEEDINTK" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid
           PERFORM ADOPT-JOB-RUNID

           ACCEPT feed-dir-alpha FROM ENVIRONMENT "FEEDINTK_DIR"
           ACCEPT csv-list-alpha FROM ENVIRONMENT
               "PANDASREAD_CSV_LIST"

           PERFORM LOAD-RECEIPT-HISTORY
           DISPLAY "PRIOR ACCEPTED RECEIPTS LOADED: " seen-tbl-used
           IF seen-wrapped
               DISPLAY "RECEIPT LOG EXCEEDS THE 5000-ENTRY TABLE - "
                   "ONLY THE MOST RECENT RECEIPTS ARE CHECKED"
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN INPUT ARRIVALS-FILE
           IF arrivals-status NOT = "00"
               DISPLAY "NO ARRIVALS DATASET - INQUIRY-ONLY RUN, THE "
                   "CSV LIST IS NOT REWRITTEN"
           ELSE
               PERFORM REGISTER-ARRIVALS
               CLOSE ARRIVALS-FILE
           END-IF

           OPEN INPUT INTK-CARD-FILE
           IF intk-card-status = "00"
               READ INTK-CARD-FILE INTO intk-card-record
                   AT END SET intk-card-eof TO TRUE
               END-READ
               PERFORM PROCESS-INTAKE-CARD UNTIL intk-card-eof
               CLOSE INTK-CARD-FILE
           END-IF

           DISPLAY " "
           DISPLAY "FEEDINTK COMPLETE - ARRIVALS=" arrivals-count
               " ACCEPTED=" accepted-count
               " DUPLICATES=" duplicate-count
               " UNREADABLE=" unreadable-count
               " ALREADY RECEIVED=" skipped-count
               " CARDS READ=" cards-read-count
           GOBACK.

      ** Registers the night's arrivals and writes the CSV list. A
      *  list path is required: without it intake could only refuse
      *  files, never hand the good ones on.
       REGISTER-ARRIVALS.
           IF csv-list-alpha = SPACES
               DISPLAY "PANDASREAD_CSV_LIST IS NOT SET - NOWHERE TO "
                   "WRITE THE NIGHT'S CSV LIST"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CSVLIST-FILE
               IF csvlist-status NOT = "00"
                   DISPLAY "UNABLE TO OPEN CSV LIST "
                       FUNCTION TRIM(csv-list-alpha)
                       ", STATUS=" csvlist-status
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET csvlist-open TO TRUE
                   READ ARRIVALS-FILE INTO arrivals-record
                       AT END SET arrivals-eof TO TRUE
                   END-READ
                   PERFORM REGISTER-ONE-ARRIVAL UNTIL arrivals-eof
                   CLOSE CSVLIST-FILE
                   MOVE "N" TO csvlist-open-sw
                   DISPLAY "CSV LIST WRITTEN - " accepted-count
                       " FILE(S): " FUNCTION TRIM(csv-list-alpha)
               END-IF
           END-IF
           IF duplicate-count NOT = ZERO
               MOVE "FEED_DUPLICATE" TO pyaudit-action
               PERFORM ISSUE-OPERATOR-ALERT
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF unreadable-count NOT = ZERO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ** Registers one arriving file: measure and hash it, pass it
      *  over when that same path and content were accepted on an
      *  earlier night, refuse it when its content is already on the
      *  log under another path, otherwise accept it onto the CSV
      *  list. Every registration is logged and audited.
       REGISTER-ONE-ARRIVAL.
           IF arrivals-record = SPACES
               OR arrivals-record(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO arrivals-count
               MOVE SPACES TO feed-path-alpha
               IF arrivals-record(1:1) = "/"
                   OR feed-dir-alpha = SPACES
                   MOVE arrivals-record TO feed-path-alpha
               ELSE
                   STRING FUNCTION TRIM(feed-dir-alpha)
                           DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FUNCTION TRIM(arrivals-record)
                           DELIMITED BY SIZE
                       INTO feed-path-alpha
                   END-STRING
               END-IF

               MOVE SPACES TO receipt-detail
               MOVE FUNCTION CURRENT-DATE TO rcpt-ts
               MOVE feed-path-alpha TO rcpt-feed
               MOVE pyaudit-runid TO rcpt-runid
               MOVE "N" TO arrival-known-sw
               PERFORM MEASURE-FEED-FILE
               IF feed-in-status = "00"
                   PERFORM FIND-KNOWN-ARRIVAL
               END-IF
               IF arrival-known
                   ADD 1 TO skipped-count
                   DISPLAY "ALREADY IN  "
                       FUNCTION TRIM(feed-path-alpha)
                   DISPLAY "    ACCEPTED " arrival-known-ts(1:14)
                       " - NOT LOADED AGAIN"
               ELSE
                   PERFORM REGISTER-NEW-ARRIVAL
               END-IF
           END-IF

           READ ARRIVALS-FILE INTO arrivals-record
               AT END SET arrivals-eof TO TRUE
           END-READ.

      ** Refuses or accepts an arrival not received before, and
      *  logs, audits and balances the outcome.
       REGISTER-NEW-ARRIVAL.
           IF feed-in-status NOT = "00"
               MOVE "UNRD" TO rcpt-status
               MOVE ZERO TO rcpt-bytes rcpt-rows
               ADD 1 TO unreadable-count
               DISPLAY "UNREADABLE  " FUNCTION TRIM(feed-path-alpha)
                   " STATUS=" feed-in-status
               MOVE "FEED_UNREADABLE" TO pyaudit-action
               MOVE 8 TO pyaudit-rc
           ELSE
               MOVE feed-byte-count TO rcpt-bytes
               MOVE feed-row-count TO rcpt-rows
               PERFORM FIND-SEEN-CONTENT
               IF seen-match-idx NOT = ZERO
                   MOVE "DUPL" TO rcpt-status
                   MOVE seen-ts(seen-match-idx) TO rcpt-dup-ts
                   ADD 1 TO duplicate-count
                   DISPLAY "DUPLICATE   "
                       FUNCTION TRIM(feed-path-alpha)
                   DISPLAY "    SAME CONTENT RECEIVED "
                       seen-ts(seen-match-idx)(1:14) " AS "
                       FUNCTION TRIM(seen-feed(seen-match-idx))
                       " - REFUSED"
                   MOVE "FEED_DUPLICATE" TO pyaudit-action
                   MOVE 8 TO pyaudit-rc
               ELSE
                   MOVE "ACPT" TO rcpt-status
                   ADD 1 TO accepted-count
                   PERFORM REMEMBER-RECEIPT
                   MOVE feed-path-alpha TO csvlist-record
                   WRITE csvlist-record
                   DISPLAY "ACCEPTED    "
                       FUNCTION TRIM(feed-path-alpha)
                       " BYTES=" feed-byte-count
                       " ROWS=" feed-row-count
                       " HASH=" rcpt-hash
                   MOVE "FEED_ACCEPTED" TO pyaudit-action
                   MOVE ZERO TO pyaudit-rc
               END-IF
           END-IF
           PERFORM WRITE-RECEIPT-RECORD
           PERFORM WRITE-AUDIT-RECORD
           PERFORM POST-INTAKE-BALANCE.

      ** Posts the file's rows to the balancing ledger - passed on
      *  to the CSV list when accepted, refused otherwise. Intake
      *  does not read amounts.
       POST-INTAKE-BALANCE.
           MOVE "INTAKE" TO pybal-stage
           MOVE feed-path-alpha TO pybal-subject
           MOVE rcpt-status TO pybal-note
           SET pybal-amounts-not-measured TO TRUE
           MOVE rcpt-rows TO pybal-in-count
           IF rcpt-accepted
               MOVE rcpt-rows TO pybal-out-count
           ELSE
               MOVE rcpt-rows TO pybal-rej-count
           END-IF
           PERFORM POST-BALANCE-ENTRY.

      ** Reads the whole file once, counting bytes (each line plus
      *  its newline) and data rows (every line but the header, the
      *  TRL trailer, and blank lines), and folding every byte into
      *  the content hash.
       MEASURE-FEED-FILE.
           MOVE ZERO TO feed-byte-count feed-row-count
           MOVE ZERO TO feed-line-number
           MOVE 1 TO adler-a
           MOVE ZERO TO adler-b poly-hash
           MOVE "N" TO feed-in-eof-sw
           OPEN INPUT FEED-IN-FILE
           IF feed-in-status = "00"
               READ FEED-IN-FILE
                   AT END SET feed-in-eof TO TRUE
               END-READ
               PERFORM MEASURE-ONE-LINE UNTIL feed-in-eof
               CLOSE FEED-IN-FILE
               MOVE "00" TO feed-in-status
               COMPUTE adler-value = (adler-b * 65536) + adler-a
               MOVE adler-value TO hex-work-value
               PERFORM FORMAT-HEX-VALUE
               MOVE hex-work-out TO rcpt-hash(1:8)
               MOVE poly-hash TO hex-work-value
               PERFORM FORMAT-HEX-VALUE
               MOVE hex-work-out TO rcpt-hash(9:8)
           END-IF.

       MEASURE-ONE-LINE.
           ADD 1 TO feed-line-number
           COMPUTE feed-byte-count = feed-byte-count
               + feed-line-len + 1
           IF feed-line-number > 1
               AND feed-line-len > ZERO
               IF feed-line-len < 4
                   OR feed-in-record(1:4) NOT = "TRL,"
                   ADD 1 TO feed-row-count
               END-IF
           END-IF
           PERFORM HASH-ONE-BYTE
               VARYING feed-byte-idx FROM 1 BY 1
               UNTIL feed-byte-idx > feed-line-len
           MOVE 10 TO feed-byte-value
           PERFORM FOLD-BYTE-INTO-HASH

           READ FEED-IN-FILE
               AT END SET feed-in-eof TO TRUE
           END-READ.

       HASH-ONE-BYTE.
           COMPUTE feed-byte-value =
               FUNCTION ORD(feed-in-record(feed-byte-idx:1)) - 1
           PERFORM FOLD-BYTE-INTO-HASH.

      ** Adler-32 (the two running sums modulo 65521) alongside a
      *  base-257 polynomial hash modulo the largest 32-bit prime -
      *  two independent checks, so a coincidental match on one
      *  cannot refuse a genuinely new file.
       FOLD-BYTE-INTO-HASH.
           COMPUTE adler-a =
               FUNCTION MOD(adler-a + feed-byte-value, 65521)
           COMPUTE adler-b =
               FUNCTION MOD(adler-b + adler-a, 65521)
           COMPUTE poly-hash =
               FUNCTION MOD((poly-hash * 257) + feed-byte-value + 1,
                   4294967291).

      ** Renders hex-work-value as eight hexadecimal digits.
       FORMAT-HEX-VALUE.
           MOVE "00000000" TO hex-work-out
           PERFORM FORMAT-ONE-HEX-DIGIT
               VARYING hex-pos FROM 8 BY -1
               UNTIL hex-pos < 1.

       FORMAT-ONE-HEX-DIGIT.
           COMPUTE hex-digit-val = FUNCTION MOD(hex-work-value, 16)
           MOVE hex-digits(hex-digit-val + 1:1)
               TO hex-work-out(hex-pos:1)
           COMPUTE hex-work-value = hex-work-value / 16.

      ** Looks the new file's content up among the receipts already
      *  accepted - same hash and same byte count is the same file.
       FIND-SEEN-CONTENT.
           MOVE ZERO TO seen-match-idx
           PERFORM SCAN-SEEN-ENTRY
               VARYING seen-scan-idx FROM 1 BY 1
               UNTIL seen-scan-idx > seen-tbl-used
                   OR seen-match-idx NOT = ZERO.

       SCAN-SEEN-ENTRY.
           IF seen-hash(seen-scan-idx) = rcpt-hash
               AND seen-bytes(seen-scan-idx) = rcpt-bytes
               MOVE seen-scan-idx TO seen-match-idx
           END-IF.

      ** Looks for an accepted receipt of this very path with this
      *  content. Once the seen table has wrapped, the oldest
      *  receipts are no longer in it, so a miss there is settled
      *  against the log itself before the file can be taken as new.
       FIND-KNOWN-ARRIVAL.
           MOVE "N" TO arrival-known-sw
           MOVE SPACES TO arrival-known-ts
           PERFORM SCAN-KNOWN-ENTRY
               VARYING seen-scan-idx FROM 1 BY 1
               UNTIL seen-scan-idx > seen-tbl-used
                   OR arrival-known
           IF NOT arrival-known AND seen-wrapped
               MOVE receipt-detail TO arrival-detail
               MOVE rcpt-feed TO arrival-feed
               MOVE rcpt-hash TO arrival-hash
               MOVE feed-byte-count TO arrival-bytes
               MOVE "N" TO receipt-eof-sw
               OPEN INPUT RECEIPT-FILE
               IF receipt-status = "00"
                   READ RECEIPT-FILE INTO receipt-record
                       AT END SET receipt-eof TO TRUE
                   END-READ
                   PERFORM SCAN-KNOWN-RECEIPT
                       UNTIL receipt-eof OR arrival-known
                   CLOSE RECEIPT-FILE
               END-IF
               MOVE arrival-detail TO receipt-detail
           END-IF.

       SCAN-KNOWN-ENTRY.
           IF seen-feed(seen-scan-idx) = rcpt-feed
               AND seen-hash(seen-scan-idx) = rcpt-hash
               AND seen-bytes(seen-scan-idx) = feed-byte-count
               SET arrival-known TO TRUE
               MOVE seen-ts(seen-scan-idx) TO arrival-known-ts
           END-IF.

      ** Compares one logged receipt with the arrival's path and
      *  content.
       SCAN-KNOWN-RECEIPT.
           IF receipt-record NOT = SPACES
               MOVE receipt-record TO receipt-detail
               IF rcpt-accepted
                   AND rcpt-feed = arrival-feed
                   AND rcpt-hash = arrival-hash
                   AND rcpt-bytes = arrival-bytes
                   SET arrival-known TO TRUE
                   MOVE rcpt-ts TO arrival-known-ts
               END-IF
           END-IF
           READ RECEIPT-FILE INTO receipt-record
               AT END SET receipt-eof TO TRUE
           END-READ.

      ** Files the receipt in rcpt-* into the seen table, reusing the
      *  oldest slot once the table is full.
       REMEMBER-RECEIPT.
           IF seen-tbl-used < 5000
               ADD 1 TO seen-tbl-used
               MOVE seen-tbl-used TO seen-next-slot
           ELSE
               SET seen-wrapped TO TRUE
               ADD 1 TO seen-next-slot
               IF seen-next-slot > 5000
                   MOVE 1 TO seen-next-slot
               END-IF
           END-IF
           MOVE rcpt-hash  TO seen-hash(seen-next-slot)
           MOVE rcpt-bytes TO seen-bytes(seen-next-slot)
           MOVE rcpt-ts    TO seen-ts(seen-next-slot)
           MOVE rcpt-feed  TO seen-feed(seen-next-slot).

      ** Loads every accepted receipt already on the log. No log yet
      *  simply means nothing has been received before.
       LOAD-RECEIPT-HISTORY.
           MOVE ZERO TO seen-tbl-used
           MOVE "N" TO receipt-eof-sw
           OPEN INPUT RECEIPT-FILE
           IF receipt-status = "00"
               READ RECEIPT-FILE INTO receipt-record
                   AT END SET receipt-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-RECEIPT UNTIL receipt-eof
               CLOSE RECEIPT-FILE
           END-IF.

       LOAD-ONE-RECEIPT.
           IF receipt-record NOT = SPACES
               MOVE receipt-record TO receipt-detail
               IF rcpt-accepted
                   PERFORM REMEMBER-RECEIPT
               END-IF
           END-IF
           READ RECEIPT-FILE INTO receipt-record
               AT END SET receipt-eof TO TRUE
           END-READ.

      ** Appends one receipt to the log, the same open-extend-or-
      *  create pattern the other cumulative datasets use.
       WRITE-RECEIPT-RECORD.
           OPEN EXTEND RECEIPT-FILE
           IF receipt-status = "35"
               OPEN OUTPUT RECEIPT-FILE
           END-IF
           IF receipt-status NOT = "00"
               DISPLAY "UNABLE TO OPEN FEEDRCPT DD, STATUS="
                   receipt-status
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE receipt-detail TO receipt-record
               WRITE receipt-record
               CLOSE RECEIPT-FILE
           END-IF.

      ** Parses one inquiry card and dispatches on its verb.
       PROCESS-INTAKE-CARD.
           IF intk-card-record = SPACES
               OR intk-card-record(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO cards-read-count
               MOVE SPACES TO card-verb card-oper1
               UNSTRING intk-card-record DELIMITED BY ALL " "
                   INTO card-verb
                        card-oper1
               END-UNSTRING
               DISPLAY " "
               DISPLAY "REQUEST: " FUNCTION TRIM(intk-card-record)
               EVALUATE card-verb
                   WHEN "LST"
                       IF card-oper1(5:1) NOT = "-"
                           OR card-oper1(8:1) NOT = "-"
                           DISPLAY "LST CARD NEEDS A DATE "
                               "(YYYY-MM-DD)"
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           MOVE SPACES TO inq-date-compact
                           MOVE card-oper1(1:4)
                               TO inq-date-compact(1:4)
                           MOVE card-oper1(6:2)
                               TO inq-date-compact(5:2)
                           MOVE card-oper1(9:2)
                               TO inq-date-compact(7:2)
                           PERFORM LIST-RECEIPTS
                       END-IF
                   WHEN "FED"
                       MOVE ZERO TO inq-text-len
                       INSPECT card-oper1 TALLYING inq-text-len
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       IF inq-text-len = ZERO
                           DISPLAY "FED CARD NEEDS A FEED NAME OR "
                               "PART OF ONE"
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           MOVE SPACES TO inq-date-compact
                           PERFORM LIST-RECEIPTS
                       END-IF
                   WHEN OTHER
                       DISPLAY "UNRECOGNIZED CARD VERB: " card-verb
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF

           READ INTK-CARD-FILE INTO intk-card-record
               AT END SET intk-card-eof TO TRUE
           END-READ.

      ** Walks the whole receipt log for the card's selection - the
      *  day (LST) or the feed-name text (FED) - including tonight's
      *  registrations, since they were appended before the cards
      *  are read.
       LIST-RECEIPTS.
           MOVE ZERO TO inq-match-count
           MOVE "N" TO receipt-eof-sw
           OPEN INPUT RECEIPT-FILE
           IF receipt-status NOT = "00"
               DISPLAY "NO RECEIPT LOG (FEEDRCPT), STATUS="
                   receipt-status
           ELSE
               READ RECEIPT-FILE INTO receipt-record
                   AT END SET receipt-eof TO TRUE
               END-READ
               PERFORM LIST-ONE-RECEIPT UNTIL receipt-eof
               CLOSE RECEIPT-FILE
           END-IF
           DISPLAY "RECEIPTS LISTED: " inq-match-count.

       LIST-ONE-RECEIPT.
           IF receipt-record NOT = SPACES
               MOVE receipt-record TO receipt-detail
               MOVE ZERO TO inq-hit-count
               IF inq-date-compact NOT = SPACES
                   IF rcpt-ts(1:8) = inq-date-compact
                       MOVE 1 TO inq-hit-count
                   END-IF
               ELSE
                   INSPECT rcpt-feed TALLYING inq-hit-count
                       FOR ALL card-oper1(1:inq-text-len)
               END-IF
               IF inq-hit-count NOT = ZERO
                   ADD 1 TO inq-match-count
                   DISPLAY "  " rcpt-ts(1:4) "-" rcpt-ts(5:2) "-"
                       rcpt-ts(7:2) " " rcpt-ts(9:2) ":"
                       rcpt-ts(11:2) ":" rcpt-ts(13:2)
                       " " rcpt-status
                       " " FUNCTION TRIM(rcpt-feed)
                   DISPLAY "      BYTES=" rcpt-bytes
                       " ROWS=" rcpt-rows
                       " HASH=" rcpt-hash
                       " RUN=" rcpt-runid
                   IF rcpt-status = "DUPL"
                       DISPLAY "      DUPLICATE OF THE RECEIPT AT "
                           rcpt-dup-ts(1:14)
                   END-IF
               END-IF
           END-IF
           READ RECEIPT-FILE INTO receipt-record
               AT END SET receipt-eof TO TRUE
           END-READ.

       COPY PYWTOWRT.
       COPY PYAUDWRT.
       COPY PYBLLK.
