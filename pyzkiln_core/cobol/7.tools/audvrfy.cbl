      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "AUDVRFY".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The live audit log - walked after the archives, then
      *  appended to for this run's own line.
           COPY PYAUDSEL.
      ** The audit-chain register - the archives in the order they
      *  left the live log, with their chain positions, and the
      *  chain ends earlier verifications found.
           COPY PYACSL.
      ** One archive restored through the SHAREDL ARCHIVE
      *  decompress path, walked, and overwritten by the next.
           SELECT ARCH-WORK-FILE ASSIGN TO work-path-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS work-status.
       DATA DIVISION.
       FILE SECTION.
       COPY PYAUDFD.
       COPY PYACFD.
       FD  ARCH-WORK-FILE.
       01 arch-work-record PIC X(164).
       WORKING-STORAGE SECTION.
       01 work-path-alpha     PIC X(256) VALUE SPACES.
       01 work-status         PIC X(02) VALUE "00".
       01 walk-eof-sw         PIC X(01) VALUE "N".
           88 walk-eof VALUE "Y".
       01 walk-line           PIC X(164) VALUE SPACES.
       01 walk-archives-alpha PIC X(01) VALUE SPACES.
           88 walk-archives VALUE "Y".
       01 verify-rc           PIC 9(02) VALUE ZERO.

      ** The register's archives, oldest first. A register with
      *  more than the table holds keeps its newest; the chain is
      *  taken up from the newest archive that fell out, the same
      *  as for AUDVRFY_ARCHIVES=N.
       01 reg-used            PIC 9(03) BINARY VALUE ZERO.
       01 reg-idx             PIC 9(03) BINARY VALUE ZERO.
       01 reg-shift-idx       PIC 9(03) BINARY VALUE ZERO.
       01 reg-table.
           05 reg-entry OCCURS 500 TIMES.
               10 reg-ts          PIC X(14).
               10 reg-lines       PIC 9(09).
               10 reg-b-seq       PIC 9(12).
               10 reg-b-hash      PIC X(18).
               10 reg-o-seq       PIC 9(12).
               10 reg-o-hash      PIC X(18).
               10 reg-path        PIC X(100).
       01 seed-sw             PIC X(01) VALUE "N".
           88 seed-present VALUE "Y".
       01 seed-b-seq          PIC 9(12) VALUE ZERO.
       01 seed-b-hash         PIC X(18) VALUE SPACES.
       01 seed-o-seq          PIC 9(12) VALUE ZERO.
       01 seed-o-hash         PIC X(18) VALUE SPACES.

      ** The batch-chain ends earlier clean verifications recorded,
      *  oldest first - each must still be on the trail, with the
      *  same hash.
       01 anc-used            PIC 9(03) BINARY VALUE ZERO.
       01 anc-idx             PIC 9(03) BINARY VALUE ZERO.
       01 anc-ptr             PIC 9(03) BINARY VALUE 1.
       01 anc-shift-idx       PIC 9(03) BINARY VALUE ZERO.
       01 anc-table.
           05 anc-entry OCCURS 500 TIMES.
               10 anc-ts          PIC X(14).
               10 anc-seq         PIC 9(12).
               10 anc-hash        PIC X(18).
               10 anc-found-sw    PIC X(01).
                   88 anc-found VALUE "Y".

      ** The lines most recently walked - where a line's
      *  predecessor is looked for. Two writers that ran at once
      *  each continue the chain from where they found it, so the
      *  predecessor is not always the line just before.
       01 ring-used           PIC 9(04) BINARY VALUE ZERO.
       01 ring-last           PIC 9(04) BINARY VALUE ZERO.
       01 ring-idx            PIC 9(04) BINARY VALUE ZERO.
       01 ring-left           PIC 9(04) BINARY VALUE ZERO.
       01 ring-table.
           05 ring-entry OCCURS 1000 TIMES.
               10 ring-chain      PIC X(01).
               10 ring-seq        PIC 9(12).
               10 ring-hash       PIC X(18).
       01 link-found-sw       PIC X(01) VALUE "N".
           88 link-found VALUE "Y".
       01 link-adjacent-sw    PIC X(01) VALUE "N".
           88 link-adjacent VALUE "Y".
       01 passed-chain-sw     PIC X(01) VALUE "N".
           88 passed-same-chain VALUE "Y".

      ** Each chain's progress through the walk - 1 the batch
      *  chain, 2 the online chain.
       01 c-idx               PIC 9(01) BINARY VALUE 1.
       01 chain-state-table.
           05 chain-state OCCURS 2 TIMES.
               10 chain-started-sw  PIC X(01).
                   88 chain-started VALUE "Y".
               10 chain-first-seq   PIC 9(12).
               10 chain-max-seq     PIC 9(12).
               10 chain-last-seq    PIC 9(12).
               10 chain-last-hash   PIC X(18).
       01 any-chained-sw      PIC X(01) VALUE "N".
           88 any-chained-seen VALUE "Y".

      ** The source being walked.
       01 source-name         PIC X(30) VALUE SPACES.
       01 source-lines        PIC 9(09) VALUE ZERO.
       01 source-b-seq        PIC 9(12) VALUE ZERO.
       01 source-b-hash       PIC X(18) VALUE SPACES.
       01 source-o-seq        PIC 9(12) VALUE ZERO.
       01 source-o-hash       PIC X(18) VALUE SPACES.

       01 walk-counts.
           05 total-lines         PIC 9(09) VALUE ZERO.
           05 live-lines          PIC 9(09) VALUE ZERO.
           05 chained-lines       PIC 9(09) VALUE ZERO.
           05 legacy-lines        PIC 9(09) VALUE ZERO.
           05 unchained-count     PIC 9(09) VALUE ZERO.
           05 altered-count       PIC 9(09) VALUE ZERO.
           05 gap-count           PIC 9(09) VALUE ZERO.
           05 restart-count       PIC 9(09) VALUE ZERO.
           05 interleave-count    PIC 9(09) VALUE ZERO.
           05 anchor-fail-count   PIC 9(09) VALUE ZERO.
           05 archive-count       PIC 9(05) VALUE ZERO.
           05 archive-fail-count  PIC 9(05) VALUE ZERO.
           05 exception-count     PIC 9(09) VALUE ZERO.
       01 exception-text      PIC X(100) VALUE SPACES.
       01 gap-from-seq        PIC 9(12) VALUE ZERO.
       01 gap-to-seq          PIC 9(12) VALUE ZERO.
       01 count-edit          PIC ZZZ,ZZZ,ZZ9.
       01 line-edit           PIC Z(8)9.

      ** SHAREDL ARCHIVE call arguments - AUDARCH's, decompressing.
       01 arch-selector       PIC X(08) VALUE "ARCHIVE".
       01 arch-py-version     PIC X(10) VALUE SPACES.
       01 arch-mode           PIC X(10) VALUE "DECOMPRESS".
       01 arch-in-alpha       PIC X(256) VALUE SPACES.

       COPY PYAUDWS.
       COPY PYACWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Proves the PYAUDIT trail complete and unaltered: restores
      *  each archive the register lists, in order, walks its lines
      *  and then the live log's, and checks every line's sequence
      *  number and hash against the line it chains from. Reports
      *  every gap (lines removed), alteration (a line that no
      *  longer hashes to its chain), unchained line after chaining
      *  began (a line inserted), archive that no longer matches
      *  its register entry, and chain end an earlier verification
      *  recorded that is no longer on the trail (the chain cut
      *  short, or rebuilt after an edit). A clean walk records
      *  where the chains end, for the next one to hold to.
           DISPLAY "===== AUDIT TRAIL VERIFICATION ====="
           MOVE "AUDVRFY" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid
           MOVE "N" TO chain-started-sw(1) chain-started-sw(2)
           MOVE ZERO TO chain-first-seq(1) chain-first-seq(2)
               chain-max-seq(1) chain-max-seq(2)
               chain-last-seq(1) chain-last-seq(2)
           MOVE ALL "0" TO chain-last-hash(1) chain-last-hash(2)

           ACCEPT walk-archives-alpha FROM ENVIRONMENT
               "AUDVRFY_ARCHIVES"
           IF walk-archives-alpha NOT = "N"
               MOVE "Y" TO walk-archives-alpha
           END-IF
           ACCEPT work-path-alpha FROM ENVIRONMENT
               "AUDVRFY_WORK_PATH"
           IF work-path-alpha = SPACES
               MOVE "./pyaudit.vrfy" TO work-path-alpha
           END-IF

           PERFORM LOAD-CHAIN-REGISTER
           IF verify-rc = 16
               MOVE verify-rc TO RETURN-CODE pyaudit-rc
               MOVE "AUDIT_VERIFY" TO pyaudit-action
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF
           MOVE reg-used TO line-edit
           DISPLAY "ARCHIVES IN THE REGISTER: "
               FUNCTION TRIM(line-edit)
           MOVE anc-used TO line-edit
           DISPLAY "EARLIER VERIFICATIONS:    "
               FUNCTION TRIM(line-edit)

           IF NOT walk-archives
               PERFORM FOLD-ARCHIVE-INTO-SEED
                   VARYING reg-idx FROM 1 BY 1 UNTIL reg-idx > reg-used
               MOVE ZERO TO reg-used
               DISPLAY "AUDVRFY_ARCHIVES=N - LIVE LOG ONLY"
           END-IF
           IF seed-present
               PERFORM SEED-CHAINS
           END-IF
           PERFORM WALK-ONE-ARCHIVE
               VARYING reg-idx FROM 1 BY 1 UNTIL reg-idx > reg-used
           PERFORM WALK-LIVE-LOG
           PERFORM CHECK-ONE-ANCHOR
               VARYING anc-idx FROM 1 BY 1 UNTIL anc-idx > anc-used

           DISPLAY " "
           DISPLAY "VERIFICATION SUMMARY"
           MOVE total-lines TO count-edit
           DISPLAY "  LINES WALKED:            " count-edit
           MOVE archive-count TO count-edit
           DISPLAY "  ARCHIVES RESTORED:       " count-edit
           MOVE live-lines TO count-edit
           DISPLAY "  LIVE LOG LINES:          " count-edit
           MOVE legacy-lines TO count-edit
           DISPLAY "  FROM BEFORE CHAINING:    " count-edit
           DISPLAY "  BATCH CHAIN SEQUENCE:    " chain-first-seq(1)
               " TO " chain-max-seq(1)
           DISPLAY "  ONLINE CHAIN SEQUENCE:   " chain-first-seq(2)
               " TO " chain-max-seq(2)
           MOVE gap-count TO count-edit
           DISPLAY "  GAPS:                    " count-edit
           MOVE altered-count TO count-edit
           DISPLAY "  ALTERED OR BROKEN LINKS: " count-edit
           MOVE unchained-count TO count-edit
           DISPLAY "  UNCHAINED LINES:         " count-edit
           MOVE anchor-fail-count TO count-edit
           DISPLAY "  VERIFIED ENDS LOST:      " count-edit
           MOVE archive-fail-count TO count-edit
           DISPLAY "  ARCHIVES NOT PROVEN:     " count-edit
           MOVE restart-count TO count-edit
           DISPLAY "  CHAIN RESTARTS:          " count-edit
           IF interleave-count NOT = ZERO
               MOVE interleave-count TO count-edit
               DISPLAY "  " count-edit " LINE(S) CONTINUED THE CHAIN "
                   "FROM A POINT ANOTHER WRITER HAD ALREADY TAKEN - "
                   "TWO AUDIT WRITERS RAN AT ONCE"
               IF verify-rc < 4
                   MOVE 4 TO verify-rc
               END-IF
           END-IF
           IF verify-rc < 8
               DISPLAY "TRAIL VERIFIED - NO GAP, ALTERATION OR "
                   "BROKEN LINK"
               IF chain-max-seq(1) NOT = ZERO
                   PERFORM RECORD-VERIFIED-POSITION
               END-IF
           ELSE
               DISPLAY "TRAIL NOT PROVEN - SEE THE EXCEPTIONS ABOVE"
           END-IF

           MOVE verify-rc TO RETURN-CODE
           MOVE verify-rc TO pyaudit-rc
           MOVE "AUDIT_VERIFY" TO pyaudit-action
           MOVE chain-max-seq(1) TO pyaudit-ref
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

      ** Loads the register - archives into reg-table, earlier
      *  verifications into anc-table.
       LOAD-CHAIN-REGISTER.
           MOVE "N" TO pyac-eof-sw
           OPEN INPUT AUDCHN-FILE
           EVALUATE pyac-status
               WHEN "00"
                   READ AUDCHN-FILE
                       AT END SET pyac-eof TO TRUE
                   END-READ
                   PERFORM LOAD-ONE-REGISTER-ENTRY UNTIL pyac-eof
                   CLOSE AUDCHN-FILE
               WHEN "35"
                   DISPLAY "NO AUDCHN REGISTER YET - NOTHING ARCHIVED "
                       "OR VERIFIED BEFORE"
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN AUDCHN DD, STATUS="
                       pyac-status " - THE TRAIL CANNOT BE FOLLOWED"
                   MOVE 16 TO verify-rc
           END-EVALUATE.

       LOAD-ONE-REGISTER-ENTRY.
           MOVE audchn-record TO pyac-detail
           EVALUATE TRUE
               WHEN ac-archive AND ac-b-seq IS NUMERIC
                   AND ac-o-seq IS NUMERIC AND ac-lines IS NUMERIC
                   IF reg-used = 500
                       MOVE 1 TO reg-idx
                       PERFORM FOLD-ARCHIVE-INTO-SEED
                       PERFORM SHIFT-REGISTER-ENTRY
                           VARYING reg-shift-idx FROM 1 BY 1
                           UNTIL reg-shift-idx > 499
                   ELSE
                       ADD 1 TO reg-used
                   END-IF
                   MOVE ac-ts TO reg-ts(reg-used)
                   MOVE ac-lines TO reg-lines(reg-used)
                   MOVE ac-b-seq TO reg-b-seq(reg-used)
                   MOVE ac-b-hash TO reg-b-hash(reg-used)
                   MOVE ac-o-seq TO reg-o-seq(reg-used)
                   MOVE ac-o-hash TO reg-o-hash(reg-used)
                   MOVE ac-path TO reg-path(reg-used)
               WHEN ac-verified AND ac-b-seq IS NUMERIC
                   IF anc-used = 500
                       PERFORM SHIFT-ANCHOR-ENTRY
                           VARYING anc-shift-idx FROM 1 BY 1
                           UNTIL anc-shift-idx > 499
                   ELSE
                       ADD 1 TO anc-used
                   END-IF
                   MOVE ac-ts TO anc-ts(anc-used)
                   MOVE ac-b-seq TO anc-seq(anc-used)
                   MOVE ac-b-hash TO anc-hash(anc-used)
                   MOVE "N" TO anc-found-sw(anc-used)
               WHEN audchn-record = SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AUDCHN ENTRY NOT RECOGNIZED - SKIPPED: "
                       audchn-record(1:60)
                   IF verify-rc < 4
                       MOVE 4 TO verify-rc
                   END-IF
           END-EVALUATE
           READ AUDCHN-FILE
               AT END SET pyac-eof TO TRUE
           END-READ.

       SHIFT-REGISTER-ENTRY.
           MOVE reg-entry(reg-shift-idx + 1)
               TO reg-entry(reg-shift-idx).

       SHIFT-ANCHOR-ENTRY.
           MOVE anc-entry(anc-shift-idx + 1)
               TO anc-entry(anc-shift-idx).

      ** An archive not walked still says where each chain stood
      *  when its lines left the live log.
       FOLD-ARCHIVE-INTO-SEED.
           IF reg-b-seq(reg-idx) NOT = ZERO
               MOVE reg-b-seq(reg-idx) TO seed-b-seq
               MOVE reg-b-hash(reg-idx) TO seed-b-hash
               SET seed-present TO TRUE
           END-IF
           IF reg-o-seq(reg-idx) NOT = ZERO
               MOVE reg-o-seq(reg-idx) TO seed-o-seq
               MOVE reg-o-hash(reg-idx) TO seed-o-hash
               SET seed-present TO TRUE
           END-IF.

      ** Takes the chains up at the seed position, as if the line
      *  there had just been walked.
       SEED-CHAINS.
           IF seed-b-seq NOT = ZERO
               MOVE 1 TO c-idx
               MOVE "B" TO pyaudit-cl-chain
               MOVE seed-b-seq TO pyaudit-cl-seq
               MOVE seed-b-hash TO pyaudit-cl-hash
               PERFORM SEED-ONE-CHAIN
               DISPLAY "BATCH CHAIN TAKEN UP FROM THE REGISTER AT "
                   "SEQUENCE " seed-b-seq
           END-IF
           IF seed-o-seq NOT = ZERO
               MOVE 2 TO c-idx
               MOVE "O" TO pyaudit-cl-chain
               MOVE seed-o-seq TO pyaudit-cl-seq
               MOVE seed-o-hash TO pyaudit-cl-hash
               PERFORM SEED-ONE-CHAIN
               DISPLAY "ONLINE CHAIN TAKEN UP FROM THE REGISTER AT "
                   "SEQUENCE " seed-o-seq
           END-IF
           MOVE "N" TO seed-sw
           MOVE ZERO TO seed-b-seq seed-o-seq.

       SEED-ONE-CHAIN.
           SET any-chained-seen TO TRUE
           IF NOT chain-started(c-idx)
               SET chain-started(c-idx) TO TRUE
               COMPUTE chain-first-seq(c-idx) = pyaudit-cl-seq + 1
           END-IF
           IF pyaudit-cl-seq > chain-max-seq(c-idx)
               MOVE pyaudit-cl-seq TO chain-max-seq(c-idx)
           END-IF
           MOVE pyaudit-cl-seq TO chain-last-seq(c-idx)
           MOVE pyaudit-cl-hash TO chain-last-hash(c-idx)
           PERFORM ADD-RING-ENTRY.

      ** Restores one archive and walks it. An archive that cannot
      *  be restored is reported and the chain taken up from its
      *  register entry, so the rest of the trail is still proved.
       WALK-ONE-ARCHIVE.
           ADD 1 TO archive-count
           MOVE SPACES TO arch-in-alpha
           MOVE reg-path(reg-idx) TO arch-in-alpha
           DISPLAY " "
           DISPLAY "ARCHIVE " reg-ts(reg-idx) " "
               FUNCTION TRIM(arch-in-alpha)
           MOVE ZERO TO RETURN-CODE
           CALL "SHAREDL" USING BY REFERENCE arch-selector
                                arch-py-version
                                arch-mode
                                arch-in-alpha
                                work-path-alpha
               ON EXCEPTION
                   DISPLAY "UNABLE TO LOAD PROGRAM: SHAREDL"
                   MOVE 16 TO RETURN-CODE
           END-CALL
           IF RETURN-CODE NOT = ZERO
               DISPLAY "  COULD NOT BE RESTORED, RC=" RETURN-CODE
                   " - ITS LINES ARE NOT CHECKED; THE CHAIN IS "
                   "TAKEN UP FROM ITS REGISTER ENTRY"
               MOVE ZERO TO RETURN-CODE
               ADD 1 TO archive-fail-count
               MOVE 8 TO verify-rc
               PERFORM FOLD-ARCHIVE-INTO-SEED
               PERFORM SEED-CHAINS
           ELSE
               MOVE ZERO TO RETURN-CODE
               MOVE SPACES TO source-name
               STRING "ARCHIVE " DELIMITED BY SIZE
                   reg-ts(reg-idx) DELIMITED BY SIZE
                   INTO source-name
               END-STRING
               PERFORM START-SOURCE
               MOVE "N" TO walk-eof-sw
               OPEN INPUT ARCH-WORK-FILE
               IF work-status NOT = "00"
                   DISPLAY "  RESTORED ARCHIVE CANNOT BE READ, "
                       "STATUS=" work-status
                   ADD 1 TO archive-fail-count
                   MOVE 8 TO verify-rc
                   PERFORM FOLD-ARCHIVE-INTO-SEED
                   PERFORM SEED-CHAINS
               ELSE
                   READ ARCH-WORK-FILE INTO walk-line
                       AT END SET walk-eof TO TRUE
                   END-READ
                   PERFORM WALK-ARCHIVE-LINE UNTIL walk-eof
                   CLOSE ARCH-WORK-FILE
                   PERFORM CHECK-ARCHIVE-AGAINST-ENTRY
               END-IF
           END-IF.

       WALK-ARCHIVE-LINE.
           PERFORM CHECK-AUDIT-LINE
           READ ARCH-WORK-FILE INTO walk-line
               AT END SET walk-eof TO TRUE
           END-READ.

      ** The archive must hold what AUDARCH or HSKEEP recorded it
      *  holding when the lines left the live log.
       CHECK-ARCHIVE-AGAINST-ENTRY.
           MOVE source-lines TO line-edit
           IF source-lines NOT = reg-lines(reg-idx)
               OR source-b-seq NOT = reg-b-seq(reg-idx)
               OR (source-b-seq NOT = ZERO
                   AND source-b-hash NOT = reg-b-hash(reg-idx))
               OR source-o-seq NOT = reg-o-seq(reg-idx)
               OR (source-o-seq NOT = ZERO
                   AND source-o-hash NOT = reg-o-hash(reg-idx))
               DISPLAY "  DOES NOT MATCH ITS AUDCHN ENTRY - HOLDS "
                   FUNCTION TRIM(line-edit)
                   " LINE(S) TO BATCH SEQUENCE "
                   source-b-seq "; RECORDED " reg-lines(reg-idx)
                   " TO " reg-b-seq(reg-idx)
               ADD 1 TO archive-fail-count exception-count
               MOVE 8 TO verify-rc
           ELSE
               DISPLAY "  " line-edit " LINE(S), BATCH SEQUENCE TO "
                   source-b-seq " - AGREES WITH ITS AUDCHN ENTRY"
           END-IF.

       WALK-LIVE-LOG.
           DISPLAY " "
           DISPLAY "LIVE LOG"
           MOVE "LIVE LOG" TO source-name
           PERFORM START-SOURCE
           MOVE "N" TO walk-eof-sw
           OPEN INPUT PYAUDIT-FILE
           EVALUATE pyaudit-status
               WHEN "00"
                   READ PYAUDIT-FILE INTO walk-line
                       AT END SET walk-eof TO TRUE
                   END-READ
                   PERFORM WALK-LIVE-LINE UNTIL walk-eof
                   CLOSE PYAUDIT-FILE
                   MOVE source-lines TO live-lines line-edit
                   DISPLAY "  " line-edit " LINE(S), BATCH SEQUENCE "
                       "TO " source-b-seq
               WHEN "35"
                   DISPLAY "  NO LIVE LOG"
                   IF any-chained-seen
                       DISPLAY "  THE CHAIN WAS RECORDED BEYOND THE "
                           "ARCHIVES - THE LIVE LOG HAS BEEN REMOVED"
                       ADD 1 TO exception-count
                       MOVE 8 TO verify-rc
                   END-IF
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN PYAUDIT DD, STATUS="
                       pyaudit-status
                   MOVE 16 TO verify-rc
           END-EVALUATE.

       WALK-LIVE-LINE.
           PERFORM CHECK-AUDIT-LINE
           READ PYAUDIT-FILE INTO walk-line
               AT END SET walk-eof TO TRUE
           END-READ.

       START-SOURCE.
           MOVE ZERO TO source-lines source-b-seq source-o-seq
           MOVE SPACES TO source-b-hash source-o-hash.

      ** One line. Lines from before chaining began carry no tags
      *  and are only counted; an untagged line after that is one
      *  the chain does not vouch for.
       CHECK-AUDIT-LINE.
           ADD 1 TO source-lines total-lines
           MOVE walk-line TO pyaudit-chain-line
           IF pyaudit-cl-ch-tag-ok AND pyaudit-cl-seq-tag-ok
               AND pyaudit-cl-hc-tag-ok AND pyaudit-cl-seq IS NUMERIC
               AND (pyaudit-cl-batch OR pyaudit-cl-online)
               PERFORM CHECK-CHAINED-LINE
           ELSE
               IF any-chained-seen
                   ADD 1 TO unchained-count
                   STRING "NOT CHAINED - INSERTED, OR WRITTEN WHILE "
                           DELIMITED BY SIZE
                       "THE CHAIN COULD NOT BE READ" DELIMITED BY SIZE
                       INTO exception-text
                   END-STRING
                   PERFORM REPORT-LINE-EXCEPTION
               ELSE
                   ADD 1 TO legacy-lines
               END-IF
           END-IF.

      ** A chained line must hash to a predecessor one sequence
      *  number back in its own chain; which way it fails says what
      *  happened.
       CHECK-CHAINED-LINE.
           SET any-chained-seen TO TRUE
           ADD 1 TO chained-lines
           IF pyaudit-cl-batch
               MOVE 1 TO c-idx
           ELSE
               MOVE 2 TO c-idx
           END-IF
           PERFORM FIND-LINE-PREDECESSOR
           MOVE SPACES TO exception-text
           EVALUATE TRUE
               WHEN link-found AND pyaudit-cl-seq = 1
                   AND chain-started(c-idx)
                   ADD 1 TO restart-count
                   IF c-idx = 1
                       STRING "BATCH CHAIN STARTS AGAIN AT SEQUENCE "
                               DELIMITED BY SIZE
                           "1 - THE LOG BEFORE IT WAS LOST OR REPLACED"
                               DELIMITED BY SIZE
                           INTO exception-text
                       END-STRING
                       PERFORM REPORT-LINE-EXCEPTION
                   ELSE
                       DISPLAY "  ONLINE CHAIN STARTS AGAIN AT "
                           "SEQUENCE 1 - A REGION COLD START"
                       IF verify-rc < 4
                           MOVE 4 TO verify-rc
                       END-IF
                   END-IF
               WHEN link-found
                   IF NOT link-adjacent
                       ADD 1 TO interleave-count
                   END-IF
               WHEN NOT chain-started(c-idx)
                   AND pyaudit-cl-seq > 1
                   ADD 1 TO gap-count
                   COMPUTE gap-to-seq = pyaudit-cl-seq - 1
                   STRING "CHAIN " DELIMITED BY SIZE
                       pyaudit-cl-chain DELIMITED BY SIZE
                       " STARTS AT SEQUENCE " DELIMITED BY SIZE
                       pyaudit-cl-seq DELIMITED BY SIZE
                       " - 1 TO " DELIMITED BY SIZE
                       gap-to-seq DELIMITED BY SIZE
                       " NOT FOUND" DELIMITED BY SIZE
                       INTO exception-text
                   END-STRING
                   PERFORM REPORT-LINE-EXCEPTION
               WHEN pyaudit-cl-seq > chain-max-seq(c-idx) + 1
                   ADD 1 TO gap-count
                   COMPUTE gap-from-seq = chain-max-seq(c-idx) + 1
                   COMPUTE gap-to-seq = pyaudit-cl-seq - 1
                   STRING "CHAIN " DELIMITED BY SIZE
                       pyaudit-cl-chain DELIMITED BY SIZE
                       " SEQUENCE " DELIMITED BY SIZE
                       gap-from-seq DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       gap-to-seq DELIMITED BY SIZE
                       " MISSING - LINES REMOVED" DELIMITED BY SIZE
                       INTO exception-text
                   END-STRING
                   PERFORM REPORT-LINE-EXCEPTION
               WHEN OTHER
                   ADD 1 TO altered-count
                   STRING "CHAIN " DELIMITED BY SIZE
                       pyaudit-cl-chain DELIMITED BY SIZE
                       " SEQUENCE " DELIMITED BY SIZE
                       pyaudit-cl-seq DELIMITED BY SIZE
                       " DOES NOT HASH TO ITS CHAIN - IT OR THE LINE "
                           DELIMITED BY SIZE
                       "BEFORE WAS ALTERED" DELIMITED BY SIZE
                       INTO exception-text
                   END-STRING
                   PERFORM REPORT-LINE-EXCEPTION
           END-EVALUATE
           IF NOT chain-started(c-idx)
               SET chain-started(c-idx) TO TRUE
               MOVE pyaudit-cl-seq TO chain-first-seq(c-idx)
           END-IF
           IF pyaudit-cl-seq > chain-max-seq(c-idx)
               MOVE pyaudit-cl-seq TO chain-max-seq(c-idx)
           END-IF
           MOVE pyaudit-cl-seq TO chain-last-seq(c-idx)
           MOVE pyaudit-cl-hash TO chain-last-hash(c-idx)
           IF c-idx = 1
               MOVE pyaudit-cl-seq TO source-b-seq
               MOVE pyaudit-cl-hash TO source-b-hash
               PERFORM CHECK-VERIFIED-ANCHORS
           ELSE
               MOVE pyaudit-cl-seq TO source-o-seq
               MOVE pyaudit-cl-hash TO source-o-hash
           END-IF
           PERFORM ADD-RING-ENTRY.

      ** Looks back through the recent lines of the same chain for
      *  the one this line hashes to. Sequence 1 hashes to the
      *  chain's start.
       FIND-LINE-PREDECESSOR.
           MOVE "N" TO link-found-sw link-adjacent-sw passed-chain-sw
           MOVE pyaudit-cl-chain TO pyaudit-hi-chain
           MOVE pyaudit-cl-seq TO pyaudit-hi-seq
           MOVE pyaudit-cl-body TO pyaudit-hi-body
           IF pyaudit-cl-seq = 1
               MOVE ALL "0" TO pyaudit-hi-prev
               PERFORM HASH-AUDIT-LINE
               IF pyaudit-hash-out = pyaudit-cl-hash
                   SET link-found TO TRUE
                   SET link-adjacent TO TRUE
               END-IF
           ELSE
               MOVE ring-last TO ring-idx
               MOVE ring-used TO ring-left
               PERFORM CHECK-RING-CANDIDATE
                   UNTIL ring-left = ZERO OR link-found
           END-IF.

       CHECK-RING-CANDIDATE.
           IF ring-chain(ring-idx) = pyaudit-cl-chain
               IF ring-seq(ring-idx) + 1 = pyaudit-cl-seq
                   MOVE ring-hash(ring-idx) TO pyaudit-hi-prev
                   PERFORM HASH-AUDIT-LINE
                   IF pyaudit-hash-out = pyaudit-cl-hash
                       SET link-found TO TRUE
                       IF NOT passed-same-chain
                           SET link-adjacent TO TRUE
                       END-IF
                   END-IF
               END-IF
               SET passed-same-chain TO TRUE
           END-IF
           SUBTRACT 1 FROM ring-left
           IF ring-idx = 1
               MOVE 1000 TO ring-idx
           ELSE
               SUBTRACT 1 FROM ring-idx
           END-IF.

       ADD-RING-ENTRY.
           IF ring-last = 1000
               MOVE 1 TO ring-last
           ELSE
               ADD 1 TO ring-last
           END-IF
           IF ring-used < 1000
               ADD 1 TO ring-used
           END-IF
           MOVE pyaudit-cl-chain TO ring-chain(ring-last)
           MOVE pyaudit-cl-seq TO ring-seq(ring-last)
           MOVE pyaudit-cl-hash TO ring-hash(ring-last).

      ** Marks the earlier verifications' chain ends this batch
      *  line matches. The ends are in sequence order, so a pointer
      *  moves past those already behind the walk.
       CHECK-VERIFIED-ANCHORS.
           PERFORM ADVANCE-ANCHOR-POINTER
               UNTIL anc-ptr > anc-used
                   OR anc-seq(anc-ptr) NOT < pyaudit-cl-seq
           PERFORM MATCH-ONE-ANCHOR
               VARYING anc-idx FROM anc-ptr BY 1
               UNTIL anc-idx > anc-used
                   OR anc-seq(anc-idx) NOT = pyaudit-cl-seq.

       ADVANCE-ANCHOR-POINTER.
           ADD 1 TO anc-ptr.

       MATCH-ONE-ANCHOR.
           IF anc-hash(anc-idx) = pyaudit-cl-hash
               SET anc-found(anc-idx) TO TRUE
           END-IF.

      ** A chain end an earlier verification found that the walk
      *  did not meet again.
       CHECK-ONE-ANCHOR.
           IF NOT anc-found(anc-idx)
               EVALUATE TRUE
                   WHEN anc-seq(anc-idx) > chain-max-seq(1)
                       DISPLAY "BATCH SEQUENCE " anc-seq(anc-idx)
                           " WAS ON THE TRAIL WHEN VERIFIED AT "
                           anc-ts(anc-idx) " - THE TRAIL NOW ENDS AT "
                           chain-max-seq(1) ": LINES REMOVED FROM "
                           "THE END"
                       ADD 1 TO anchor-fail-count exception-count
                       MOVE 8 TO verify-rc
                   WHEN anc-seq(anc-idx) NOT < chain-first-seq(1)
                       DISPLAY "BATCH SEQUENCE " anc-seq(anc-idx)
                           " NO LONGER HASHES AS IT DID WHEN VERIFIED "
                           "AT " anc-ts(anc-idx) " - THE CHAIN WAS "
                           "REBUILT"
                       ADD 1 TO anchor-fail-count exception-count
                       MOVE 8 TO verify-rc
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       REPORT-LINE-EXCEPTION.
           ADD 1 TO exception-count
           MOVE 8 TO verify-rc
           IF exception-count NOT > 200
               MOVE source-lines TO line-edit
               DISPLAY "  " FUNCTION TRIM(source-name) " LINE "
                   FUNCTION TRIM(line-edit) ": "
                   FUNCTION TRIM(exception-text)
               DISPLAY "    " pyaudit-cl-body(1:66)
           END-IF
           IF exception-count = 200
               DISPLAY "  FURTHER EXCEPTIONS COUNTED, NOT LISTED"
           END-IF.

      ** Records where the chains end, for the next verification
      *  to hold the trail to.
       RECORD-VERIFIED-POSITION.
           PERFORM OPEN-AUDIT-CHAIN-REGISTER
           IF pyac-open
               MOVE "VFY " TO ac-type
               MOVE FUNCTION CURRENT-DATE(1:14) TO ac-ts
               MOVE total-lines TO ac-lines
               MOVE chain-first-seq(1) TO ac-b-first-seq
               MOVE chain-last-seq(1) TO ac-b-seq
               MOVE chain-last-hash(1) TO ac-b-hash
               MOVE chain-last-seq(2) TO ac-o-seq
               MOVE chain-last-hash(2) TO ac-o-hash
               MOVE SPACES TO ac-path
               MOVE pyac-detail TO audchn-record
               WRITE audchn-record
               CLOSE AUDCHN-FILE
               MOVE "N" TO pyac-open-sw
               DISPLAY "CHAIN ENDS RECORDED - BATCH SEQUENCE "
                   chain-last-seq(1)
           ELSE
               DISPLAY "CHAIN ENDS NOT RECORDED - THE NEXT "
                   "VERIFICATION HOLDS THE TRAIL TO AN EARLIER POINT"
               IF verify-rc < 4
                   MOVE 4 TO verify-rc
               END-IF
           END-IF.

       COPY PYAUDWRT.
       COPY PYACLK.
