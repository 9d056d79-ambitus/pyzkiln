      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RPTPRINT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** Reprint cards arrive on SYSIN, one request per card:
      *    LST [name] [yyyymmdd]     list the repository index -
      *                              every capture, or those of one
      *                              report, or of one report on one
      *                              business date
      *    PRT <name> <yyyymmdd> [runid]
      *                              reprint a stored report - the
      *                              latest capture for that business
      *                              date, or the named run's
      *  A card starting with * is a comment and is skipped.
           SELECT PRT-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS prt-card-status.
      ** RPTSTORE's repository index, read only.
           SELECT INDEX-FILE ASSIGN TO "RPTINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS index-status.
      ** The report's repository dataset (RPTSTORE_REPO_PREFIX +
      *  name, the same setting RPTSTORE writes under), read only.
           SELECT REPO-FILE ASSIGN TO repo-path-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS repo-status.
      ** The reprinted reports, each behind a banner line.
           SELECT REPORT-OUT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-out-status.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRT-CARD-FILE.
       01 prt-card-record PIC X(80).
       FD  INDEX-FILE.
       01 index-record PIC X(72).
       FD  REPO-FILE.
       01 repo-record PIC X(176).
       FD  REPORT-OUT-FILE.
       01 report-out-record PIC X(133).
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 prt-card-status     PIC X(02) VALUE "00".
       01 prt-card-eof-sw     PIC X(01) VALUE "N".
           88 prt-card-eof VALUE "Y".
       01 index-status        PIC X(02) VALUE "00".
       01 index-eof-sw        PIC X(01) VALUE "N".
           88 index-eof VALUE "Y".
       01 repo-status         PIC X(02) VALUE "00".
       01 repo-eof-sw         PIC X(01) VALUE "N".
           88 repo-eof VALUE "Y".
       01 report-out-status   PIC X(02) VALUE "00".
       01 report-out-open-sw  PIC X(01) VALUE "N".
           88 report-out-open VALUE "Y".
       01 repo-prefix         PIC X(200) VALUE SPACES.
       01 repo-path-alpha     PIC X(256) VALUE SPACES.

       01 card-verb           PIC X(08).
       01 card-name           PIC X(20).
       01 card-date           PIC X(08).
       01 card-date-num       REDEFINES card-date PIC 9(08).
       01 card-runid          PIC X(16).
       01 card-ok-sw          PIC X(01) VALUE "Y".
           88 card-ok VALUE "Y".
       01 today-date          PIC X(08) VALUE SPACES.

      ** One index line - keep in step with RPTSTORE's copy.
       01 index-detail.
           05 ix-name             PIC X(08).
           05 FILLER              PIC X(01).
           05 ix-date             PIC X(08).
           05 FILLER              PIC X(01).
           05 ix-runid            PIC X(16).
           05 FILLER              PIC X(01).
           05 ix-pages            PIC 9(05).
           05 FILLER              PIC X(01).
           05 ix-lines            PIC 9(07).
           05 FILLER              PIC X(01).
           05 ix-expiry           PIC X(08).
           05 FILLER              PIC X(01).
           05 ix-stored           PIC X(14).
       01 list-count          PIC 9(05) VALUE ZERO.

      ** The capture a PRT card selects - the last matching index
      *  entry, captures being appended in the order they ran.
       01 sel-found-sw        PIC X(01) VALUE "N".
           88 sel-found VALUE "Y".
       01 sel-detail          PIC X(72).
       01 sel-fields REDEFINES sel-detail.
           05 sel-name            PIC X(08).
           05 FILLER              PIC X(01).
           05 sel-date            PIC X(08).
           05 FILLER              PIC X(01).
           05 sel-runid           PIC X(16).
           05 FILLER              PIC X(01).
           05 sel-pages           PIC 9(05).
           05 FILLER              PIC X(01).
           05 sel-lines           PIC 9(07).
           05 FILLER              PIC X(01).
           05 sel-expiry          PIC X(08).
           05 FILLER              PIC X(01).
           05 sel-stored          PIC X(14).

      ** One repository line.
       01 repo-detail.
           05 rp-name             PIC X(08).
           05 FILLER              PIC X(01).
           05 rp-date             PIC X(08).
           05 FILLER              PIC X(01).
           05 rp-runid            PIC X(16).
           05 FILLER              PIC X(01).
           05 rp-seq              PIC 9(07).
           05 FILLER              PIC X(01).
           05 rp-text             PIC X(133).
       01 reprint-count       PIC 9(07) VALUE ZERO.

       01 banner-line.
           05 FILLER              PIC X(10) VALUE "*REPRINT* ".
           05 bn-name             PIC X(08).
           05 FILLER              PIC X(15) VALUE " BUSINESS DATE ".
           05 bn-date             PIC X(08).
           05 FILLER              PIC X(05) VALUE " RUN ".
           05 bn-runid            PIC X(16).
           05 FILLER              PIC X(07) VALUE " PAGES ".
           05 bn-pages            PIC ZZZZ9.
           05 FILLER              PIC X(10) VALUE " CAPTURED ".
           05 bn-stored           PIC X(14).
           05 FILLER              PIC X(35) VALUE SPACES.

       01 cards-read-count    PIC 9(05) VALUE ZERO.
       01 reprint-done-count  PIC 9(03) VALUE ZERO.
       01 reprint-fail-count  PIC 9(03) VALUE ZERO.

       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Lists and reprints the reports RPTSTORE captured - so a
      *  report whose spool copy is long purged is one PRT card
      *  away for as long as its retention runs.
           DISPLAY "===== REPORT REPOSITORY REPRINT ====="
           MOVE "RPTPRINT" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           ACCEPT repo-prefix FROM ENVIRONMENT "RPTSTORE_REPO_PREFIX"
           IF repo-prefix = SPACES
               MOVE "./rptrepo." TO repo-prefix
           END-IF

           OPEN OUTPUT REPORT-OUT-FILE
           IF report-out-status = "00"
               SET report-out-open TO TRUE
           END-IF

           OPEN INPUT PRT-CARD-FILE
           IF prt-card-status NOT = "00"
               DISPLAY "UNABLE TO OPEN SYSIN CARDS, STATUS="
                   prt-card-status
               MOVE 16 TO RETURN-CODE
           ELSE
               READ PRT-CARD-FILE INTO prt-card-record
                   AT END SET prt-card-eof TO TRUE
               END-READ
               PERFORM PROCESS-REPRINT-CARD UNTIL prt-card-eof
               CLOSE PRT-CARD-FILE
           END-IF
           IF report-out-open
               CLOSE REPORT-OUT-FILE
           END-IF

           DISPLAY " "
           DISPLAY "RPTPRINT COMPLETE - CARDS READ=" cards-read-count
               " REPRINTED=" reprint-done-count
               " FAILED=" reprint-fail-count
           GOBACK.

      ** Parses one reprint card and dispatches on its verb.
       PROCESS-REPRINT-CARD.
           IF prt-card-record = SPACES
               OR prt-card-record(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO cards-read-count
               MOVE SPACES TO card-verb card-name card-date card-runid
               UNSTRING prt-card-record DELIMITED BY ALL " "
                   INTO card-verb
                        card-name
                        card-date
                        card-runid
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(card-verb) TO card-verb
               MOVE FUNCTION UPPER-CASE(card-name) TO card-name

               DISPLAY " "
               DISPLAY "REQUEST: " FUNCTION TRIM(prt-card-record)
               PERFORM CHECK-CARD-OPERANDS
               IF card-ok
                   EVALUATE card-verb
                       WHEN "LST"
                           PERFORM LIST-INDEX-ENTRIES
                       WHEN "PRT"
                           PERFORM REPRINT-REPORT
                       WHEN OTHER
                           DISPLAY "UNRECOGNIZED CARD VERB: "
                               card-verb
                           MOVE 8 TO RETURN-CODE
                   END-EVALUATE
               END-IF
           END-IF

           READ PRT-CARD-FILE INTO prt-card-record
               AT END SET prt-card-eof TO TRUE
           END-READ.

      ** A report name is at most 8 characters and a date is a
      *  calendar yyyymmdd; PRT needs both.
       CHECK-CARD-OPERANDS.
           SET card-ok TO TRUE
           IF card-name(9:) NOT = SPACES
               DISPLAY "REPORT NAME LONGER THAN 8 CHARACTERS: "
                   FUNCTION TRIM(card-name)
               MOVE "N" TO card-ok-sw
           END-IF
           IF card-verb = "PRT"
               AND (card-name = SPACES OR card-date = SPACES)
               DISPLAY "PRT NEEDS A REPORT NAME AND A BUSINESS DATE"
               MOVE "N" TO card-ok-sw
           END-IF
           IF card-date NOT = SPACES
               IF card-date NOT NUMERIC
                   DISPLAY "BUSINESS DATE MUST BE YYYYMMDD: "
                       card-date
                   MOVE "N" TO card-ok-sw
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(card-date-num)
                       NOT = ZERO
                       DISPLAY "BUSINESS DATE IS NOT A CALENDAR "
                           "DATE: " card-date
                       MOVE "N" TO card-ok-sw
                   END-IF
               END-IF
           END-IF
           IF NOT card-ok
               MOVE 8 TO RETURN-CODE
           END-IF.

      ** LST - the index entries the card's operands select.
       LIST-INDEX-ENTRIES.
           MOVE ZERO TO list-count
           MOVE "N" TO index-eof-sw
           OPEN INPUT INDEX-FILE
           IF index-status NOT = "00"
               DISPLAY "UNABLE TO OPEN RPTINDEX DD, STATUS="
                   index-status
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "REPORT   BUS DATE RUN ID           PAGES "
                   "  LINES KEEP TO  CAPTURED"
               READ INDEX-FILE INTO index-record
                   AT END SET index-eof TO TRUE
               END-READ
               PERFORM LIST-ONE-INDEX-LINE UNTIL index-eof
               CLOSE INDEX-FILE
               DISPLAY "ENTRIES LISTED: " list-count
           END-IF.

       LIST-ONE-INDEX-LINE.
           MOVE index-record TO index-detail
           IF index-record NOT = SPACES
               AND (card-name = SPACES OR ix-name = card-name)
               AND (card-date = SPACES OR ix-date = card-date)
               ADD 1 TO list-count
               DISPLAY index-record
           END-IF
           READ INDEX-FILE INTO index-record
               AT END SET index-eof TO TRUE
           END-READ.

      ** PRT - finds the capture in the index, then copies its
      *  lines out of the report's repository dataset in the order
      *  they were captured. RC=8 when the capture is not indexed,
      *  its lines have aged off, or fewer or more come back than
      *  were captured.
       REPRINT-REPORT.
           PERFORM FIND-INDEX-ENTRY
           IF NOT sel-found
               DISPLAY "NO CAPTURE OF " FUNCTION TRIM(card-name)
                   " FOR " card-date " IN THE INDEX"
               ADD 1 TO reprint-fail-count
               MOVE 8 TO RETURN-CODE
           ELSE
               IF sel-expiry < today-date
                   DISPLAY "RETENTION ENDED " sel-expiry
                       " - REPRINTING WHAT IS STILL HELD"
               END-IF
               PERFORM COPY-REPORT-LINES
               IF reprint-count = sel-lines
                   ADD 1 TO reprint-done-count
                   DISPLAY "REPRINTED " FUNCTION TRIM(sel-name)
                       " " sel-date " RUN " sel-runid
                       " LINES=" reprint-count " PAGES=" sel-pages
               ELSE
                   ADD 1 TO reprint-fail-count
                   MOVE 8 TO RETURN-CODE
                   IF reprint-count = ZERO
                       DISPLAY "REPORT LINES NO LONGER HELD - AGED "
                           "OFF OR REPOSITORY NOT FOUND"
                   ELSE
                       DISPLAY "INCOMPLETE REPRINT - " reprint-count
                           " OF " sel-lines " LINES FOUND"
                   END-IF
               END-IF
               MOVE "REPORT_REPRINT" TO pyaudit-action
               MOVE sel-runid TO pyaudit-runid
               IF reprint-count = sel-lines
                   MOVE ZERO TO pyaudit-rc
               ELSE
                   MOVE 8 TO pyaudit-rc
               END-IF
               MOVE SPACES TO pyaudit-ref
               STRING FUNCTION TRIM(sel-name) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   sel-date(3:6) DELIMITED BY SIZE
                   INTO pyaudit-ref
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       FIND-INDEX-ENTRY.
           MOVE "N" TO sel-found-sw index-eof-sw
           OPEN INPUT INDEX-FILE
           IF index-status NOT = "00"
               DISPLAY "UNABLE TO OPEN RPTINDEX DD, STATUS="
                   index-status
           ELSE
               READ INDEX-FILE INTO index-record
                   AT END SET index-eof TO TRUE
               END-READ
               PERFORM MATCH-ONE-INDEX-LINE UNTIL index-eof
               CLOSE INDEX-FILE
           END-IF.

       MATCH-ONE-INDEX-LINE.
           MOVE index-record TO index-detail
           IF ix-name = card-name
               AND ix-date = card-date
               AND (card-runid = SPACES OR ix-runid = card-runid)
               SET sel-found TO TRUE
               MOVE index-record TO sel-detail
           END-IF
           READ INDEX-FILE INTO index-record
               AT END SET index-eof TO TRUE
           END-READ.

      ** Writes the banner and the capture's lines to RPTOUT (to
      *  the job log when RPTOUT is not allocated).
       COPY-REPORT-LINES.
           MOVE ZERO TO reprint-count
           MOVE "N" TO repo-eof-sw
           MOVE SPACES TO repo-path-alpha
           STRING FUNCTION TRIM(repo-prefix) DELIMITED BY SIZE
               FUNCTION TRIM(sel-name) DELIMITED BY SIZE
               INTO repo-path-alpha
           END-STRING
           OPEN INPUT REPO-FILE
           IF repo-status NOT = "00"
               DISPLAY "UNABLE TO OPEN "
                   FUNCTION TRIM(repo-path-alpha)
                   ", STATUS=" repo-status
           ELSE
               MOVE sel-name TO bn-name
               MOVE sel-date TO bn-date
               MOVE sel-runid TO bn-runid
               MOVE sel-pages TO bn-pages
               MOVE sel-stored TO bn-stored
               IF report-out-open
                   MOVE banner-line TO report-out-record
                   WRITE report-out-record
               ELSE
                   DISPLAY banner-line
               END-IF
               READ REPO-FILE INTO repo-record
                   AT END SET repo-eof TO TRUE
               END-READ
               PERFORM COPY-ONE-REPORT-LINE UNTIL repo-eof
               CLOSE REPO-FILE
           END-IF.

       COPY-ONE-REPORT-LINE.
           MOVE repo-record TO repo-detail
           IF rp-name = sel-name
               AND rp-date = sel-date
               AND rp-runid = sel-runid
               ADD 1 TO reprint-count
               IF report-out-open
                   MOVE rp-text TO report-out-record
                   WRITE report-out-record
               ELSE
                   DISPLAY rp-text
               END-IF
           END-IF
           READ REPO-FILE INTO repo-record
               AT END SET repo-eof TO TRUE
           END-READ.

       COPY PYAUDWRT.
