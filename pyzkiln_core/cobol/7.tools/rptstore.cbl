      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RPTSTORE".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The report just produced - the step before writes its
      *  SYSOUT (or its report DD) to a temporary dataset instead of
      *  the spool, and this step captures it from there.
           SELECT REPORT-IN-FILE ASSIGN TO "RPTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-in-status.
      ** The report's copy for the spool, so operators still see it
      *  in the job output the day it runs. Optional.
           SELECT REPORT-OUT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-out-status.
      ** The report repository - one dataset per report name
      *  (RPTSTORE_REPO_PREFIX + name), every line of every capture
      *  of that report behind a name, business date, run id and
      *  line-number prefix. The business date at column 10 is what
      *  HSKEEP ages the dataset on, so each report keeps as long as
      *  its own RETPOL line says.
           SELECT REPO-FILE ASSIGN TO repo-path-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS repo-status.
      ** The repository index - one line per capture (report name,
      *  business date, run id, page count, line count, expiry date
      *  and capture time). The expiry date at column 50 is the
      *  business date plus the report's RETPOL keep-days, so a
      *  RETPOL line for the index with keep-days 0 ages each entry
      *  off on the day its report does.
           SELECT INDEX-FILE ASSIGN TO "RPTINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS index-status.
      ** HSKEEP's retention-policy dataset, read only - the keep
      *  days of the report's repository dataset.
           SELECT POLICY-FILE ASSIGN TO "RETPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS policy-status.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-IN-FILE.
       01 report-in-record PIC X(133).
       FD  REPORT-OUT-FILE.
       01 report-out-record PIC X(133).
       FD  REPO-FILE.
       01 repo-record PIC X(176).
       FD  INDEX-FILE.
       01 index-record PIC X(72).
       FD  POLICY-FILE.
       01 policy-record PIC X(300).
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 report-in-status    PIC X(02) VALUE "00".
       01 report-in-eof-sw    PIC X(01) VALUE "N".
           88 report-in-eof VALUE "Y".
       01 report-out-status   PIC X(02) VALUE "00".
       01 report-out-open-sw  PIC X(01) VALUE "N".
           88 report-out-open VALUE "Y".
       01 repo-status         PIC X(02) VALUE "00".
       01 index-status        PIC X(02) VALUE "00".
       01 index-eof-sw        PIC X(01) VALUE "N".
           88 index-eof VALUE "Y".
       01 policy-status       PIC X(02) VALUE "00".
       01 policy-eof-sw       PIC X(01) VALUE "N".
           88 policy-eof VALUE "Y".

      ** The capture's identity - RPTSTORE_NAME (required, up to 8
      *  characters), RPTSTORE_DATE (the business date, yyyymmdd,
      *  today when not set) and RPTSTORE_RUNID (the job's
      *  PYZKILN_RUN_ID when not set, else this run's own id).
       01 report-name         PIC X(08) VALUE SPACES.
       01 report-name-alpha   PIC X(20) VALUE SPACES.
       01 business-date       PIC X(08) VALUE SPACES.
       01 business-date-num   REDEFINES business-date PIC 9(08).
       01 report-runid        PIC X(16) VALUE SPACES.
       01 repo-prefix         PIC X(200) VALUE SPACES.
       01 repo-path-alpha     PIC X(256) VALUE SPACES.

      ** Page counting - a report whose every page starts with a
      *  heading names it in RPTSTORE_PAGE_MARK and each line
      *  carrying it is a page; a report with no heading of its own
      *  (the DISPLAY reports) counts a page per RPTSTORE_PAGE_LINES
      *  lines (default 60).
       01 page-mark           PIC X(60) VALUE SPACES.
       01 page-mark-len       PIC 9(02) BINARY VALUE ZERO.
       01 page-lines-alpha    PIC X(05) VALUE SPACES.
       01 page-lines          PIC 9(03) VALUE 60.
       01 mark-hit-count      PIC 9(03) VALUE ZERO.
       01 page-count          PIC 9(05) VALUE ZERO.
       01 line-count          PIC 9(07) VALUE ZERO.

      ** Retention, from the repository dataset's RETPOL line.
       01 pol-path-alpha      PIC X(256).
       01 pol-pos-alpha       PIC X(05).
       01 pol-fmt-alpha       PIC X(10).
       01 pol-days-alpha      PIC X(05).
       01 pol-found-sw        PIC X(01) VALUE "N".
           88 pol-found VALUE "Y".
       01 keep-days           PIC 9(04) VALUE ZERO.
       01 expiry-date         PIC X(08) VALUE "99991231".
       01 expiry-date-num     REDEFINES expiry-date PIC 9(08).
       01 date-integer        PIC 9(08) VALUE ZERO.

      ** One repository line.
       01 repo-detail.
           05 rp-name             PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rp-date             PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rp-runid            PIC X(16).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rp-seq              PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 rp-text             PIC X(133).

      ** One index line - keep in step with RPTPRINT's copy.
       01 index-detail.
           05 ix-name             PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ix-date             PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ix-runid            PIC X(16).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ix-pages            PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ix-lines            PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ix-expiry           PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ix-stored           PIC X(14).
       01 index-dup-sw        PIC X(01) VALUE "N".
           88 index-duplicate VALUE "Y".

       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Captures one report into the report repository: every line
      *  goes to the report's repository dataset under its name,
      *  business date and run id, and one index entry records the
      *  capture with its page count and the date its retention
      *  ends - so "the detail report from the 12th" can be
      *  reprinted by RPTPRINT long after the spool is purged.
           DISPLAY "===== REPORT REPOSITORY CAPTURE ====="
           MOVE "RPTSTORE" TO pyaudit-program
           PERFORM LOAD-CAPTURE-SETTINGS
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           MOVE report-runid TO pyaudit-runid

           DISPLAY "REPORT=" report-name " BUSINESS DATE="
               business-date " RUN=" report-runid
           DISPLAY "REPOSITORY: " FUNCTION TRIM(repo-path-alpha)

           PERFORM CHECK-ALREADY-CAPTURED
           IF index-duplicate
               DISPLAY "ALREADY CAPTURED FOR THIS NAME, DATE AND RUN "
                   "- NOTHING WRITTEN (GIVE RPTSTORE_RUNID TO KEEP "
                   "A SECOND COPY)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CAPTURE-REPORT-LINES
           IF RETURN-CODE NOT < 8
               GOBACK
           END-IF
           IF line-count = ZERO
               DISPLAY "REPORT IS EMPTY - NOTHING CAPTURED"
               GOBACK
           END-IF

           PERFORM FIND-RETENTION-POLICY

           PERFORM WRITE-INDEX-ENTRY
           IF RETURN-CODE NOT < 8
               GOBACK
           END-IF

           DISPLAY "CAPTURED LINES=" line-count " PAGES=" page-count
               " RETAINED UNTIL " expiry-date
           MOVE "REPORT_CAPTURE" TO pyaudit-action
           MOVE RETURN-CODE TO pyaudit-rc
           PERFORM SET-AUDIT-REF
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

      ** Reads and checks the capture's settings; RC=16 when the
      *  capture cannot be identified.
       LOAD-CAPTURE-SETTINGS.
           ACCEPT report-name-alpha FROM ENVIRONMENT "RPTSTORE_NAME"
           MOVE FUNCTION UPPER-CASE(report-name-alpha)
               TO report-name-alpha
           IF report-name-alpha = SPACES
               OR report-name-alpha(9:) NOT = SPACES
               DISPLAY "RPTSTORE_NAME MUST NAME THE REPORT IN 1-8 "
                   "CHARACTERS - NOTHING CAPTURED"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE report-name-alpha(1:8) TO report-name
           END-IF

           ACCEPT business-date FROM ENVIRONMENT "RPTSTORE_DATE"
           IF business-date = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO business-date
           END-IF
           IF business-date NOT NUMERIC
               DISPLAY "RPTSTORE_DATE MUST BE YYYYMMDD - NOTHING "
                   "CAPTURED"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(business-date-num)
                   NOT = ZERO
                   DISPLAY "RPTSTORE_DATE IS NOT A CALENDAR DATE - "
                       "NOTHING CAPTURED"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           ACCEPT report-runid FROM ENVIRONMENT "RPTSTORE_RUNID"
           IF report-runid = SPACES
               ACCEPT report-runid FROM ENVIRONMENT "PYZKILN_RUN_ID"
           END-IF
           IF report-runid = SPACES
               MOVE FUNCTION CURRENT-DATE(1:16) TO report-runid
           END-IF

           ACCEPT page-mark FROM ENVIRONMENT "RPTSTORE_PAGE_MARK"
           MOVE ZERO TO page-mark-len
           IF page-mark NOT = SPACES
               COMPUTE page-mark-len =
                   FUNCTION LENGTH(FUNCTION TRIM(page-mark TRAILING))
           END-IF
           ACCEPT page-lines-alpha FROM ENVIRONMENT
               "RPTSTORE_PAGE_LINES"
           IF page-lines-alpha NOT = SPACES
               IF FUNCTION TEST-NUMVAL(page-lines-alpha) NOT = ZERO
                   DISPLAY "RPTSTORE_PAGE_LINES MUST BE A NUMBER OF "
                       "LINES - NOTHING CAPTURED"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   COMPUTE page-lines =
                       FUNCTION NUMVAL(page-lines-alpha)
                   IF page-lines = ZERO
                       MOVE 60 TO page-lines
                   END-IF
               END-IF
           END-IF

           ACCEPT repo-prefix FROM ENVIRONMENT "RPTSTORE_REPO_PREFIX"
           IF repo-prefix = SPACES
               MOVE "./rptrepo." TO repo-prefix
           END-IF
           MOVE SPACES TO repo-path-alpha
           STRING FUNCTION TRIM(repo-prefix) DELIMITED BY SIZE
               FUNCTION TRIM(report-name) DELIMITED BY SIZE
               INTO repo-path-alpha
           END-STRING.

      ** A second capture under the same name, date and run id
      *  would double every line of the stored report - refused.
       CHECK-ALREADY-CAPTURED.
           MOVE "N" TO index-dup-sw index-eof-sw
           OPEN INPUT INDEX-FILE
           IF index-status = "00"
               READ INDEX-FILE INTO index-record
                   AT END SET index-eof TO TRUE
               END-READ
               PERFORM CHECK-ONE-INDEX-LINE UNTIL index-eof
               CLOSE INDEX-FILE
           END-IF.

       CHECK-ONE-INDEX-LINE.
           MOVE index-record TO index-detail
           IF ix-name = report-name
               AND ix-date = business-date
               AND ix-runid = report-runid
               SET index-duplicate TO TRUE
               SET index-eof TO TRUE
           ELSE
               READ INDEX-FILE INTO index-record
                   AT END SET index-eof TO TRUE
               END-READ
           END-IF.

      ** Finds the repository dataset's line in HSKEEP's policy and
      *  sets the capture's expiry from its keep-days. A report
      *  with no policy line is kept until one is added (RC=4) - it
      *  is never dropped for want of a rule.
       FIND-RETENTION-POLICY.
           MOVE "N" TO pol-found-sw policy-eof-sw
           OPEN INPUT POLICY-FILE
           IF policy-status NOT = "00"
               DISPLAY "UNABLE TO OPEN RETPOL DD, STATUS="
                   policy-status
           ELSE
               READ POLICY-FILE INTO policy-record
                   AT END SET policy-eof TO TRUE
               END-READ
               PERFORM CHECK-ONE-POLICY-LINE UNTIL policy-eof
               CLOSE POLICY-FILE
           END-IF

           IF pol-found
               MOVE business-date TO expiry-date
               COMPUTE date-integer =
                   FUNCTION INTEGER-OF-DATE(business-date-num)
                   + keep-days
               COMPUTE expiry-date-num =
                   FUNCTION DATE-OF-INTEGER(date-integer)
               DISPLAY "RETENTION: " keep-days " DAYS (RETPOL)"
           ELSE
               MOVE "99991231" TO expiry-date
               DISPLAY "NO RETPOL LINE FOR "
                   FUNCTION TRIM(repo-path-alpha)
                   " - KEPT UNTIL A RETENTION POLICY IS ADDED"
               MOVE 4 TO RETURN-CODE
           END-IF.

       CHECK-ONE-POLICY-LINE.
           IF policy-record = SPACES
               OR policy-record(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO pol-path-alpha pol-pos-alpha
                   pol-fmt-alpha pol-days-alpha
               UNSTRING policy-record DELIMITED BY ","
                   INTO pol-path-alpha
                        pol-pos-alpha
                        pol-fmt-alpha
                        pol-days-alpha
               END-UNSTRING
               IF pol-path-alpha = repo-path-alpha
                   IF FUNCTION TEST-NUMVAL(pol-days-alpha) NOT = ZERO
                       DISPLAY "RETPOL LINE NOT USABLE: "
                           FUNCTION TRIM(policy-record)
                   ELSE
                       SET pol-found TO TRUE
                       SET policy-eof TO TRUE
                       COMPUTE keep-days =
                           FUNCTION NUMVAL(pol-days-alpha)
                       IF FUNCTION NUMVAL(pol-pos-alpha) NOT = 10
                           OR pol-fmt-alpha(1:3) NOT = "CCY"
                           DISPLAY "WARNING: RETPOL SHOULD AGE THE "
                               "REPOSITORY ON COLUMN 10, CCYYMMDD"
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT policy-eof
               READ POLICY-FILE INTO policy-record
                   AT END SET policy-eof TO TRUE
               END-READ
           END-IF.

      ** Copies the report into the repository dataset line for
      *  line, and to the spool copy when RPTOUT is allocated.
       CAPTURE-REPORT-LINES.
           MOVE ZERO TO line-count page-count
           OPEN INPUT REPORT-IN-FILE
           IF report-in-status NOT = "00"
               DISPLAY "UNABLE TO OPEN RPTIN DD, STATUS="
                   report-in-status " - NOTHING CAPTURED"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN EXTEND REPO-FILE
               IF repo-status = "35"
                   OPEN OUTPUT REPO-FILE
               END-IF
               IF repo-status NOT = "00"
                   DISPLAY "UNABLE TO OPEN REPOSITORY DATASET, "
                       "STATUS=" repo-status " - NOTHING CAPTURED"
                   CLOSE REPORT-IN-FILE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT REPORT-OUT-FILE
                   IF report-out-status = "00"
                       SET report-out-open TO TRUE
                   END-IF
                   MOVE report-name TO rp-name
                   MOVE business-date TO rp-date
                   MOVE report-runid TO rp-runid
                   READ REPORT-IN-FILE INTO report-in-record
                       AT END SET report-in-eof TO TRUE
                   END-READ
                   PERFORM CAPTURE-ONE-LINE UNTIL report-in-eof
                   CLOSE REPORT-IN-FILE
                   CLOSE REPO-FILE
                   IF report-out-open
                       CLOSE REPORT-OUT-FILE
                   END-IF
                   PERFORM COUNT-REPORT-PAGES
               END-IF
           END-IF.

       CAPTURE-ONE-LINE.
           ADD 1 TO line-count
           MOVE line-count TO rp-seq
           MOVE report-in-record TO rp-text
           MOVE repo-detail TO repo-record
           WRITE repo-record
           IF report-out-open
               MOVE report-in-record TO report-out-record
               WRITE report-out-record
           END-IF
           IF page-mark-len NOT = ZERO
               MOVE ZERO TO mark-hit-count
               INSPECT report-in-record TALLYING mark-hit-count
                   FOR ALL page-mark(1:page-mark-len)
               IF mark-hit-count NOT = ZERO
                   ADD 1 TO page-count
               END-IF
           END-IF

           READ REPORT-IN-FILE INTO report-in-record
               AT END SET report-in-eof TO TRUE
           END-READ.

      ** With no heading to count, a page is every page-lines lines;
      *  a report with lines but no heading found is one page.
       COUNT-REPORT-PAGES.
           IF page-mark-len = ZERO
               COMPUTE page-count =
                   (line-count + page-lines - 1) / page-lines
           ELSE
               IF page-count = ZERO AND line-count NOT = ZERO
                   MOVE 1 TO page-count
               END-IF
           END-IF.

      ** Appends the capture's index entry.
       WRITE-INDEX-ENTRY.
           MOVE report-name TO ix-name
           MOVE business-date TO ix-date
           MOVE report-runid TO ix-runid
           MOVE page-count TO ix-pages
           MOVE line-count TO ix-lines
           MOVE expiry-date TO ix-expiry
           MOVE FUNCTION CURRENT-DATE(1:14) TO ix-stored
           OPEN EXTEND INDEX-FILE
           IF index-status = "35"
               OPEN OUTPUT INDEX-FILE
           END-IF
           IF index-status NOT = "00"
               DISPLAY "UNABLE TO OPEN RPTINDEX DD, STATUS="
                   index-status " - LINES STORED BUT NOT INDEXED"
               MOVE 16 TO RETURN-CODE
               MOVE "REPORT_CAPTURE" TO pyaudit-action
               MOVE 16 TO pyaudit-rc
               PERFORM SET-AUDIT-REF
               PERFORM WRITE-AUDIT-RECORD
               PERFORM ISSUE-OPERATOR-ALERT
           ELSE
               MOVE index-detail TO index-record
               WRITE index-record
               CLOSE INDEX-FILE
           END-IF.

      ** REF=<name>.<yymmdd> - the report and its business date.
       SET-AUDIT-REF.
           MOVE SPACES TO pyaudit-ref
           STRING FUNCTION TRIM(report-name) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               business-date(3:6) DELIMITED BY SIZE
               INTO pyaudit-ref
           END-STRING.

       COPY PYAUDWRT.
       COPY PYWTOWRT.
