      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RULESIM".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The rules in force today and the proposed replacement, in
      *  the same field,type,qualifier,low,high,severity layout.
           SELECT RULES-FILE ASSIGN TO "PYZRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rules-status.
           SELECT PROPOSED-FILE ASSIGN TO "PYZRNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS proposed-status.
      ** The sample the two are run against - the VSAM master
      *  PANDASREAD loads, read only and walked once from the
      *  lowest id, or an extract in the CSVREC column shape (an
      *  archive restored through ARCCAT, say).
           SELECT VSAM-MASTER-FILE ASSIGN TO vsam-master-alpha
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vsam-mst-key
               FILE STATUS IS vsam-mst-status.
           SELECT SAMPLE-EXT-FILE ASSIGN TO "SIMEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sample-ext-status.
           COPY PYZCALSL.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01 rules-file-record PIC X(100).
       FD  PROPOSED-FILE.
       01 proposed-record PIC X(100).
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
       FD  SAMPLE-EXT-FILE.
       01 sample-ext-record PIC X(300).
       COPY PYZCALFD.
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 rules-status        PIC X(02) VALUE "00".
       01 proposed-status     PIC X(02) VALUE "00".
       01 rules-eof-sw        PIC X(01) VALUE "N".
           88 rules-eof VALUE "Y".
       01 rules-record        PIC X(100).
       01 vsam-master-alpha   PIC X(256) VALUE SPACES.
       01 vsam-mst-status     PIC X(02) VALUE "00".
       01 vsam-scan-eof-sw    PIC X(01) VALUE "N".
           88 vsam-scan-eof VALUE "Y".
       01 sample-ext-status   PIC X(02) VALUE "00".
       01 sample-ext-eof-sw   PIC X(01) VALUE "N".
           88 sample-ext-eof VALUE "Y".

      ** Which sample (RULESIM_SAMPLE) - MASTER by default, or
      *  EXTRACT for the SIMEXT DD - and how many newly failing
      *  rows are listed one by one (RULESIM_LIST_MAX); the counts
      *  always cover every row.
       01 sample-alpha        PIC X(08) VALUE SPACES.
       01 sample-sw           PIC X(01) VALUE "M".
           88 sample-is-master VALUE "M".
           88 sample-is-extract VALUE "X".
       01 list-max-alpha      PIC X(05) VALUE SPACES.
       01 list-max            PIC 9(05) VALUE 100.

      ** The two rule sets side by side - set 1 the current
      *  PYZRULES, set 2 the proposed PYZRNEW - each loaded,
      *  validated and applied exactly as PANDASREAD's native pass
      *  loads, validates and applies its one. Per rule, the rows
      *  it applied to (a RANGE band only sees its own region) and
      *  the rows that broke it.
       01 set-idx             PIC 9(01) BINARY VALUE ZERO.
       01 paired-idx          PIC 9(02) BINARY VALUE ZERO.
       01 rules-idx           PIC 9(02) BINARY VALUE ZERO.
       01 pair-idx            PIC 9(02) BINARY VALUE ZERO.
       01 set-names-init.
           05 FILLER              PIC X(08) VALUE "CURRENT".
           05 FILLER              PIC X(08) VALUE "PROPOSED".
       01 set-names REDEFINES set-names-init.
           05 set-name            PIC X(08) OCCURS 2 TIMES.
       01 rule-set-table.
           05 rule-set OCCURS 2 TIMES.
               10 rules-count     PIC 9(02) BINARY.
               10 rules-rejected  PIC 9(02).
               10 biz-rule-entry OCCURS 20 TIMES.
                   15 rule-field      PIC X(12).
                   15 rule-type       PIC X(10).
                   15 rule-qual       PIC X(24).
                   15 rule-low        PIC S9(09)V99.
                   15 rule-high       PIC S9(09)V99.
                   15 rule-sev        PIC X(01).
                   15 rule-checked    PIC 9(09).
                   15 rule-viol       PIC 9(09).
                   15 rule-paired-sw  PIC X(01).
                       88 rule-paired VALUE "Y".
       01 rule-low-alpha      PIC X(15).
       01 rule-high-alpha     PIC X(15).
       01 rule-sev-alpha      PIC X(02).
       01 today-iso           PIC X(10).
       01 rule-date-ok-sw     PIC X(01) VALUE "Y".
           88 rule-date-ok VALUE "Y".
       01 rule-yyyy           PIC 9(04) VALUE ZERO.
       01 rule-mm             PIC 9(02) VALUE ZERO.
       01 rule-dd             PIC 9(02) VALUE ZERO.
       01 rule-month-days     PIC 9(02) VALUE ZERO.
       01 rule-hit-count      PIC 9(03) BINARY VALUE ZERO.

      ** One sample row, in the CSVREC fields the rules read.
       COPY CSVREC.
       01 ext-id-alpha        PIC X(10).
       01 ext-amount-alpha    PIC X(15).
       01 ext-field-count     PIC 9(02) BINARY VALUE ZERO.
       01 line-skip-sw        PIC X(01) VALUE "N".
           88 line-skipped VALUE "Y".

      ** The row's outcome under each set - rules broken, error-
      *  severity rules broken, and the first rule broken.
       01 row-outcome-table.
           05 row-outcome OCCURS 2 TIMES.
               10 row-fails       PIC 9(03).
               10 row-errors      PIC 9(03).
               10 row-first-rule  PIC 9(02).

       01 sample-rows         PIC 9(09) VALUE ZERO.
       01 unparsed-rows       PIC 9(09) VALUE ZERO.
       01 rows-failing-tbl.
           05 rows-failing        PIC 9(09) OCCURS 2 TIMES.
       01 rows-erroring-tbl.
           05 rows-erroring       PIC 9(09) OCCURS 2 TIMES.
       01 newly-err-count     PIC 9(09) VALUE ZERO.
       01 newly-warn-count    PIC 9(09) VALUE ZERO.
       01 newly-pass-count    PIC 9(09) VALUE ZERO.
       01 listed-count        PIC 9(05) VALUE ZERO.
       01 newly-tag           PIC X(05).
       01 amount-edit         PIC +9(09).99.
       01 rule-low-edit       PIC -(9)9.99.
       01 rule-high-edit      PIC -(9)9.99.
       01 passed-count        PIC 9(09) VALUE ZERO.
       01 pair-status         PIC X(08).
       01 cur-pass-edit       PIC Z(8)9.
       01 cur-fail-edit       PIC Z(8)9.
       01 new-pass-edit       PIC Z(8)9.
       01 new-fail-edit       PIC Z(8)9.

       COPY PYZCALWS.
       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Runs a proposed PYZRULES member beside the one in force
      *  against a sample - the master, or a chosen extract - and
      *  reports, rule by rule, the rows passing and failing under
      *  each, then every row the proposal would newly fail. A
      *  band drawn too tight shows up here, on a report someone
      *  signs off, instead of as a region's worth of E-severity
      *  violations failing the production step.
           DISPLAY "===== BUSINESS RULE IMPACT SIMULATION ====="
           MOVE "RULESIM" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           ACCEPT sample-alpha FROM ENVIRONMENT "RULESIM_SAMPLE"
           IF sample-alpha = SPACES
               MOVE "MASTER" TO sample-alpha
           END-IF
           EVALUATE sample-alpha
               WHEN "MASTER"
                   MOVE "M" TO sample-sw
               WHEN "EXTRACT"
                   MOVE "X" TO sample-sw
               WHEN OTHER
                   DISPLAY "RULESIM_SAMPLE MUST BE MASTER OR "
                       "EXTRACT: " sample-alpha
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           ACCEPT list-max-alpha FROM ENVIRONMENT "RULESIM_LIST_MAX"
           IF list-max-alpha NOT = SPACES
               IF FUNCTION TEST-NUMVAL(list-max-alpha) NOT = ZERO
                   OR FUNCTION NUMVAL(list-max-alpha) < 0
                   DISPLAY "RULESIM_LIST_MAX MUST BE A NUMBER OF "
                       "ROWS: " list-max-alpha
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE list-max = FUNCTION NUMVAL(list-max-alpha)
           END-IF

           MOVE SPACES TO today-iso
           STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO today-iso
           END-STRING

      ** The calendar feeds the NOTFUTBD rule, same as the main
      *  run's pass.
           PERFORM LOAD-SITE-CALENDAR
           PERFORM COMPUTE-NEXT-BUSINESS-DAY

           INITIALIZE rule-set-table rows-failing-tbl
               rows-erroring-tbl
           MOVE 1 TO set-idx
           OPEN INPUT RULES-FILE
           IF rules-status NOT = "00"
               DISPLAY "NO CURRENT RULES (PYZRULES) - EVERY PROPOSED "
                   "RULE IS NEW"
           ELSE
               PERFORM LOAD-RULE-SET
               CLOSE RULES-FILE
           END-IF
           MOVE 2 TO set-idx
           OPEN INPUT PROPOSED-FILE
           IF proposed-status NOT = "00"
               DISPLAY "UNABLE TO OPEN PYZRNEW DD (THE PROPOSED "
                   "RULES), STATUS=" proposed-status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-RULE-SET
           CLOSE PROPOSED-FILE

           DISPLAY " "
           DISPLAY "NEWLY FAILING ROWS (FIRST PROPOSED RULE BROKEN):"
           IF sample-is-master
               PERFORM SIMULATE-OVER-MASTER
           ELSE
               PERFORM SIMULATE-OVER-EXTRACT
           END-IF
           IF RETURN-CODE = 16
               GOBACK
           END-IF
           IF newly-err-count = ZERO AND newly-warn-count = ZERO
               DISPLAY "  NONE"
           END-IF
           IF listed-count < newly-err-count + newly-warn-count
               DISPLAY "  ... LISTING STOPPED AT " list-max
                   " ROW(S) - RULESIM_LIST_MAX"
           END-IF

           PERFORM PRINT-RULE-COMPARISON
           PERFORM PRINT-SIGN-OFF-VERDICT

           MOVE "RULE_SIMULATION" TO pyaudit-action
           MOVE RETURN-CODE TO pyaudit-rc
           MOVE sample-alpha TO pyaudit-ref
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

      ** Loads one rule set from whichever of the two files is
      *  open, same parse and same validation as PANDASREAD's
      *  LOAD-VALIDATION-RULES.
       LOAD-RULE-SET.
           MOVE "N" TO rules-eof-sw
           PERFORM READ-RULE-LINE
           PERFORM PARSE-RULE-LINE UNTIL rules-eof
           DISPLAY set-name(set-idx) " RULES LOADED - "
               rules-count(set-idx) " RULE(S)".

       READ-RULE-LINE.
           IF set-idx = 1
               READ RULES-FILE INTO rules-record
                   AT END SET rules-eof TO TRUE
               END-READ
           ELSE
               READ PROPOSED-FILE INTO rules-record
                   AT END SET rules-eof TO TRUE
               END-READ
           END-IF.

      ** Parses one field,type,qualifier,low,high,severity rule
      *  line (blank lines and * comments skipped) and reads the
      *  next.
       PARSE-RULE-LINE.
           IF rules-record = SPACES
               OR rules-record(1:1) = "*"
               CONTINUE
           ELSE
               IF rules-count(set-idx) < 20
                   ADD 1 TO rules-count(set-idx)
                   MOVE rules-count(set-idx) TO rules-idx
                   MOVE SPACES TO rule-low-alpha rule-high-alpha
                       rule-sev-alpha
                   UNSTRING rules-record DELIMITED BY ","
                       INTO rule-field(set-idx rules-idx)
                            rule-type(set-idx rules-idx)
                            rule-qual(set-idx rules-idx)
                            rule-low-alpha
                            rule-high-alpha
                            rule-sev-alpha
                   END-UNSTRING
                   MOVE ZERO TO rule-low(set-idx rules-idx)
                   MOVE ZERO TO rule-high(set-idx rules-idx)
                   IF FUNCTION TEST-NUMVAL(rule-low-alpha) = ZERO
                       COMPUTE rule-low(set-idx rules-idx) =
                           FUNCTION NUMVAL(rule-low-alpha)
                   END-IF
                   IF FUNCTION TEST-NUMVAL(rule-high-alpha) = ZERO
                       COMPUTE rule-high(set-idx rules-idx) =
                           FUNCTION NUMVAL(rule-high-alpha)
                   END-IF
                   IF rule-sev-alpha(1:1) = "E"
                       MOVE "E" TO rule-sev(set-idx rules-idx)
                   ELSE
                       MOVE "W" TO rule-sev(set-idx rules-idx)
                   END-IF
                   PERFORM VALIDATE-RULE-DEFINITION
               ELSE
                   DISPLAY set-name(set-idx) " RULES TABLE FULL - "
                       "LINE IGNORED: " FUNCTION TRIM(rules-record)
                   ADD 1 TO rules-rejected(set-idx)
               END-IF
           END-IF

           PERFORM READ-RULE-LINE.

      ** A rule PANDASREAD would reject - an unknown type, or a
      *  NOTBLANK on a field other than name - is dropped here too,
      *  and counted: a proposal carrying one is not ready.
       VALIDATE-RULE-DEFINITION.
           EVALUATE rule-type(set-idx rules-idx)
               WHEN "DATEVALID"
               WHEN "NOTFUTURE"
               WHEN "NOTFUTBD"
               WHEN "RANGE"
               WHEN "REGIONIN"
                   CONTINUE
               WHEN "NOTBLANK"
                   IF rule-field(set-idx rules-idx)(1:4) NOT = "name"
                       DISPLAY set-name(set-idx) " RULE REJECTED - "
                           "NOTBLANK IS ONLY IMPLEMENTED FOR THE "
                           "name FIELD: " FUNCTION TRIM(rules-record)
                       SUBTRACT 1 FROM rules-count(set-idx)
                       ADD 1 TO rules-rejected(set-idx)
                   END-IF
               WHEN OTHER
                   DISPLAY set-name(set-idx) " RULE REJECTED - "
                       "UNRECOGNIZED RULE TYPE: "
                       FUNCTION TRIM(rules-record)
                   SUBTRACT 1 FROM rules-count(set-idx)
                   ADD 1 TO rules-rejected(set-idx)
           END-EVALUATE.

      ** Walks the master from the lowest id, judging each record.
       SIMULATE-OVER-MASTER.
           ACCEPT vsam-master-alpha FROM ENVIRONMENT
               "RULESIM_VSAM_PATH"
           IF vsam-master-alpha = SPACES
               DISPLAY "RULESIM_VSAM_PATH IS NOT SET - NO MASTER TO "
                   "SAMPLE"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT VSAM-MASTER-FILE
               IF vsam-mst-status NOT = "00"
                   DISPLAY "UNABLE TO OPEN VSAM MASTER, STATUS="
                       vsam-mst-status " DATASET="
                       FUNCTION TRIM(vsam-master-alpha)
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM START-MASTER-SCAN
                   PERFORM JUDGE-MASTER-RECORD UNTIL vsam-scan-eof
                   CLOSE VSAM-MASTER-FILE
               END-IF
           END-IF.

      ** Positions at the lowest id and reads the first record.
       START-MASTER-SCAN.
           MOVE "N" TO vsam-scan-eof-sw
           MOVE ZERO TO vsam-mst-id
           MOVE LOW-VALUES TO vsam-mst-entity
           START VSAM-MASTER-FILE KEY NOT < vsam-mst-key
               INVALID KEY SET vsam-scan-eof TO TRUE
           END-START
           IF NOT vsam-scan-eof
               PERFORM READ-NEXT-MASTER-RECORD
           END-IF.

       READ-NEXT-MASTER-RECORD.
           READ VSAM-MASTER-FILE NEXT
               AT END SET vsam-scan-eof TO TRUE
           END-READ.

       JUDGE-MASTER-RECORD.
           MOVE vsam-mst-id TO csv-rec-id
           MOVE vsam-mst-name TO csv-rec-name
           MOVE vsam-mst-region TO csv-rec-region
           MOVE vsam-mst-amount TO csv-rec-amount
           MOVE vsam-mst-trans-date TO csv-rec-trans-date
           MOVE vsam-mst-entity TO csv-rec-entity
           PERFORM JUDGE-SAMPLE-ROW
           PERFORM READ-NEXT-MASTER-RECORD.

      ** Reads the chosen extract line by line, judging each row.
       SIMULATE-OVER-EXTRACT.
           MOVE "N" TO sample-ext-eof-sw
           OPEN INPUT SAMPLE-EXT-FILE
           IF sample-ext-status NOT = "00"
               DISPLAY "UNABLE TO OPEN SIMEXT DD, STATUS="
                   sample-ext-status
               MOVE 16 TO RETURN-CODE
           ELSE
               READ SAMPLE-EXT-FILE
                   AT END SET sample-ext-eof TO TRUE
               END-READ
               PERFORM JUDGE-EXTRACT-LINE UNTIL sample-ext-eof
               CLOSE SAMPLE-EXT-FILE
           END-IF.

      ** Splits one extract line into the CSVREC fields, passing
      *  over the header line, TRL trailers and blanks. A row whose
      *  id or amount does not parse would go to suspense, not
      *  through the rules; it is counted and passed over.
       JUDGE-EXTRACT-LINE.
           MOVE "N" TO line-skip-sw
           IF sample-ext-record = SPACES
               OR sample-ext-record(1:4) = "TRL,"
               OR sample-ext-record(1:3) = "id,"
               OR sample-ext-record(1:4) = "HDR,"
               SET line-skipped TO TRUE
           ELSE
               MOVE SPACES TO ext-id-alpha csv-rec-name
                   csv-rec-region ext-amount-alpha
                   csv-rec-trans-date csv-rec-entity
               MOVE ZERO TO ext-field-count
               UNSTRING sample-ext-record DELIMITED BY ","
                   INTO ext-id-alpha
                        csv-rec-name
                        csv-rec-region
                        ext-amount-alpha
                        csv-rec-trans-date
                        csv-rec-entity
                   TALLYING IN ext-field-count
               END-UNSTRING
               IF ext-field-count < 5
                   OR FUNCTION TEST-NUMVAL(ext-id-alpha) NOT = ZERO
                   OR FUNCTION TEST-NUMVAL(ext-amount-alpha)
                       NOT = ZERO
                   ADD 1 TO unparsed-rows
                   SET line-skipped TO TRUE
               ELSE
                   COMPUTE csv-rec-id = FUNCTION NUMVAL(ext-id-alpha)
                   COMPUTE csv-rec-amount =
                       FUNCTION NUMVAL(ext-amount-alpha)
                   IF csv-rec-entity = SPACES
                       MOVE "0001" TO csv-rec-entity
                   END-IF
               END-IF
           END-IF
           IF NOT line-skipped
               PERFORM JUDGE-SAMPLE-ROW
           END-IF

           READ SAMPLE-EXT-FILE
               AT END SET sample-ext-eof TO TRUE
           END-READ.

      ** Runs the row through both sets and classes the outcome. A
      *  row newly breaks an error-severity rule (the production
      *  step would fail on it), newly breaks only warnings, or
      *  newly passes.
       JUDGE-SAMPLE-ROW.
           ADD 1 TO sample-rows
           INITIALIZE row-outcome-table
           PERFORM APPLY-RULE-SET
               VARYING set-idx FROM 1 BY 1 UNTIL set-idx > 2
           PERFORM TALLY-ROW-OUTCOME
               VARYING set-idx FROM 1 BY 1 UNTIL set-idx > 2

           MOVE SPACES TO newly-tag
           IF row-errors(2) NOT = ZERO AND row-errors(1) = ZERO
               ADD 1 TO newly-err-count
               MOVE "NEW-E" TO newly-tag
           ELSE
               IF row-fails(2) NOT = ZERO AND row-fails(1) = ZERO
                   ADD 1 TO newly-warn-count
                   MOVE "NEW-W" TO newly-tag
               END-IF
           END-IF
           IF row-fails(1) NOT = ZERO AND row-fails(2) = ZERO
               ADD 1 TO newly-pass-count
           END-IF
           IF newly-tag NOT = SPACES AND listed-count < list-max
               ADD 1 TO listed-count
               PERFORM LIST-NEWLY-FAILING-ROW
           END-IF.

       TALLY-ROW-OUTCOME.
           IF row-fails(set-idx) NOT = ZERO
               ADD 1 TO rows-failing(set-idx)
           END-IF
           IF row-errors(set-idx) NOT = ZERO
               ADD 1 TO rows-erroring(set-idx)
           END-IF.

       LIST-NEWLY-FAILING-ROW.
           MOVE row-first-rule(2) TO rules-idx
           MOVE 2 TO set-idx
           MOVE csv-rec-amount TO amount-edit
           PERFORM EDIT-RULE-BOUNDS
           DISPLAY "  " newly-tag " ID=" csv-rec-id
               " ENT=" csv-rec-entity
               " " csv-rec-region
               " " amount-edit
               " " csv-rec-trans-date
               " - " FUNCTION TRIM(rule-field(set-idx rules-idx))
               " " FUNCTION TRIM(rule-type(set-idx rules-idx))
               " " FUNCTION TRIM(rule-qual(set-idx rules-idx))
               " " FUNCTION TRIM(rule-low-edit)
               " " FUNCTION TRIM(rule-high-edit)
               " " rule-sev(set-idx rules-idx).

      ** Applies every rule of set set-idx to the row.
       APPLY-RULE-SET.
           PERFORM APPLY-ONE-RULE
               VARYING rules-idx FROM 1 BY 1
               UNTIL rules-idx > rules-count(set-idx).

      ** Evaluates one rule, same checks as PANDASREAD's pass,
      *  counting the rows it applies to as it goes.
       APPLY-ONE-RULE.
           EVALUATE rule-type(set-idx rules-idx)
               WHEN "DATEVALID"
                   ADD 1 TO rule-checked(set-idx rules-idx)
                   PERFORM CHECK-CALENDAR-DATE
                   IF NOT rule-date-ok
                       PERFORM COUNT-RULE-VIOLATION
                   END-IF
               WHEN "NOTFUTURE"
                   ADD 1 TO rule-checked(set-idx rules-idx)
                   IF csv-rec-trans-date > today-iso
                       PERFORM COUNT-RULE-VIOLATION
                   END-IF
               WHEN "NOTFUTBD"
                   ADD 1 TO rule-checked(set-idx rules-idx)
                   IF cal-next-bday NOT = SPACES
                       AND csv-rec-trans-date > cal-next-bday
                       PERFORM COUNT-RULE-VIOLATION
                   END-IF
               WHEN "RANGE"
                   IF rule-qual(set-idx rules-idx)(1:1) = "*"
                       OR rule-qual(set-idx rules-idx)(1:4)
                           = csv-rec-region
                       ADD 1 TO rule-checked(set-idx rules-idx)
                       IF csv-rec-amount
                               < rule-low(set-idx rules-idx)
                           OR csv-rec-amount
                               > rule-high(set-idx rules-idx)
                           PERFORM COUNT-RULE-VIOLATION
                       END-IF
                   END-IF
               WHEN "REGIONIN"
                   ADD 1 TO rule-checked(set-idx rules-idx)
                   IF csv-rec-region = SPACES
                       PERFORM COUNT-RULE-VIOLATION
                   ELSE
                       MOVE ZERO TO rule-hit-count
                       INSPECT rule-qual(set-idx rules-idx)
                           TALLYING rule-hit-count
                           FOR ALL csv-rec-region
                       IF rule-hit-count = ZERO
                           PERFORM COUNT-RULE-VIOLATION
                       END-IF
                   END-IF
               WHEN "NOTBLANK"
                   ADD 1 TO rule-checked(set-idx rules-idx)
                   IF csv-rec-name = SPACES
                       PERFORM COUNT-RULE-VIOLATION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COUNT-RULE-VIOLATION.
           ADD 1 TO rule-viol(set-idx rules-idx)
           ADD 1 TO row-fails(set-idx)
           IF rule-sev(set-idx rules-idx) = "E"
               ADD 1 TO row-errors(set-idx)
           END-IF
           IF row-first-rule(set-idx) = ZERO
               MOVE rules-idx TO row-first-rule(set-idx)
           END-IF.

      ** Proves csv-rec-trans-date is a real yyyy-mm-dd calendar
      *  date - right shape, month 1-12, day within the month
      *  (leap years included).
       CHECK-CALENDAR-DATE.
           MOVE "Y" TO rule-date-ok-sw
           IF csv-rec-trans-date(5:1) NOT = "-"
               OR csv-rec-trans-date(8:1) NOT = "-"
               OR FUNCTION TEST-NUMVAL(csv-rec-trans-date(1:4))
                   NOT = ZERO
               OR FUNCTION TEST-NUMVAL(csv-rec-trans-date(6:2))
                   NOT = ZERO
               OR FUNCTION TEST-NUMVAL(csv-rec-trans-date(9:2))
                   NOT = ZERO
               MOVE "N" TO rule-date-ok-sw
           ELSE
               COMPUTE rule-yyyy =
                   FUNCTION NUMVAL(csv-rec-trans-date(1:4))
               COMPUTE rule-mm =
                   FUNCTION NUMVAL(csv-rec-trans-date(6:2))
               COMPUTE rule-dd =
                   FUNCTION NUMVAL(csv-rec-trans-date(9:2))
               IF rule-mm < 1 OR rule-mm > 12
                   OR rule-dd < 1
                   MOVE "N" TO rule-date-ok-sw
               ELSE
                   EVALUATE rule-mm
                       WHEN 1 WHEN 3 WHEN 5 WHEN 7
                       WHEN 8 WHEN 10 WHEN 12
                           MOVE 31 TO rule-month-days
                       WHEN 4 WHEN 6 WHEN 9 WHEN 11
                           MOVE 30 TO rule-month-days
                       WHEN 2
                           IF (FUNCTION MOD(rule-yyyy, 4) = 0
                               AND FUNCTION MOD(rule-yyyy, 100)
                                   NOT = 0)
                               OR FUNCTION MOD(rule-yyyy, 400) = 0
                               MOVE 29 TO rule-month-days
                           ELSE
                               MOVE 28 TO rule-month-days
                           END-IF
                   END-EVALUATE
                   IF rule-dd > rule-month-days
                       MOVE "N" TO rule-date-ok-sw
                   END-IF
               END-IF
           END-IF.

      ** Rule by rule, the rows passing and failing under each
      *  version. A proposed rule is paired with the current rule
      *  of the same field, type and qualifier - SAME when its
      *  bounds and severity are unchanged, CHANGED when they are
      *  not, NEW when the current set has no such rule; a current
      *  rule left unpaired is DROPPED.
       PRINT-RULE-COMPARISON.
           DISPLAY " "
           DISPLAY "RULE-BY-RULE IMPACT OVER " sample-rows " "
               FUNCTION TRIM(sample-alpha) " ROW(S):"
           DISPLAY "  STATUS   FIELD        TYPE       QUALIFIER"
               "                  LOW          HIGH S"
           DISPLAY "            CUR PASS  CUR FAIL    NEW PASS  NEW "
               "FAIL"
           PERFORM PRINT-PROPOSED-RULE
               VARYING pair-idx FROM 1 BY 1
               UNTIL pair-idx > rules-count(2)
           PERFORM PRINT-DROPPED-RULE
               VARYING pair-idx FROM 1 BY 1
               UNTIL pair-idx > rules-count(1).

       PRINT-PROPOSED-RULE.
           MOVE "NEW" TO pair-status
           MOVE ZERO TO paired-idx
           PERFORM PAIR-CURRENT-RULE
               VARYING rules-idx FROM 1 BY 1
               UNTIL rules-idx > rules-count(1)
                   OR paired-idx NOT = ZERO
           MOVE 2 TO set-idx
           MOVE pair-idx TO rules-idx
           PERFORM EDIT-RULE-BOUNDS
           DISPLAY "  " pair-status " "
               rule-field(2 pair-idx) " "
               rule-type(2 pair-idx) " "
               rule-qual(2 pair-idx)(1:16) " "
               rule-low-edit " " rule-high-edit " "
               rule-sev(2 pair-idx)
           COMPUTE passed-count = rule-checked(2 pair-idx)
               - rule-viol(2 pair-idx)
           MOVE passed-count TO new-pass-edit
           MOVE rule-viol(2 pair-idx) TO new-fail-edit
           IF paired-idx = ZERO
               DISPLAY "                   -         -   "
                   new-pass-edit " " new-fail-edit
           ELSE
               COMPUTE passed-count = rule-checked(1 paired-idx)
                   - rule-viol(1 paired-idx)
               MOVE passed-count TO cur-pass-edit
               MOVE rule-viol(1 paired-idx) TO cur-fail-edit
               DISPLAY "           " cur-pass-edit " "
                   cur-fail-edit "   " new-pass-edit " "
                   new-fail-edit
           END-IF.

      ** Sets paired-idx to the current rule paired with proposed
      *  rule pair-idx.
       PAIR-CURRENT-RULE.
           IF NOT rule-paired(1 rules-idx)
               AND rule-field(1 rules-idx) = rule-field(2 pair-idx)
               AND rule-type(1 rules-idx) = rule-type(2 pair-idx)
               AND rule-qual(1 rules-idx) = rule-qual(2 pair-idx)
               MOVE rules-idx TO paired-idx
               SET rule-paired(1 rules-idx) TO TRUE
               IF rule-low(1 rules-idx) = rule-low(2 pair-idx)
                   AND rule-high(1 rules-idx) = rule-high(2 pair-idx)
                   AND rule-sev(1 rules-idx) = rule-sev(2 pair-idx)
                   MOVE "SAME" TO pair-status
               ELSE
                   MOVE "CHANGED" TO pair-status
               END-IF
           END-IF.

       PRINT-DROPPED-RULE.
           IF NOT rule-paired(1 pair-idx)
               MOVE 1 TO set-idx
               MOVE pair-idx TO rules-idx
               PERFORM EDIT-RULE-BOUNDS
               DISPLAY "  DROPPED  "
                   rule-field(1 pair-idx) " "
                   rule-type(1 pair-idx) " "
                   rule-qual(1 pair-idx)(1:16) " "
                   rule-low-edit " " rule-high-edit " "
                   rule-sev(1 pair-idx)
               COMPUTE passed-count = rule-checked(1 pair-idx)
                   - rule-viol(1 pair-idx)
               MOVE passed-count TO cur-pass-edit
               MOVE rule-viol(1 pair-idx) TO cur-fail-edit
               DISPLAY "           " cur-pass-edit " "
                   cur-fail-edit "           -         -"
           END-IF.

       EDIT-RULE-BOUNDS.
           MOVE rule-low(set-idx rules-idx) TO rule-low-edit
           MOVE rule-high(set-idx rules-idx) TO rule-high-edit.

      ** The totals a sign-off turns on, and the verdict. RC=8
      *  when the proposal would fail rows on error-severity rules
      *  they pass today (or PANDASREAD would reject one of its
      *  rules), RC=4 when it only adds warnings.
       PRINT-SIGN-OFF-VERDICT.
           DISPLAY " "
           DISPLAY "ROWS SAMPLED:            " sample-rows
           IF unparsed-rows NOT = ZERO
               DISPLAY "ROWS NOT PARSEABLE:      " unparsed-rows
                   " (SUSPENSE MATERIAL - NOT RULE-CHECKED)"
           END-IF
           DISPLAY "ROWS FAILING ANY RULE:   CURRENT " rows-failing(1)
               "  PROPOSED " rows-failing(2)
           DISPLAY "ROWS FAILING AN E RULE:  CURRENT "
               rows-erroring(1) "  PROPOSED " rows-erroring(2)
           DISPLAY "ROWS NEWLY FAILING:      " newly-err-count
               " ON E RULES, " newly-warn-count " ON W RULES ONLY"
           DISPLAY "ROWS NEWLY PASSING:      " newly-pass-count
           DISPLAY " "
           IF rules-rejected(2) NOT = ZERO
               DISPLAY "VERDICT: NOT READY - THE PROPOSED MEMBER HAS "
                   rules-rejected(2) " RULE LINE(S) PANDASREAD "
                   "WOULD REJECT"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF newly-err-count NOT = ZERO
               DISPLAY "VERDICT: NOT READY - " newly-err-count
                   " ROW(S) WOULD NEWLY FAIL E-SEVERITY RULES AND "
                   "FAIL THE PRODUCTION STEP"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF newly-warn-count NOT = ZERO
               DISPLAY "VERDICT: REVIEW - " newly-warn-count
                   " ROW(S) WOULD NEWLY RAISE WARNINGS ONLY"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF rules-rejected(2) = ZERO AND newly-err-count = ZERO
               AND newly-warn-count = ZERO
               DISPLAY "VERDICT: READY - NO ROW IN THE SAMPLE NEWLY "
                   "FAILS UNDER THE PROPOSED RULES"
           END-IF.

       COPY PYZCALLK.
       COPY PYAUDWRT.
