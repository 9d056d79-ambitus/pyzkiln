      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "TAXMAINT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** Tax-rate maintenance cards arrive on SYSIN, one per card:
      *    LST [region]                  list the loaded rate rows
      *    ADD <region> <date> <rate>    add a region/effective-date/
      *                                  rate row under audit
      *    COR <region> <date> <rate>    correct an existing row
      *  The rate is the sales-tax percentage (8.25 for 8.25%); a
      *  zero rate is an exempt region. ADD and COR take an
      *  optional FORCE operand to override the tolerance check. A
      *  * card is a comment and is skipped.
           SELECT TAX-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS tax-card-status.
      ** The sales-tax rate dataset PANDASREAD taxes each row from -
      *  one row per region and effective date
      *  (region,yyyy-mm-dd,rate-pct). A row goes live for the
      *  trans_dates on and after its effective date.
           SELECT TAXRATES-FILE ASSIGN TO "TAXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS tax-rates-status.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  TAX-CARD-FILE.
       01 tax-card-record PIC X(80).
       FD  TAXRATES-FILE.
       01 tax-rates-record PIC X(80).
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 tax-card-status     PIC X(02) VALUE "00".
       01 tax-card-eof-sw     PIC X(01) VALUE "N".
           88 tax-card-eof VALUE "Y".
       01 tax-rates-status    PIC X(02) VALUE "00".
       01 tax-rates-eof-sw    PIC X(01) VALUE "N".
           88 tax-rates-eof VALUE "Y".

      ** The whole rates dataset, loaded line by line - comment and
      *  blank lines ride along unparsed so a rewrite preserves
      *  them, with tax reporting's own annotations.
       01 tax-line-used       PIC 9(03) BINARY VALUE ZERO.
       01 tax-line-idx        PIC 9(03) BINARY VALUE ZERO.
       01 tax-line-full-sw    PIC X(01) VALUE "N".
           88 tax-line-full VALUE "Y".
       01 tax-line-table.
           05 tax-line-entry OCCURS 200 TIMES.
               10 tax-line-image   PIC X(80).
               10 tax-line-region  PIC X(04).
               10 tax-line-date    PIC X(10).
               10 tax-line-rate    PIC 9(03)V9(04) COMP-3.
               10 tax-line-kind    PIC X(01).
                   88 tax-line-is-rate VALUE "R".

       01 card-verb           PIC X(08).
       01 card-oper1          PIC X(12).
       01 card-oper2          PIC X(12).
       01 card-oper3          PIC X(14).
       01 card-oper4          PIC X(08).

       01 new-region          PIC X(04).
       01 new-eff-date        PIC X(10).
       01 new-rate            PIC 9(03)V9(04) COMP-3 VALUE ZERO.
       01 new-rate-edit       PIC ZZ9.9999.
       01 prior-rate          PIC 9(03)V9(04) COMP-3 VALUE ZERO.
       01 prior-rate-date     PIC X(10).
       01 prior-rate-edit     PIC ZZ9.9999.
       01 prior-found-sw      PIC X(01) VALUE "N".
           88 prior-found VALUE "Y".
       01 rate-move-pts       PIC S9(03)V9(04) VALUE ZERO.
       01 rate-move-edit      PIC ZZ9.9999-.
       01 match-idx           PIC 9(03) BINARY VALUE ZERO.
       01 force-requested-sw  PIC X(01) VALUE "N".
           88 force-requested VALUE "Y".
       01 list-region         PIC X(04) VALUE SPACES.
       01 listed-count        PIC 9(03) VALUE ZERO.

      ** Tolerance - a new rate moving more than this many
      *  percentage points against the region's prior effective
      *  rate is refused without FORCE, so a slipped decimal point
      *  (825 for 8.25) never taxes a night's sales.
       01 tol-pts-alpha       PIC X(06) VALUE SPACES.
       01 tol-pts-num         PIC 9(03)V99 VALUE 2.
       01 tol-pts-edit        PIC ZZ9.99.

       01 cards-read-count    PIC 9(05) VALUE ZERO.
       01 changes-made-count  PIC 9(05) VALUE ZERO.

       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Card-driven maintenance for the TAXRATES dataset
      *  PANDASREAD computes each row's sales tax from: adds and
      *  corrections under audit, with a tolerance check that
      *  refuses a rate moving more than the configured number of
      *  percentage points against the region's prior effective
      *  rate. Rows are never deleted - a rate that ends is
      *  superseded by a later-dated row, so the register can
      *  always be re-derived for an earlier quarter.
           DISPLAY "===== SALES-TAX RATE MAINTENANCE ====="
           MOVE "TAXMAINT" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           ACCEPT tol-pts-alpha FROM ENVIRONMENT "TAXMAINT_TOL_PTS"
           IF tol-pts-alpha NOT = SPACES
               AND FUNCTION TEST-NUMVAL(tol-pts-alpha) = ZERO
               COMPUTE tol-pts-num = FUNCTION NUMVAL(tol-pts-alpha)
           END-IF
           MOVE tol-pts-num TO tol-pts-edit
           DISPLAY "TOLERANCE=" tol-pts-edit " PERCENTAGE POINTS"

           PERFORM LOAD-RATES-DATASET
           IF tax-line-full
               DISPLAY "TAXRATES EXCEEDS THE 200-LINE TABLE - RUN "
                   "REFUSED SO NO ROW IS DROPPED FROM THE REWRITE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TAX-CARD-FILE
           IF tax-card-status NOT = "00"
               DISPLAY "UNABLE TO OPEN SYSIN CARDS, STATUS="
                   tax-card-status
               MOVE 16 TO RETURN-CODE
           ELSE
               READ TAX-CARD-FILE INTO tax-card-record
                   AT END SET tax-card-eof TO TRUE
               END-READ
               PERFORM PROCESS-RATE-CARD UNTIL tax-card-eof
               CLOSE TAX-CARD-FILE
           END-IF

           IF changes-made-count NOT = ZERO
               PERFORM REWRITE-RATES-DATASET
           END-IF

           DISPLAY " "
           DISPLAY "TAXMAINT COMPLETE - CARDS READ="
               cards-read-count " CHANGES=" changes-made-count
           GOBACK.

      ** Loads the rates dataset line by line, parsing the rate
      *  rows and carrying comments through untouched.
       LOAD-RATES-DATASET.
           MOVE ZERO TO tax-line-used
           MOVE "N" TO tax-rates-eof-sw

           OPEN INPUT TAXRATES-FILE
           IF tax-rates-status NOT = "00"
               DISPLAY "NO TAXRATES DATASET YET, STATUS="
                   tax-rates-status " - STARTING EMPTY"
           ELSE
               READ TAXRATES-FILE INTO tax-rates-record
                   AT END SET tax-rates-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-RATE-LINE UNTIL tax-rates-eof
               CLOSE TAXRATES-FILE
           END-IF
           DISPLAY "RATE LINES LOADED: " tax-line-used.

      ** Loads one dataset line and reads the next.
       LOAD-ONE-RATE-LINE.
           IF tax-line-used < 200
               ADD 1 TO tax-line-used
               MOVE tax-rates-record
                   TO tax-line-image(tax-line-used)
               MOVE SPACE TO tax-line-kind(tax-line-used)
               IF tax-rates-record NOT = SPACES
                   AND tax-rates-record(1:1) NOT = "*"
                   PERFORM PARSE-RATE-LINE
               END-IF
           ELSE
               SET tax-line-full TO TRUE
           END-IF

           READ TAXRATES-FILE INTO tax-rates-record
               AT END SET tax-rates-eof TO TRUE
           END-READ.

      ** Parses one region,date,rate row into the slot just
      *  loaded; an unparseable row stays a passthrough line, the
      *  same stance as PANDASREAD's own loader.
       PARSE-RATE-LINE.
           MOVE SPACES TO card-oper1 card-oper2 card-oper3
           UNSTRING tax-rates-record DELIMITED BY ","
               INTO card-oper1
                    card-oper2
                    card-oper3
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(card-oper3) = ZERO
               MOVE card-oper1(1:4) TO tax-line-region(tax-line-used)
               MOVE card-oper2(1:10) TO tax-line-date(tax-line-used)
               COMPUTE tax-line-rate(tax-line-used) =
                   FUNCTION NUMVAL(card-oper3)
               MOVE "R" TO tax-line-kind(tax-line-used)
           END-IF.

      ** Parses one maintenance card and dispatches on its verb.
       PROCESS-RATE-CARD.
           IF tax-card-record = SPACES
               OR tax-card-record(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO cards-read-count
               MOVE SPACES TO card-verb card-oper1 card-oper2
                   card-oper3 card-oper4
               UNSTRING tax-card-record DELIMITED BY ALL " "
                   INTO card-verb
                        card-oper1
                        card-oper2
                        card-oper3
                        card-oper4
               END-UNSTRING

               DISPLAY " "
               DISPLAY "REQUEST: " FUNCTION TRIM(tax-card-record)
               EVALUATE card-verb
                   WHEN "LST"
                       PERFORM LIST-RATE-ROWS
                   WHEN "ADD"
                       PERFORM ADD-RATE-ROW
                   WHEN "COR"
                       PERFORM CORRECT-RATE-ROW
                   WHEN OTHER
                       DISPLAY "UNRECOGNIZED CARD VERB: " card-verb
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF

           READ TAX-CARD-FILE INTO tax-card-record
               AT END SET tax-card-eof TO TRUE
           END-READ.

      ** Lists every parsed rate row, or one region's.
       LIST-RATE-ROWS.
           MOVE card-oper1(1:4) TO list-region
           MOVE ZERO TO listed-count
           PERFORM LIST-ONE-RATE-ROW
               VARYING tax-line-idx FROM 1 BY 1
               UNTIL tax-line-idx > tax-line-used
           IF listed-count = ZERO
               DISPLAY "  NO RATE ROWS"
           END-IF.

       LIST-ONE-RATE-ROW.
           IF tax-line-is-rate(tax-line-idx)
               AND (list-region = SPACES
                   OR tax-line-region(tax-line-idx) = list-region)
               ADD 1 TO listed-count
               MOVE tax-line-rate(tax-line-idx) TO new-rate-edit
               DISPLAY "  " tax-line-region(tax-line-idx)
                   " EFFECTIVE " tax-line-date(tax-line-idx)
                   " RATE " new-rate-edit "%"
           END-IF.

      ** Validates the common ADD/COR operands into the new-row
      *  fields; a bad operand leaves new-region spaces.
       EDIT-RATE-OPERANDS.
           MOVE SPACES TO new-region
           MOVE "N" TO force-requested-sw
           IF card-oper4 = "FORCE"
               SET force-requested TO TRUE
           END-IF
           IF card-oper1 = SPACES OR card-oper2 = SPACES
               OR card-oper3 = SPACES
               DISPLAY "CARD NEEDS <REGION> <YYYY-MM-DD> <RATE>"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF card-oper2(5:1) NOT = "-"
                   OR card-oper2(8:1) NOT = "-"
                   OR card-oper2(1:4) IS NOT NUMERIC
                   OR card-oper2(6:2) IS NOT NUMERIC
                   OR card-oper2(9:2) IS NOT NUMERIC
                   OR card-oper2(6:2) < "01" OR card-oper2(6:2) > "12"
                   OR card-oper2(9:2) < "01" OR card-oper2(9:2) > "31"
                   OR card-oper2(11:2) NOT = SPACES
                   DISPLAY "EFFECTIVE DATE IS NOT YYYY-MM-DD: "
                       card-oper2
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF FUNCTION TEST-NUMVAL(card-oper3) NOT = ZERO
                       DISPLAY "RATE IS NOT NUMERIC: " card-oper3
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF FUNCTION NUMVAL(card-oper3) < ZERO
                           OR FUNCTION NUMVAL(card-oper3) > 100
                           DISPLAY "RATE MUST BE A PERCENTAGE FROM "
                               "0 TO 100: " card-oper3
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           MOVE card-oper1(1:4) TO new-region
                           MOVE card-oper2(1:10) TO new-eff-date
                           COMPUTE new-rate =
                               FUNCTION NUMVAL(card-oper3)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ** The sanity net: compares the new rate against the
      *  region's latest prior effective rate and refuses a move
      *  past the tolerance unless the operator said FORCE.
       CHECK-RATE-TOLERANCE.
           MOVE ZERO TO prior-rate
           MOVE SPACES TO prior-rate-date
           MOVE "N" TO prior-found-sw
           PERFORM PICK-PRIOR-RATE
               VARYING tax-line-idx FROM 1 BY 1
               UNTIL tax-line-idx > tax-line-used

           IF NOT prior-found
               DISPLAY "NO PRIOR RATE FOR " new-region
                   " - FIRST RATE GOES LIVE UNCHECKED"
           ELSE
               COMPUTE rate-move-pts = new-rate - prior-rate
               MOVE rate-move-pts TO rate-move-edit
               MOVE prior-rate TO prior-rate-edit
               DISPLAY "PRIOR RATE " prior-rate-edit
                   "% EFFECTIVE " prior-rate-date
                   " - MOVE=" rate-move-edit " POINTS"
               IF FUNCTION ABS(rate-move-pts) > tol-pts-num
                   IF force-requested
                       DISPLAY "TOLERANCE EXCEEDED BUT FORCE "
                           "GIVEN - RATE GOES LIVE"
                   ELSE
                       DISPLAY "RATE MOVES MORE THAN " tol-pts-edit
                           " POINTS AGAINST THE PRIOR RATE - "
                           "REFUSED (ADD FORCE IF INTENDED)"
                       MOVE SPACES TO new-region
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ** Remembers the region's latest effective rate dated
      *  before the new row's effective date.
       PICK-PRIOR-RATE.
           IF tax-line-is-rate(tax-line-idx)
               AND tax-line-region(tax-line-idx) = new-region
               AND tax-line-date(tax-line-idx) < new-eff-date
               IF NOT prior-found
                   OR tax-line-date(tax-line-idx) > prior-rate-date
                   SET prior-found TO TRUE
                   MOVE tax-line-rate(tax-line-idx) TO prior-rate
                   MOVE tax-line-date(tax-line-idx)
                       TO prior-rate-date
               END-IF
           END-IF.

      ** Adds one rate row - the key must not exist yet; COR is the
      *  verb for changing one that does.
       ADD-RATE-ROW.
           PERFORM EDIT-RATE-OPERANDS
           IF new-region NOT = SPACES
               PERFORM LOCATE-RATE-ROW
               IF match-idx NOT = ZERO
                   DISPLAY "A RATE FOR " new-region " EFFECTIVE "
                       new-eff-date " ALREADY EXISTS - USE COR"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CHECK-RATE-TOLERANCE
                   IF new-region NOT = SPACES
                       IF tax-line-used < 200
                           ADD 1 TO tax-line-used
                           PERFORM BUILD-RATE-LINE
                           ADD 1 TO changes-made-count
                           MOVE "TAXRATE_ADD" TO pyaudit-action
                           PERFORM AUDIT-RATE-CHANGE
                           DISPLAY "RATE ADDED"
                       ELSE
                           DISPLAY "RATES TABLE FULL - ADD REFUSED"
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ** Corrects the rate of an existing region/effective-date
      *  row in place. A rate already used to tax rows stays in
      *  the register those rows wrote; the correction applies to
      *  rows loaded from now on.
       CORRECT-RATE-ROW.
           PERFORM EDIT-RATE-OPERANDS
           IF new-region NOT = SPACES
               PERFORM LOCATE-RATE-ROW
               IF match-idx = ZERO
                   DISPLAY "NO RATE FOR " new-region " EFFECTIVE "
                       new-eff-date " - USE ADD"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CHECK-RATE-TOLERANCE
                   IF new-region NOT = SPACES
                       MOVE tax-line-rate(match-idx)
                           TO prior-rate-edit
                       PERFORM REPLACE-RATE-LINE
                       ADD 1 TO changes-made-count
                       MOVE "TAXRATE_COR" TO pyaudit-action
                       PERFORM AUDIT-RATE-CHANGE
                       DISPLAY "RATE CORRECTED - WAS "
                           prior-rate-edit "%"
                   END-IF
               END-IF
           END-IF.

      ** Audits one change under REF=region.yyyymmdd.
       AUDIT-RATE-CHANGE.
           MOVE SPACES TO pyaudit-ref
           STRING new-region DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               new-eff-date(1:4) DELIMITED BY SIZE
               new-eff-date(6:2) DELIMITED BY SIZE
               new-eff-date(9:2) DELIMITED BY SIZE
               INTO pyaudit-ref
           END-STRING
           MOVE ZERO TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD.

      ** Finds the row matching the new region+effective date.
       LOCATE-RATE-ROW.
           MOVE ZERO TO match-idx
           PERFORM SCAN-RATE-ROW
               VARYING tax-line-idx FROM 1 BY 1
               UNTIL tax-line-idx > tax-line-used
                   OR match-idx NOT = ZERO.

       SCAN-RATE-ROW.
           IF tax-line-is-rate(tax-line-idx)
               AND tax-line-region(tax-line-idx) = new-region
               AND tax-line-date(tax-line-idx) = new-eff-date
               MOVE tax-line-idx TO match-idx
           END-IF.

      ** Builds the new row's dataset line into the last slot.
       BUILD-RATE-LINE.
           MOVE new-rate TO new-rate-edit
           MOVE SPACES TO tax-line-image(tax-line-used)
           STRING new-region DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               new-eff-date DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(new-rate-edit) DELIMITED BY SIZE
               INTO tax-line-image(tax-line-used)
           END-STRING
           MOVE new-region TO tax-line-region(tax-line-used)
           MOVE new-eff-date TO tax-line-date(tax-line-used)
           MOVE new-rate TO tax-line-rate(tax-line-used)
           MOVE "R" TO tax-line-kind(tax-line-used).

      ** Rebuilds the matched row's line with the corrected rate.
       REPLACE-RATE-LINE.
           MOVE new-rate TO new-rate-edit
           MOVE SPACES TO tax-line-image(match-idx)
           STRING new-region DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               new-eff-date DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(new-rate-edit) DELIMITED BY SIZE
               INTO tax-line-image(match-idx)
           END-STRING
           MOVE new-rate TO tax-line-rate(match-idx).

      ** Rewrites the rates dataset from the line table, comments
      *  and all.
       REWRITE-RATES-DATASET.
           OPEN OUTPUT TAXRATES-FILE
           IF tax-rates-status NOT = "00"
               DISPLAY "UNABLE TO REWRITE TAXRATES DD, STATUS="
                   tax-rates-status " - CHANGES NOT SAVED"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM REWRITE-ONE-LINE
                   VARYING tax-line-idx FROM 1 BY 1
                   UNTIL tax-line-idx > tax-line-used
               CLOSE TAXRATES-FILE
               DISPLAY " "
               DISPLAY "TAXRATES REWRITTEN - " changes-made-count
                   " CHANGE(S) SAVED"
           END-IF.

       REWRITE-ONE-LINE.
           MOVE tax-line-image(tax-line-idx) TO tax-rates-record
           WRITE tax-rates-record.

       COPY PYAUDWRT.
