      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "LIMMAINT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** Limit-maintenance cards arrive on SYSIN, one per card:
      *    LST [id]                   list every limit row, or one
      *                               customer's rows
      *    ADD <id> <date> <limit> [cur]
      *                               add a limit effective from
      *                               <date> (yyyy-mm-dd) under audit
      *    COR <id> <date> <limit> [cur]
      *                               correct an existing row
      *    DEL <id> <date>            withdraw an existing row
      *    ENT <entity>               legal entity the cards after
      *                               it apply to (default 0001)
      *  The currency defaults to USD; any other must have a rate in
      *  FXRATES, or LIMMON could never compare against it. A *
      *  card is a comment and is skipped.
           SELECT LIM-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lim-card-status.
      ** The exposure-limit dataset LIMMON monitors against - one
      *  row per customer and effective date
      *  (id,limit,currency,yyyy-mm-dd,entity). The row in force on
      *  a day is the customer's latest one effective on or before
      *  it, so a limit change is staged ahead by adding a dated
      *  row. A row with no entity predates the column and is
      *  0001's.
           SELECT LIMITS-FILE ASSIGN TO "LIMITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS limits-status.
      ** Read only, for the currencies a limit may be set in.
           SELECT FXRATES-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fx-rates-status.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  LIM-CARD-FILE.
       01 lim-card-record PIC X(80).
       FD  LIMITS-FILE.
       01 limits-record PIC X(80).
       FD  FXRATES-FILE.
       01 fx-rates-record PIC X(80).
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 lim-card-status     PIC X(02) VALUE "00".
       01 lim-card-eof-sw     PIC X(01) VALUE "N".
           88 lim-card-eof VALUE "Y".
       01 limits-status       PIC X(02) VALUE "00".
       01 limits-eof-sw       PIC X(01) VALUE "N".
           88 limits-eof VALUE "Y".
       01 fx-rates-status     PIC X(02) VALUE "00".
       01 fx-rates-eof-sw     PIC X(01) VALUE "N".
           88 fx-rates-eof VALUE "Y".

      ** The whole limits dataset, loaded line by line - comment
      *  and blank lines ride along unparsed so a rewrite preserves
      *  them. A withdrawn row stays in the table marked D and is
      *  left out of the rewrite.
       01 lim-line-used       PIC 9(04) BINARY VALUE ZERO.
       01 lim-line-idx        PIC 9(04) BINARY VALUE ZERO.
       01 lim-line-full-sw    PIC X(01) VALUE "N".
           88 lim-line-full VALUE "Y".
       01 lim-line-table.
           05 lim-line-entry OCCURS 5000 TIMES.
               10 lim-line-image  PIC X(80).
               10 lim-line-id     PIC 9(08).
               10 lim-line-date   PIC X(10).
               10 lim-line-amount PIC 9(11)V99 COMP-3.
               10 lim-line-cur    PIC X(03).
               10 lim-line-entity PIC X(04).
               10 lim-line-kind   PIC X(01).
                   88 lim-line-is-limit VALUE "L".
                   88 lim-line-deleted  VALUE "D".

      ** Currencies FXRATES carries a rate for.
       01 fx-cur-used         PIC 9(02) BINARY VALUE ZERO.
       01 fx-cur-idx          PIC 9(02) BINARY VALUE ZERO.
       01 fx-cur-table.
           05 fx-cur-code OCCURS 30 TIMES PIC X(03).
       01 fx-cur-alpha        PIC X(12).
       01 cur-known-sw        PIC X(01) VALUE "N".
           88 cur-known VALUE "Y".

       01 card-verb           PIC X(08).
       01 card-oper1          PIC X(12).
       01 card-oper2          PIC X(12).
       01 card-oper3          PIC X(18).
       01 card-oper4          PIC X(08).
       01 line-oper1          PIC X(12).
       01 line-oper2          PIC X(18).
       01 line-oper3          PIC X(08).
       01 line-oper4          PIC X(12).
       01 line-oper5          PIC X(08).

       01 new-id              PIC 9(08) VALUE ZERO.
       01 new-eff-date        PIC X(10).
       01 new-eff-num         PIC 9(08) VALUE ZERO.
       01 new-eff-num-x       REDEFINES new-eff-num PIC X(08).
       01 new-limit           PIC 9(11)V99 COMP-3 VALUE ZERO.
       01 new-currency        PIC X(03).
       01 new-entity          PIC X(04) VALUE "0001".
       01 new-ok-sw           PIC X(01) VALUE "N".
           88 new-ok VALUE "Y".
       01 limit-edit          PIC Z(10)9.99.
       01 prior-limit-edit    PIC Z(10)9.99.
       01 prior-currency      PIC X(03).
       01 match-idx           PIC 9(04) BINARY VALUE ZERO.
       01 list-id             PIC 9(08) VALUE ZERO.
       01 list-count          PIC 9(05) VALUE ZERO.

       01 cards-read-count    PIC 9(05) VALUE ZERO.
       01 changes-made-count  PIC 9(05) VALUE ZERO.

       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Card-driven maintenance for the LIMITS dataset LIMMON
      *  checks month-to-date customer exposure against: adds,
      *  corrections and withdrawals under audit (REF= the customer
      *  id), with every operand edited so LIMMON never meets a row
      *  it cannot use.
           DISPLAY "===== EXPOSURE-LIMIT MAINTENANCE ====="
           MOVE "LIMMAINT" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           PERFORM LOAD-RATE-CURRENCIES
           PERFORM LOAD-LIMITS-DATASET
           IF lim-line-full
               DISPLAY "LIMITS EXCEEDS THE 5000-LINE TABLE - RUN "
                   "REFUSED SO NO ROW IS DROPPED FROM THE REWRITE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT LIM-CARD-FILE
           IF lim-card-status NOT = "00"
               DISPLAY "UNABLE TO OPEN SYSIN CARDS, STATUS="
                   lim-card-status
               MOVE 16 TO RETURN-CODE
           ELSE
               READ LIM-CARD-FILE INTO lim-card-record
                   AT END SET lim-card-eof TO TRUE
               END-READ
               PERFORM PROCESS-LIMIT-CARD UNTIL lim-card-eof
               CLOSE LIM-CARD-FILE
           END-IF

           IF changes-made-count NOT = ZERO
               PERFORM REWRITE-LIMITS-DATASET
           END-IF

           DISPLAY " "
           DISPLAY "LIMMAINT COMPLETE - CARDS READ="
               cards-read-count " CHANGES=" changes-made-count
           GOBACK.

      ** Collects the distinct currencies FXRATES has rows for.
      *  No dataset leaves USD as the only currency a limit may
      *  carry.
       LOAD-RATE-CURRENCIES.
           MOVE ZERO TO fx-cur-used
           MOVE "N" TO fx-rates-eof-sw
           OPEN INPUT FXRATES-FILE
           IF fx-rates-status NOT = "00"
               DISPLAY "NO FXRATES DATASET, STATUS=" fx-rates-status
                   " - LIMITS MAY ONLY BE SET IN USD"
           ELSE
               READ FXRATES-FILE INTO fx-rates-record
                   AT END SET fx-rates-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-RATE-CURRENCY UNTIL fx-rates-eof
               CLOSE FXRATES-FILE
           END-IF.

       LOAD-ONE-RATE-CURRENCY.
           IF fx-rates-record NOT = SPACES
               AND fx-rates-record(1:1) NOT = "*"
               MOVE SPACES TO fx-cur-alpha
               UNSTRING fx-rates-record DELIMITED BY ","
                   INTO fx-cur-alpha
               END-UNSTRING
               MOVE fx-cur-alpha(1:3) TO new-currency
               PERFORM CHECK-CURRENCY-KNOWN
               IF NOT cur-known AND fx-cur-used < 30
                   ADD 1 TO fx-cur-used
                   MOVE new-currency TO fx-cur-code(fx-cur-used)
               END-IF
           END-IF
           READ FXRATES-FILE INTO fx-rates-record
               AT END SET fx-rates-eof TO TRUE
           END-READ.

       CHECK-CURRENCY-KNOWN.
           MOVE "N" TO cur-known-sw
           IF new-currency = "USD"
               SET cur-known TO TRUE
           END-IF
           PERFORM SCAN-RATE-CURRENCY
               VARYING fx-cur-idx FROM 1 BY 1
               UNTIL fx-cur-idx > fx-cur-used
                   OR cur-known.

       SCAN-RATE-CURRENCY.
           IF fx-cur-code(fx-cur-idx) = new-currency
               SET cur-known TO TRUE
           END-IF.

      ** Loads the limits dataset line by line, parsing the limit
      *  rows and carrying comments through untouched.
       LOAD-LIMITS-DATASET.
           MOVE ZERO TO lim-line-used
           MOVE "N" TO limits-eof-sw

           OPEN INPUT LIMITS-FILE
           IF limits-status NOT = "00"
               DISPLAY "NO LIMITS DATASET YET, STATUS="
                   limits-status " - STARTING EMPTY"
           ELSE
               READ LIMITS-FILE INTO limits-record
                   AT END SET limits-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-LIMIT-LINE UNTIL limits-eof
               CLOSE LIMITS-FILE
           END-IF
           DISPLAY "LIMIT LINES LOADED: " lim-line-used.

       LOAD-ONE-LIMIT-LINE.
           IF lim-line-used < 5000
               ADD 1 TO lim-line-used
               MOVE limits-record
                   TO lim-line-image(lim-line-used)
               MOVE SPACE TO lim-line-kind(lim-line-used)
               IF limits-record NOT = SPACES
                   AND limits-record(1:1) NOT = "*"
                   PERFORM PARSE-LIMIT-LINE
               END-IF
           ELSE
               SET lim-line-full TO TRUE
           END-IF

           READ LIMITS-FILE INTO limits-record
               AT END SET limits-eof TO TRUE
           END-READ.

      ** Parses one id,limit,currency,date row into the slot just
      *  loaded; an unparseable row stays a passthrough line.
       PARSE-LIMIT-LINE.
           MOVE SPACES TO line-oper1 line-oper2 line-oper3
               line-oper4 line-oper5
           UNSTRING limits-record DELIMITED BY ","
               INTO line-oper1
                    line-oper2
                    line-oper3
                    line-oper4
                    line-oper5
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(line-oper1) = ZERO
               AND FUNCTION TEST-NUMVAL(line-oper2) = ZERO
               AND line-oper4(5:1) = "-"
               COMPUTE lim-line-id(lim-line-used) =
                   FUNCTION NUMVAL(line-oper1)
               COMPUTE lim-line-amount(lim-line-used) =
                   FUNCTION NUMVAL(line-oper2)
               MOVE line-oper3(1:3) TO lim-line-cur(lim-line-used)
               MOVE line-oper4(1:10) TO lim-line-date(lim-line-used)
               MOVE line-oper5(1:4) TO lim-line-entity(lim-line-used)
               IF lim-line-entity(lim-line-used) = SPACES
                   MOVE "0001" TO lim-line-entity(lim-line-used)
               END-IF
               MOVE "L" TO lim-line-kind(lim-line-used)
           END-IF.

      ** Parses one maintenance card and dispatches on its verb.
       PROCESS-LIMIT-CARD.
           IF lim-card-record = SPACES
               OR lim-card-record(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO cards-read-count
               MOVE SPACES TO card-verb card-oper1 card-oper2
                   card-oper3 card-oper4
               UNSTRING lim-card-record DELIMITED BY ALL " "
                   INTO card-verb
                        card-oper1
                        card-oper2
                        card-oper3
                        card-oper4
               END-UNSTRING

               DISPLAY " "
               DISPLAY "REQUEST: " FUNCTION TRIM(lim-card-record)
               EVALUATE card-verb
                   WHEN "LST"
                       PERFORM LIST-LIMIT-ROWS
                   WHEN "ADD"
                       PERFORM ADD-LIMIT-ROW
                   WHEN "COR"
                       PERFORM CORRECT-LIMIT-ROW
                   WHEN "DEL"
                       PERFORM DELETE-LIMIT-ROW
                   WHEN "ENT"
                       PERFORM SET-LIMIT-ENTITY
                   WHEN OTHER
                       DISPLAY "UNRECOGNIZED CARD VERB: " card-verb
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF

           READ LIM-CARD-FILE INTO lim-card-record
               AT END SET lim-card-eof TO TRUE
           END-READ.

      ** Sets the legal entity the cards that follow apply to.
       SET-LIMIT-ENTITY.
           IF card-oper1 = SPACES
               OR card-oper1(5:8) NOT = SPACES
               DISPLAY "ENT CARD NEEDS A LEGAL ENTITY OF UP TO 4 "
                   "CHARACTERS"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION UPPER-CASE(card-oper1(1:4))
                   TO new-entity
               DISPLAY "LEGAL ENTITY SET: " new-entity
           END-IF.

      ** Lists every limit row, or one customer's when the card
      *  names an id.
       LIST-LIMIT-ROWS.
           MOVE ZERO TO list-id
           IF card-oper1 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(card-oper1) NOT = ZERO
                   DISPLAY "CUSTOMER ID IS NOT NUMERIC: " card-oper1
                   MOVE 8 TO RETURN-CODE
               ELSE
                   COMPUTE list-id = FUNCTION NUMVAL(card-oper1)
               END-IF
           END-IF
           MOVE ZERO TO list-count
           PERFORM LIST-ONE-LIMIT-ROW
               VARYING lim-line-idx FROM 1 BY 1
               UNTIL lim-line-idx > lim-line-used
           IF list-count = ZERO
               DISPLAY "  NO LIMIT ROWS"
           END-IF.

       LIST-ONE-LIMIT-ROW.
           IF lim-line-is-limit(lim-line-idx)
               AND (list-id = ZERO
                   OR lim-line-id(lim-line-idx) = list-id)
               ADD 1 TO list-count
               MOVE lim-line-amount(lim-line-idx) TO limit-edit
               DISPLAY "  " lim-line-id(lim-line-idx)
                   " ENT " lim-line-entity(lim-line-idx)
                   " EFFECTIVE " lim-line-date(lim-line-idx)
                   " LIMIT " limit-edit " "
                   lim-line-cur(lim-line-idx)
           END-IF.

      ** Validates the id and effective date every changing verb
      *  carries; a bad operand leaves new-ok off.
       EDIT-LIMIT-KEY.
           MOVE "N" TO new-ok-sw
           MOVE ZERO TO new-id
           MOVE SPACES TO new-eff-date
           IF card-oper1 = SPACES OR card-oper2 = SPACES
               DISPLAY "CARD NEEDS <ID> <YYYY-MM-DD>"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF FUNCTION TEST-NUMVAL(card-oper1) NOT = ZERO
                   OR FUNCTION NUMVAL(card-oper1) < 1
                   OR FUNCTION NUMVAL(card-oper1) > 99999999
                   DISPLAY "CUSTOMER ID MUST BE 1 TO 8 DIGITS: "
                       card-oper1
                   MOVE 8 TO RETURN-CODE
               ELSE
                   COMPUTE new-id = FUNCTION NUMVAL(card-oper1)
                   MOVE card-oper2(1:10) TO new-eff-date
                   MOVE ZERO TO new-eff-num
                   IF card-oper2(5:1) = "-"
                       AND card-oper2(8:1) = "-"
                       AND card-oper2(11:2) = SPACES
                       STRING card-oper2(1:4) card-oper2(6:2)
                           card-oper2(9:2) DELIMITED BY SIZE
                           INTO new-eff-num-x
                       END-STRING
                   END-IF
                   IF new-eff-num-x IS NOT NUMERIC
                       DISPLAY "EFFECTIVE DATE MUST BE YYYY-MM-DD: "
                           card-oper2
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD(new-eff-num)
                           NOT = ZERO
                           DISPLAY "EFFECTIVE DATE IS NOT A "
                               "CALENDAR DATE: " card-oper2
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           SET new-ok TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ** Validates the limit amount and currency ADD and COR carry.
       EDIT-LIMIT-OPERANDS.
           PERFORM EDIT-LIMIT-KEY
           IF new-ok
               MOVE "N" TO new-ok-sw
               IF card-oper3 = SPACES
                   OR FUNCTION TEST-NUMVAL(card-oper3) NOT = ZERO
                   DISPLAY "CARD NEEDS <ID> <YYYY-MM-DD> <LIMIT> "
                       "[CUR] - LIMIT IS NOT NUMERIC: " card-oper3
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF FUNCTION NUMVAL(card-oper3) NOT > ZERO
                       OR FUNCTION NUMVAL(card-oper3)
                           > 99999999999.99
                       DISPLAY "LIMIT MUST BE ABOVE ZERO AND BELOW "
                           "100,000,000,000: " card-oper3
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       COMPUTE new-limit ROUNDED =
                           FUNCTION NUMVAL(card-oper3)
                       MOVE card-oper4(1:3) TO new-currency
                       IF new-currency = SPACES
                           MOVE "USD" TO new-currency
                       END-IF
                       PERFORM CHECK-CURRENCY-KNOWN
                       IF card-oper4(4:5) NOT = SPACES
                           OR NOT cur-known
                           DISPLAY "CURRENCY "
                               FUNCTION TRIM(card-oper4)
                               " HAS NO RATE IN FXRATES - LIMMON "
                               "COULD NOT CONVERT THIS LIMIT"
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           SET new-ok TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ** Adds one limit row - the key must not exist yet; COR is
      *  the verb for changing one that does.
       ADD-LIMIT-ROW.
           PERFORM EDIT-LIMIT-OPERANDS
           IF new-ok
               PERFORM LOCATE-LIMIT-ROW
               IF match-idx NOT = ZERO
                   DISPLAY "A LIMIT FOR " new-id "/" new-entity
                       " EFFECTIVE " new-eff-date
                       " ALREADY EXISTS - USE COR"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF lim-line-used < 5000
                       ADD 1 TO lim-line-used
                       MOVE lim-line-used TO match-idx
                       PERFORM BUILD-LIMIT-LINE
                       ADD 1 TO changes-made-count
                       MOVE "LIMIT_ADD" TO pyaudit-action
                       PERFORM WRITE-LIMIT-AUDIT
                       DISPLAY "LIMIT ADDED"
                   ELSE
                       DISPLAY "LIMITS TABLE FULL - ADD REFUSED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ** Corrects the limit and currency of an existing row in
      *  place.
       CORRECT-LIMIT-ROW.
           PERFORM EDIT-LIMIT-OPERANDS
           IF new-ok
               PERFORM LOCATE-LIMIT-ROW
               IF match-idx = ZERO
                   DISPLAY "NO LIMIT FOR " new-id "/" new-entity
                       " EFFECTIVE " new-eff-date " - USE ADD"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE lim-line-amount(match-idx)
                       TO prior-limit-edit
                   MOVE lim-line-cur(match-idx) TO prior-currency
                   PERFORM BUILD-LIMIT-LINE
                   ADD 1 TO changes-made-count
                   MOVE "LIMIT_COR" TO pyaudit-action
                   PERFORM WRITE-LIMIT-AUDIT
                   DISPLAY "LIMIT CORRECTED - WAS "
                       prior-limit-edit " " prior-currency
               END-IF
           END-IF.

      ** Withdraws an existing row; the customer falls back to its
      *  previous effective limit, or to none.
       DELETE-LIMIT-ROW.
           PERFORM EDIT-LIMIT-KEY
           IF new-ok
               PERFORM LOCATE-LIMIT-ROW
               IF match-idx = ZERO
                   DISPLAY "NO LIMIT FOR " new-id "/" new-entity
                       " EFFECTIVE " new-eff-date
                       " - NOTHING TO DELETE"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE lim-line-amount(match-idx)
                       TO prior-limit-edit
                   MOVE "D" TO lim-line-kind(match-idx)
                   ADD 1 TO changes-made-count
                   MOVE "LIMIT_DEL" TO pyaudit-action
                   PERFORM WRITE-LIMIT-AUDIT
                   DISPLAY "LIMIT DELETED - WAS "
                       prior-limit-edit " "
                       lim-line-cur(match-idx)
               END-IF
           END-IF.

      ** Finds the live row matching the new id+entity+effective
      *  date.
       LOCATE-LIMIT-ROW.
           MOVE ZERO TO match-idx
           PERFORM SCAN-LIMIT-ROW
               VARYING lim-line-idx FROM 1 BY 1
               UNTIL lim-line-idx > lim-line-used
                   OR match-idx NOT = ZERO.

       SCAN-LIMIT-ROW.
           IF lim-line-is-limit(lim-line-idx)
               AND lim-line-id(lim-line-idx) = new-id
               AND lim-line-entity(lim-line-idx) = new-entity
               AND lim-line-date(lim-line-idx) = new-eff-date
               MOVE lim-line-idx TO match-idx
           END-IF.

      ** Builds the row's dataset line into the matched slot.
       BUILD-LIMIT-LINE.
           MOVE new-limit TO limit-edit
           MOVE SPACES TO lim-line-image(match-idx)
           STRING new-id DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(limit-edit) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               new-currency DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               new-eff-date DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               new-entity DELIMITED BY SIZE
               INTO lim-line-image(match-idx)
           END-STRING
           MOVE new-id TO lim-line-id(match-idx)
           MOVE new-eff-date TO lim-line-date(match-idx)
           MOVE new-limit TO lim-line-amount(match-idx)
           MOVE new-currency TO lim-line-cur(match-idx)
           MOVE new-entity TO lim-line-entity(match-idx)
           MOVE "L" TO lim-line-kind(match-idx).

       WRITE-LIMIT-AUDIT.
           MOVE ZERO TO pyaudit-rc
           STRING new-id "/" new-entity DELIMITED BY SIZE
               INTO pyaudit-ref
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO pyaudit-ref.

      ** Rewrites the limits dataset from the line table, comments
      *  and all, leaving withdrawn rows out.
       REWRITE-LIMITS-DATASET.
           OPEN OUTPUT LIMITS-FILE
           IF limits-status NOT = "00"
               DISPLAY "UNABLE TO REWRITE LIMITS DD, STATUS="
                   limits-status " - CHANGES NOT SAVED"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM REWRITE-ONE-LINE
                   VARYING lim-line-idx FROM 1 BY 1
                   UNTIL lim-line-idx > lim-line-used
               CLOSE LIMITS-FILE
               DISPLAY " "
               DISPLAY "LIMITS REWRITTEN - " changes-made-count
                   " CHANGE(S) SAVED"
           END-IF.

       REWRITE-ONE-LINE.
           IF NOT lim-line-deleted(lim-line-idx)
               MOVE lim-line-image(lim-line-idx) TO limits-record
               WRITE limits-record
           END-IF.

       COPY PYAUDWRT.
