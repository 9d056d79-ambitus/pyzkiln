      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BUDMAINT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** Budget-maintenance cards arrive on SYSIN, one per card:
      *    LST [yyyymm]               list every budget row, or one
      *                               period's rows
      *    ADD <yyyymm> <region> <count> <amount>
      *                               add a region's budget for the
      *                               period under audit
      *    COR <yyyymm> <region> <count> <amount>
      *                               correct an existing row
      *    DEL <yyyymm> <region>      withdraw an existing row
      *    ENT <entity>               legal entity the cards after
      *                               it apply to (default 0001)
      *    LOD                        load every row of the BUDLOAD
      *                               dataset, adding new rows and
      *                               replacing existing ones
      *  The amount is in USD, the currency MTDROLL normalizes every
      *  region to, so regions and the year can be added up. A *
      *  card is a comment and is skipped.
           SELECT BUD-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bud-card-status.
      ** The budget dataset BUDRPT reports variance against - one
      *  row per period, region and legal entity
      *  (yyyymm,region,count,amount,entity).
           SELECT BUDGET-FILE ASSIGN TO "BUDGET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS budget-status.
      ** Finance's spreadsheet export for an LOD card, in the
      *  budget dataset's own row layout; a row with no entity
      *  takes the current ENT card's. Read only.
           SELECT BUDLOAD-FILE ASSIGN TO "BUDLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS budload-status.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUD-CARD-FILE.
       01 bud-card-record PIC X(80).
       FD  BUDGET-FILE.
       01 budget-record PIC X(80).
       FD  BUDLOAD-FILE.
       01 budload-record PIC X(80).
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 bud-card-status     PIC X(02) VALUE "00".
       01 bud-card-eof-sw     PIC X(01) VALUE "N".
           88 bud-card-eof VALUE "Y".
       01 budget-status       PIC X(02) VALUE "00".
       01 budget-eof-sw       PIC X(01) VALUE "N".
           88 budget-eof VALUE "Y".
       01 budload-status      PIC X(02) VALUE "00".
       01 budload-eof-sw      PIC X(01) VALUE "N".
           88 budload-eof VALUE "Y".

      ** The whole budget dataset, loaded line by line - comment
      *  and blank lines ride along unparsed so a rewrite preserves
      *  them. A withdrawn row stays in the table marked D and is
      *  left out of the rewrite.
       01 bud-line-used       PIC 9(04) BINARY VALUE ZERO.
       01 bud-line-idx        PIC 9(04) BINARY VALUE ZERO.
       01 bud-line-full-sw    PIC X(01) VALUE "N".
           88 bud-line-full VALUE "Y".
       01 bud-line-table.
           05 bud-line-entry OCCURS 5000 TIMES.
               10 bud-line-image  PIC X(80).
               10 bud-line-period PIC X(06).
               10 bud-line-region PIC X(04).
               10 bud-line-count  PIC 9(09) COMP-3.
               10 bud-line-amount PIC 9(11)V99 COMP-3.
               10 bud-line-entity PIC X(04).
               10 bud-line-kind   PIC X(01).
                   88 bud-line-is-budget VALUE "B".
                   88 bud-line-deleted   VALUE "D".

       01 card-verb           PIC X(08).
       01 card-oper1          PIC X(12).
       01 card-oper2          PIC X(12).
       01 card-oper3          PIC X(18).
       01 card-oper4          PIC X(18).
       01 card-oper5          PIC X(08).

       01 new-period          PIC X(06).
       01 new-period-parts    REDEFINES new-period.
           05 new-year            PIC 9(04).
           05 new-month           PIC 9(02).
       01 new-region          PIC X(04).
       01 new-count           PIC 9(09) COMP-3 VALUE ZERO.
       01 new-amount          PIC 9(11)V99 COMP-3 VALUE ZERO.
       01 new-entity          PIC X(04) VALUE "0001".
       01 card-entity         PIC X(04) VALUE "0001".
       01 new-ok-sw           PIC X(01) VALUE "N".
           88 new-ok VALUE "Y".
       01 count-edit          PIC Z(08)9.
       01 amount-edit         PIC Z(10)9.99.
       01 prior-count-edit    PIC Z(08)9.
       01 prior-amount-edit   PIC Z(10)9.99.
       01 match-idx           PIC 9(04) BINARY VALUE ZERO.
       01 list-period         PIC X(06) VALUE SPACES.
       01 list-count          PIC 9(05) VALUE ZERO.

      ** LOD tallies.
       01 load-rows-read      PIC 9(05) VALUE ZERO.
       01 load-rows-added     PIC 9(05) VALUE ZERO.
       01 load-rows-replaced  PIC 9(05) VALUE ZERO.
       01 load-rows-refused   PIC 9(05) VALUE ZERO.
       01 load-mode-sw        PIC X(01) VALUE "N".
           88 loading-rows VALUE "Y".

       01 cards-read-count    PIC 9(05) VALUE ZERO.
       01 changes-made-count  PIC 9(05) VALUE ZERO.

       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Card-driven maintenance for the BUDGET dataset BUDRPT
      *  sets the rollup actuals against: adds, corrections and
      *  withdrawals under audit (REF= period/region/entity), and a
      *  bulk load of finance's spreadsheet export, with every
      *  operand edited so BUDRPT never meets a row it cannot use.
           DISPLAY "===== REGION BUDGET MAINTENANCE ====="
           MOVE "BUDMAINT" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           PERFORM LOAD-BUDGET-DATASET
           IF bud-line-full
               DISPLAY "BUDGET EXCEEDS THE 5000-LINE TABLE - RUN "
                   "REFUSED SO NO ROW IS DROPPED FROM THE REWRITE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BUD-CARD-FILE
           IF bud-card-status NOT = "00"
               DISPLAY "UNABLE TO OPEN SYSIN CARDS, STATUS="
                   bud-card-status
               MOVE 16 TO RETURN-CODE
           ELSE
               READ BUD-CARD-FILE INTO bud-card-record
                   AT END SET bud-card-eof TO TRUE
               END-READ
               PERFORM PROCESS-BUDGET-CARD UNTIL bud-card-eof
               CLOSE BUD-CARD-FILE
           END-IF

           IF changes-made-count NOT = ZERO
               PERFORM REWRITE-BUDGET-DATASET
           END-IF

           DISPLAY " "
           DISPLAY "BUDMAINT COMPLETE - CARDS READ="
               cards-read-count " CHANGES=" changes-made-count
           GOBACK.

      ** Loads the budget dataset line by line, parsing the budget
      *  rows and carrying comments through untouched.
       LOAD-BUDGET-DATASET.
           MOVE ZERO TO bud-line-used
           MOVE "N" TO budget-eof-sw

           OPEN INPUT BUDGET-FILE
           IF budget-status NOT = "00"
               DISPLAY "NO BUDGET DATASET YET, STATUS="
                   budget-status " - STARTING EMPTY"
           ELSE
               READ BUDGET-FILE INTO budget-record
                   AT END SET budget-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-BUDGET-LINE UNTIL budget-eof
               CLOSE BUDGET-FILE
           END-IF
           DISPLAY "BUDGET LINES LOADED: " bud-line-used.

       LOAD-ONE-BUDGET-LINE.
           IF bud-line-used < 5000
               ADD 1 TO bud-line-used
               MOVE budget-record
                   TO bud-line-image(bud-line-used)
               MOVE SPACE TO bud-line-kind(bud-line-used)
               IF budget-record NOT = SPACES
                   AND budget-record(1:1) NOT = "*"
                   PERFORM PARSE-BUDGET-LINE
               END-IF
           ELSE
               SET bud-line-full TO TRUE
           END-IF

           READ BUDGET-FILE INTO budget-record
               AT END SET budget-eof TO TRUE
           END-READ.

      ** Parses one period,region,count,amount,entity row into the
      *  slot just loaded; an unparseable row stays a passthrough
      *  line.
       PARSE-BUDGET-LINE.
           MOVE SPACES TO card-oper1 card-oper2 card-oper3
               card-oper4 card-oper5
           UNSTRING budget-record DELIMITED BY ","
               INTO card-oper1
                    card-oper2
                    card-oper3
                    card-oper4
                    card-oper5
           END-UNSTRING
           IF card-oper1(1:6) IS NUMERIC
               AND FUNCTION TEST-NUMVAL(card-oper3) = ZERO
               AND FUNCTION TEST-NUMVAL(card-oper4) = ZERO
               MOVE card-oper1(1:6) TO bud-line-period(bud-line-used)
               MOVE card-oper2(1:4) TO bud-line-region(bud-line-used)
               COMPUTE bud-line-count(bud-line-used) =
                   FUNCTION NUMVAL(card-oper3)
               COMPUTE bud-line-amount(bud-line-used) =
                   FUNCTION NUMVAL(card-oper4)
               MOVE card-oper5(1:4) TO bud-line-entity(bud-line-used)
               IF bud-line-entity(bud-line-used) = SPACES
                   MOVE "0001" TO bud-line-entity(bud-line-used)
               END-IF
               MOVE "B" TO bud-line-kind(bud-line-used)
           END-IF.

      ** Parses one maintenance card and dispatches on its verb.
       PROCESS-BUDGET-CARD.
           IF bud-card-record = SPACES
               OR bud-card-record(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO cards-read-count
               MOVE SPACES TO card-verb card-oper1 card-oper2
                   card-oper3 card-oper4 card-oper5
               UNSTRING bud-card-record DELIMITED BY ALL " "
                   INTO card-verb
                        card-oper1
                        card-oper2
                        card-oper3
                        card-oper4
               END-UNSTRING
               MOVE card-entity TO new-entity

               DISPLAY " "
               DISPLAY "REQUEST: " FUNCTION TRIM(bud-card-record)
               EVALUATE card-verb
                   WHEN "LST"
                       PERFORM LIST-BUDGET-ROWS
                   WHEN "ADD"
                       PERFORM ADD-BUDGET-ROW
                   WHEN "COR"
                       PERFORM CORRECT-BUDGET-ROW
                   WHEN "DEL"
                       PERFORM DELETE-BUDGET-ROW
                   WHEN "ENT"
                       PERFORM SET-BUDGET-ENTITY
                   WHEN "LOD"
                       PERFORM LOAD-BUDGET-EXPORT
                   WHEN OTHER
                       DISPLAY "UNRECOGNIZED CARD VERB: " card-verb
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF

           READ BUD-CARD-FILE INTO bud-card-record
               AT END SET bud-card-eof TO TRUE
           END-READ.

      ** Sets the legal entity the cards that follow apply to.
       SET-BUDGET-ENTITY.
           IF card-oper1 = SPACES
               OR card-oper1(5:8) NOT = SPACES
               DISPLAY "ENT CARD NEEDS A LEGAL ENTITY OF UP TO 4 "
                   "CHARACTERS"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION UPPER-CASE(card-oper1(1:4))
                   TO card-entity
               DISPLAY "LEGAL ENTITY SET: " card-entity
           END-IF.

      ** Lists every budget row, or one period's when the card
      *  names one.
       LIST-BUDGET-ROWS.
           MOVE card-oper1(1:6) TO list-period
           MOVE ZERO TO list-count
           PERFORM LIST-ONE-BUDGET-ROW
               VARYING bud-line-idx FROM 1 BY 1
               UNTIL bud-line-idx > bud-line-used
           IF list-count = ZERO
               DISPLAY "  NO BUDGET ROWS"
           END-IF.

       LIST-ONE-BUDGET-ROW.
           IF bud-line-is-budget(bud-line-idx)
               AND (list-period = SPACES
                   OR bud-line-period(bud-line-idx) = list-period)
               ADD 1 TO list-count
               MOVE bud-line-count(bud-line-idx) TO count-edit
               MOVE bud-line-amount(bud-line-idx) TO amount-edit
               DISPLAY "  " bud-line-period(bud-line-idx)
                   " REGION " bud-line-region(bud-line-idx)
                   " ENT " bud-line-entity(bud-line-idx)
                   " COUNT " count-edit
                   " AMOUNT " amount-edit " USD"
           END-IF.

      ** Validates the period and region every changing verb
      *  carries; a bad operand leaves new-ok off.
       EDIT-BUDGET-KEY.
           MOVE "N" TO new-ok-sw
           MOVE card-oper1(1:6) TO new-period
           MOVE FUNCTION UPPER-CASE(card-oper2(1:4)) TO new-region
           EVALUATE TRUE
               WHEN card-oper1 = SPACES OR card-oper2 = SPACES
                   DISPLAY "CARD NEEDS <YYYYMM> <REGION>"
                   MOVE 8 TO RETURN-CODE
               WHEN card-oper1(7:6) NOT = SPACES
                   OR new-period IS NOT NUMERIC
                   OR new-month < 1 OR new-month > 12
                   DISPLAY "PERIOD MUST BE YYYYMM: " card-oper1
                   MOVE 8 TO RETURN-CODE
               WHEN card-oper2(5:8) NOT = SPACES
                   DISPLAY "REGION MUST BE UP TO 4 CHARACTERS: "
                       card-oper2
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   SET new-ok TO TRUE
           END-EVALUATE.

      ** Validates the budgeted count and amount ADD and COR carry.
       EDIT-BUDGET-OPERANDS.
           PERFORM EDIT-BUDGET-KEY
           IF new-ok
               MOVE "N" TO new-ok-sw
               EVALUATE TRUE
                   WHEN card-oper3 = SPACES OR card-oper4 = SPACES
                       DISPLAY "CARD NEEDS <YYYYMM> <REGION> <COUNT> "
                           "<AMOUNT>"
                       MOVE 8 TO RETURN-CODE
                   WHEN FUNCTION TEST-NUMVAL(card-oper3) NOT = ZERO
                       DISPLAY "BUDGETED COUNT IS NOT NUMERIC: "
                           card-oper3
                       MOVE 8 TO RETURN-CODE
                   WHEN FUNCTION NUMVAL(card-oper3) < ZERO
                       OR FUNCTION NUMVAL(card-oper3) > 999999999
                       OR FUNCTION NUMVAL(card-oper3)
                           NOT = FUNCTION INTEGER(
                               FUNCTION NUMVAL(card-oper3))
                       DISPLAY "BUDGETED COUNT MUST BE A WHOLE "
                           "NUMBER FROM 0 TO 999,999,999: "
                           card-oper3
                       MOVE 8 TO RETURN-CODE
                   WHEN FUNCTION TEST-NUMVAL(card-oper4) NOT = ZERO
                       DISPLAY "BUDGETED AMOUNT IS NOT NUMERIC: "
                           card-oper4
                       MOVE 8 TO RETURN-CODE
                   WHEN FUNCTION NUMVAL(card-oper4) < ZERO
                       OR FUNCTION NUMVAL(card-oper4)
                           > 99999999999.99
                       DISPLAY "BUDGETED AMOUNT MUST BE FROM 0 TO "
                           "BELOW 100,000,000,000: " card-oper4
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       COMPUTE new-count =
                           FUNCTION NUMVAL(card-oper3)
                       COMPUTE new-amount ROUNDED =
                           FUNCTION NUMVAL(card-oper4)
                       SET new-ok TO TRUE
               END-EVALUATE
           END-IF.

      ** Adds one budget row - the key must not exist yet; COR is
      *  the verb for changing one that does.
       ADD-BUDGET-ROW.
           PERFORM EDIT-BUDGET-OPERANDS
           IF new-ok
               PERFORM LOCATE-BUDGET-ROW
               IF match-idx NOT = ZERO
                   DISPLAY "A BUDGET FOR " new-period " "
                       new-region "/" new-entity
                       " ALREADY EXISTS - USE COR"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM APPEND-BUDGET-ROW
               END-IF
           END-IF.

       APPEND-BUDGET-ROW.
           IF bud-line-used < 5000
               ADD 1 TO bud-line-used
               MOVE bud-line-used TO match-idx
               PERFORM BUILD-BUDGET-LINE
               ADD 1 TO changes-made-count
               IF loading-rows
                   ADD 1 TO load-rows-added
               ELSE
                   MOVE "BUDGET_ADD" TO pyaudit-action
                   PERFORM WRITE-BUDGET-AUDIT
                   DISPLAY "BUDGET ADDED"
               END-IF
           ELSE
               DISPLAY "BUDGET TABLE FULL - ADD REFUSED: "
                   new-period " " new-region "/" new-entity
               MOVE 8 TO RETURN-CODE
               IF loading-rows
                   ADD 1 TO load-rows-refused
               END-IF
           END-IF.

      ** Corrects the count and amount of an existing row in place.
       CORRECT-BUDGET-ROW.
           PERFORM EDIT-BUDGET-OPERANDS
           IF new-ok
               PERFORM LOCATE-BUDGET-ROW
               IF match-idx = ZERO
                   DISPLAY "NO BUDGET FOR " new-period " "
                       new-region "/" new-entity " - USE ADD"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM REPLACE-BUDGET-ROW
               END-IF
           END-IF.

       REPLACE-BUDGET-ROW.
           MOVE bud-line-count(match-idx) TO prior-count-edit
           MOVE bud-line-amount(match-idx) TO prior-amount-edit
           PERFORM BUILD-BUDGET-LINE
           ADD 1 TO changes-made-count
           IF loading-rows
               ADD 1 TO load-rows-replaced
           ELSE
               MOVE "BUDGET_COR" TO pyaudit-action
               PERFORM WRITE-BUDGET-AUDIT
               DISPLAY "BUDGET CORRECTED - WAS COUNT "
                   prior-count-edit " AMOUNT " prior-amount-edit
           END-IF.

      ** Withdraws an existing row; the region then has no budget
      *  for the period and BUDRPT reports it unbudgeted.
       DELETE-BUDGET-ROW.
           PERFORM EDIT-BUDGET-KEY
           IF new-ok
               PERFORM LOCATE-BUDGET-ROW
               IF match-idx = ZERO
                   DISPLAY "NO BUDGET FOR " new-period " "
                       new-region "/" new-entity
                       " - NOTHING TO DELETE"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE bud-line-count(match-idx) TO prior-count-edit
                   MOVE bud-line-amount(match-idx)
                       TO prior-amount-edit
                   MOVE "D" TO bud-line-kind(match-idx)
                   ADD 1 TO changes-made-count
                   MOVE "BUDGET_DEL" TO pyaudit-action
                   PERFORM WRITE-BUDGET-AUDIT
                   DISPLAY "BUDGET DELETED - WAS COUNT "
                       prior-count-edit " AMOUNT " prior-amount-edit
               END-IF
           END-IF.

      ** Loads finance's export: each row is edited like an ADD
      *  card and then added, or replaces the existing row for its
      *  key. A row that fails its edit is refused on its own; the
      *  rest still load. One BUDGET_LOAD audit record covers the
      *  load, with REF= the rows applied.
       LOAD-BUDGET-EXPORT.
           MOVE ZERO TO load-rows-read
           MOVE ZERO TO load-rows-added
           MOVE ZERO TO load-rows-replaced
           MOVE ZERO TO load-rows-refused
           MOVE "N" TO budload-eof-sw
           OPEN INPUT BUDLOAD-FILE
           IF budload-status NOT = "00"
               DISPLAY "UNABLE TO OPEN BUDLOAD DD, STATUS="
                   budload-status " - NOTHING LOADED"
               MOVE 8 TO RETURN-CODE
           ELSE
               SET loading-rows TO TRUE
               READ BUDLOAD-FILE INTO budload-record
                   AT END SET budload-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-EXPORT-ROW UNTIL budload-eof
               CLOSE BUDLOAD-FILE
               MOVE "N" TO load-mode-sw
               DISPLAY "BUDLOAD ROWS READ=" load-rows-read
                   " ADDED=" load-rows-added
                   " REPLACED=" load-rows-replaced
                   " REFUSED=" load-rows-refused
               IF load-rows-added NOT = ZERO
                   OR load-rows-replaced NOT = ZERO
                   MOVE "BUDGET_LOAD" TO pyaudit-action
                   MOVE ZERO TO pyaudit-rc
                   COMPUTE list-count =
                       load-rows-added + load-rows-replaced
                   STRING "ROWS=" list-count DELIMITED BY SIZE
                       INTO pyaudit-ref
                   END-STRING
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE SPACES TO pyaudit-ref
               END-IF
           END-IF.

       LOAD-ONE-EXPORT-ROW.
           IF budload-record NOT = SPACES
               AND budload-record(1:1) NOT = "*"
               ADD 1 TO load-rows-read
               MOVE SPACES TO card-oper1 card-oper2 card-oper3
                   card-oper4 card-oper5
               UNSTRING budload-record DELIMITED BY ","
                   INTO card-oper1
                        card-oper2
                        card-oper3
                        card-oper4
                        card-oper5
               END-UNSTRING
               MOVE card-entity TO new-entity
               IF card-oper5 NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(card-oper5(1:4))
                       TO new-entity
               END-IF
               PERFORM EDIT-BUDGET-OPERANDS
               IF NOT new-ok OR card-oper5(5:4) NOT = SPACES
                   DISPLAY "  BUDLOAD ROW REFUSED: "
                       FUNCTION TRIM(budload-record)
                   ADD 1 TO load-rows-refused
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOCATE-BUDGET-ROW
                   IF match-idx = ZERO
                       PERFORM APPEND-BUDGET-ROW
                   ELSE
                       PERFORM REPLACE-BUDGET-ROW
                   END-IF
               END-IF
           END-IF

           READ BUDLOAD-FILE INTO budload-record
               AT END SET budload-eof TO TRUE
           END-READ.

      ** Finds the live row matching the new period+region+entity.
       LOCATE-BUDGET-ROW.
           MOVE ZERO TO match-idx
           PERFORM SCAN-BUDGET-ROW
               VARYING bud-line-idx FROM 1 BY 1
               UNTIL bud-line-idx > bud-line-used
                   OR match-idx NOT = ZERO.

       SCAN-BUDGET-ROW.
           IF bud-line-is-budget(bud-line-idx)
               AND bud-line-period(bud-line-idx) = new-period
               AND bud-line-region(bud-line-idx) = new-region
               AND bud-line-entity(bud-line-idx) = new-entity
               MOVE bud-line-idx TO match-idx
           END-IF.

      ** Builds the row's dataset line into the matched slot.
       BUILD-BUDGET-LINE.
           MOVE new-count TO count-edit
           MOVE new-amount TO amount-edit
           MOVE SPACES TO bud-line-image(match-idx)
           STRING new-period DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(new-region) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(count-edit) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(amount-edit) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               new-entity DELIMITED BY SIZE
               INTO bud-line-image(match-idx)
           END-STRING
           MOVE new-period TO bud-line-period(match-idx)
           MOVE new-region TO bud-line-region(match-idx)
           MOVE new-count TO bud-line-count(match-idx)
           MOVE new-amount TO bud-line-amount(match-idx)
           MOVE new-entity TO bud-line-entity(match-idx)
           MOVE "B" TO bud-line-kind(match-idx).

       WRITE-BUDGET-AUDIT.
           MOVE ZERO TO pyaudit-rc
           STRING new-period "/" new-region "/" new-entity
               DELIMITED BY SIZE
               INTO pyaudit-ref
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO pyaudit-ref.

      ** Rewrites the budget dataset from the line table, comments
      *  and all, leaving withdrawn rows out.
       REWRITE-BUDGET-DATASET.
           OPEN OUTPUT BUDGET-FILE
           IF budget-status NOT = "00"
               DISPLAY "UNABLE TO REWRITE BUDGET DD, STATUS="
                   budget-status " - CHANGES NOT SAVED"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM REWRITE-ONE-LINE
                   VARYING bud-line-idx FROM 1 BY 1
                   UNTIL bud-line-idx > bud-line-used
               CLOSE BUDGET-FILE
               DISPLAY " "
               DISPLAY "BUDGET REWRITTEN - " changes-made-count
                   " CHANGE(S) SAVED"
           END-IF.

       REWRITE-ONE-LINE.
           IF NOT bud-line-deleted(bud-line-idx)
               MOVE bud-line-image(bud-line-idx) TO budget-record
               WRITE budget-record
           END-IF.

       COPY PYAUDWRT.
