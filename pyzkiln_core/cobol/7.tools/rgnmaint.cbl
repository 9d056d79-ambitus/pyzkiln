      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RGNMAINT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** Region-master maintenance cards arrive on SYSIN, one per
      *  card:
      *    LST [code]                 list every region, or one,
      *                               with its standing today
      *    ADD <code> <ccy> <open> <description>
      *                               add a region, active and open
      *                               from the open date
      *    CHG <code> DESC=<text>     change one field of a region -
      *    CHG <code> MGR=<name>      its description, owning
      *    CHG <code> CUR=<ccy>       manager, currency, open date
      *    CHG <code> OPEN=<date>     or close date (CLOSE=NONE
      *    CHG <code> CLOSE=<date>|NONE  reopens it)
      *    ACT <code>                 reactivate a region
      *    INA <code>                 suspend a region whatever its
      *                               dates
      *  Dates are yyyy-mm-dd. A region is never deleted - close
      *  it, so the rows and reports of its trading life still
      *  find its name. A * card is a comment and is skipped.
           SELECT RGN-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rgn-card-status.
      ** The region master itself, read whole and rewritten.
           COPY PYRGNSL.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  RGN-CARD-FILE.
       01 rgn-card-record PIC X(80).
       COPY PYRGNFD.
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 rgn-card-status     PIC X(02) VALUE "00".
       01 rgn-card-eof-sw     PIC X(01) VALUE "N".
           88 rgn-card-eof VALUE "Y".

      ** The whole master, loaded line by line - comments, blank
      *  lines and lines that do not edit ride along untouched so a
      *  rewrite preserves them. Region lines carry their code.
       01 rm-used             PIC 9(03) BINARY VALUE ZERO.
       01 rm-idx              PIC 9(03) BINARY VALUE ZERO.
       01 rm-full-sw          PIC X(01) VALUE "N".
           88 rm-full VALUE "Y".
       01 rm-line-table.
           05 rm-entry OCCURS 200 TIMES.
               10 rm-image        PIC X(120).
               10 rm-code         PIC X(04).
               10 rm-kind         PIC X(01).
                   88 rm-is-region VALUE "R".
                   88 rm-is-unusable VALUE "B".

       01 card-verb           PIC X(08).
       01 card-code           PIC X(10).
       01 card-oper1          PIC X(12).
       01 card-oper2          PIC X(12).
       01 card-text           PIC X(80).
       01 card-ptr            PIC 9(03) BINARY VALUE 1.
       01 card-keyword        PIC X(10).
       01 card-value          PIC X(80).
       01 value-ptr           PIC 9(03) BINARY VALUE 1.

       01 target-code         PIC X(04) VALUE SPACES.
       01 match-idx           PIC 9(03) BINARY VALUE ZERO.
       01 build-idx           PIC 9(03) BINARY VALUE ZERO.
       01 list-code           PIC X(04) VALUE SPACES.
       01 listed-count        PIC 9(03) VALUE ZERO.
       01 today-dashed        PIC X(10) VALUE SPACES.
       01 region-standing     PIC X(13) VALUE SPACES.
       01 close-shown         PIC X(10) VALUE SPACES.
       01 old-value           PIC X(30) VALUE SPACES.

       01 bad-line-count      PIC 9(03) VALUE ZERO.
       01 cards-read-count    PIC 9(05) VALUE ZERO.
       01 changes-made-count  PIC 9(05) VALUE ZERO.

       COPY PYRGNWS.
       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Card-driven maintenance of the REGNMST region master
      *  PANDASREAD, SUSPREP and the reports judge and name every
      *  region from: regions added, changed, suspended and
      *  reactivated under audit, every operand edited so no
      *  program ever loads a malformed or duplicated region, and
      *  the master read back at the end exactly as those programs
      *  will read it.
           DISPLAY "===== REGION MASTER MAINTENANCE ====="
           MOVE "RGNMAINT" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO today-dashed
           END-STRING

           PERFORM LOAD-REGION-LINES
           IF rm-full
               DISPLAY "REGNMST EXCEEDS THE 200-LINE TABLE - RUN "
                   "REFUSED SO NO LINE IS DROPPED FROM THE REWRITE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF bad-line-count NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN INPUT RGN-CARD-FILE
           IF rgn-card-status NOT = "00"
               DISPLAY "UNABLE TO OPEN SYSIN CARDS, STATUS="
                   rgn-card-status
               MOVE 16 TO RETURN-CODE
           ELSE
               READ RGN-CARD-FILE INTO rgn-card-record
                   AT END SET rgn-card-eof TO TRUE
               END-READ
               PERFORM PROCESS-REGION-CARD UNTIL rgn-card-eof
               CLOSE RGN-CARD-FILE
           END-IF

           IF changes-made-count NOT = ZERO
               PERFORM REWRITE-REGION-DATASET
           END-IF

      ** Read the master back exactly as every other program will.
           DISPLAY " "
           PERFORM LOAD-REGION-MASTER
           DISPLAY "RGNMAINT COMPLETE - CARDS READ="
               cards-read-count " CHANGES=" changes-made-count
           GOBACK.

      ** Loads the master line by line, editing each region line
      *  and carrying everything else through untouched.
       LOAD-REGION-LINES.
           MOVE ZERO TO rm-used bad-line-count
           MOVE "N" TO pyrgn-eof-sw

           OPEN INPUT REGNMST-FILE
           IF pyrgn-status NOT = "00"
               DISPLAY "NO REGNMST DATASET YET, STATUS="
                   pyrgn-status " - STARTING EMPTY"
           ELSE
               READ REGNMST-FILE INTO pyrgn-record
                   AT END SET pyrgn-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-REGION-LINE UNTIL pyrgn-eof
               CLOSE REGNMST-FILE
           END-IF
           DISPLAY "REGION LINES LOADED: " rm-used.

       LOAD-ONE-REGION-LINE.
           IF rm-used < 200
               ADD 1 TO rm-used
               MOVE pyrgn-record TO rm-image(rm-used)
               MOVE SPACES TO rm-code(rm-used)
               MOVE SPACE TO rm-kind(rm-used)
               IF pyrgn-record NOT = SPACES
                   AND pyrgn-record(1:1) NOT = "*"
                   PERFORM PARSE-REGION-LINE
               END-IF
           ELSE
               SET rm-full TO TRUE
           END-IF

           READ REGNMST-FILE INTO pyrgn-record
               AT END SET pyrgn-eof TO TRUE
           END-READ.

      ** Edits one region line into the slot just loaded. A line
      *  that does not edit, or repeats a code already loaded, is
      *  kept and reported - the programs that read the master
      *  leave it out the same way - until an ADD for its code
      *  replaces it.
       PARSE-REGION-LINE.
           PERFORM SPLIT-REGION-LINE
           PERFORM EDIT-REGION-FIELDS
           IF rg-line-error = SPACES
               MOVE rg-code-alpha(1:4) TO target-code
               PERFORM LOCATE-REGION-LINE
               IF match-idx NOT = ZERO
                   MOVE "DUPLICATE REGION CODE" TO rg-line-error
               END-IF
           END-IF
           IF rg-line-error = SPACES
               MOVE rg-code-alpha(1:4) TO rm-code(rm-used)
               MOVE "R" TO rm-kind(rm-used)
           ELSE
               MOVE "B" TO rm-kind(rm-used)
               ADD 1 TO bad-line-count
               DISPLAY "UNUSABLE LINE KEPT AS IS ("
                   FUNCTION TRIM(rg-line-error) "): "
                   FUNCTION TRIM(pyrgn-record)
           END-IF.

      ** Parses one maintenance card and dispatches on its verb.
       PROCESS-REGION-CARD.
           IF rgn-card-record = SPACES
               OR rgn-card-record(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO cards-read-count
               MOVE SPACES TO card-verb card-code card-oper1
                   card-oper2 card-text
               MOVE 1 TO card-ptr
               UNSTRING rgn-card-record DELIMITED BY ALL " "
                   INTO card-verb card-code
                   WITH POINTER card-ptr
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(card-code) TO card-code

               DISPLAY " "
               DISPLAY "REQUEST: " FUNCTION TRIM(rgn-card-record)
               EVALUATE card-verb
                   WHEN "LST"
                       PERFORM LIST-REGIONS
                   WHEN "ADD"
                       UNSTRING rgn-card-record DELIMITED BY ALL " "
                           INTO card-oper1 card-oper2
                           WITH POINTER card-ptr
                       END-UNSTRING
                       PERFORM TAKE-CARD-TEXT
                       PERFORM ADD-REGION
                   WHEN "CHG"
                       PERFORM TAKE-CARD-TEXT
                       PERFORM CHANGE-REGION
                   WHEN "ACT"
                   WHEN "INA"
                       PERFORM SET-REGION-ACTIVE
                   WHEN OTHER
                       DISPLAY "UNRECOGNIZED CARD VERB: " card-verb
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF

           READ RGN-CARD-FILE INTO rgn-card-record
               AT END SET rgn-card-eof TO TRUE
           END-READ.

      ** The rest of the card after its operands; a comma would
      *  split the master line, so it becomes a semicolon.
       TAKE-CARD-TEXT.
           IF card-ptr < 81
               MOVE rgn-card-record(card-ptr:) TO card-text
           END-IF
           MOVE FUNCTION TRIM(card-text LEADING) TO card-text
           INSPECT card-text REPLACING ALL "," BY ";".

      ** Lists every region, or one, with its standing today, and
      *  any line the programs leave out.
       LIST-REGIONS.
           MOVE card-code(1:4) TO list-code
           MOVE ZERO TO listed-count
           DISPLAY "  CODE DESCRIPTION                    CCY "
               "OPEN       CLOSE      ACT STANDING TODAY"
           PERFORM LIST-ONE-REGION
               VARYING rm-idx FROM 1 BY 1 UNTIL rm-idx > rm-used
           IF listed-count = ZERO
               DISPLAY "  NO REGIONS"
           END-IF.

       LIST-ONE-REGION.
           IF rm-is-region(rm-idx)
               AND (list-code = SPACES
                   OR rm-code(rm-idx) = list-code)
               ADD 1 TO listed-count
               MOVE rm-image(rm-idx) TO pyrgn-record
               PERFORM SPLIT-REGION-LINE
               PERFORM EDIT-REGION-FIELDS
               PERFORM SET-REGION-STANDING
               MOVE rg-close-alpha(1:10) TO close-shown
               IF close-shown = SPACES
                   MOVE "(NONE)" TO close-shown
               END-IF
               DISPLAY "  " rg-code-alpha(1:4) " "
                   rg-desc-alpha(1:30) " " rg-cur-alpha(1:3) " "
                   rg-open-alpha(1:10) " " close-shown " "
                   rg-active-alpha(1:1) "   " region-standing
               IF rg-mgr-alpha NOT = SPACES
                   DISPLAY "       MANAGER: "
                       FUNCTION TRIM(rg-mgr-alpha)
               END-IF
           END-IF
           IF rm-is-unusable(rm-idx) AND list-code = SPACES
               ADD 1 TO listed-count
               DISPLAY "  UNUSABLE: " FUNCTION TRIM(rm-image(rm-idx))
           END-IF.

      ** The region's standing on today's date, from the edited
      *  line fields.
       SET-REGION-STANDING.
           EVALUATE TRUE
               WHEN rg-active-alpha(1:1) NOT = "Y"
                   MOVE "INACTIVE" TO region-standing
               WHEN today-dashed < rg-open-alpha(1:10)
                   MOVE "NOT YET OPEN" TO region-standing
               WHEN rg-close-alpha NOT = SPACES
                   AND today-dashed > rg-close-alpha(1:10)
                   MOVE "CLOSED" TO region-standing
               WHEN OTHER
                   MOVE "OPEN" TO region-standing
           END-EVALUATE.

      ** Adds one region - the code must not be on the master yet;
      *  CHG is the verb for changing one that is.
       ADD-REGION.
           IF card-code = SPACES OR card-oper1 = SPACES
               OR card-oper2 = SPACES OR card-text = SPACES
               DISPLAY "ADD CARD NEEDS <CODE> <CCY> <YYYY-MM-DD> "
                   "<DESCRIPTION>"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO rg-line-fields
               MOVE card-code TO rg-code-alpha
               MOVE card-text TO rg-desc-alpha
               MOVE card-oper1 TO rg-cur-alpha
               MOVE card-oper2 TO rg-open-alpha
               MOVE "Y" TO rg-active-alpha
               IF card-text(41:) NOT = SPACES
                   MOVE "DESCRIPTION LONGER THAN 30" TO rg-line-error
               ELSE
                   PERFORM EDIT-REGION-FIELDS
               END-IF
               IF rg-line-error NOT = SPACES
                   DISPLAY "ADD REFUSED - "
                       FUNCTION TRIM(rg-line-error)
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE rg-code-alpha(1:4) TO target-code
                   PERFORM LOCATE-REGION-LINE
                   IF match-idx NOT = ZERO
                       DISPLAY "REGION " target-code " IS ALREADY ON "
                           "THE MASTER - USE CHG"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM LOCATE-UNUSABLE-LINE
                       IF build-idx NOT = ZERO
                           DISPLAY "REPLACES THE UNUSABLE LINE: "
                               FUNCTION TRIM(rm-image(build-idx))
                       END-IF
                       IF build-idx = ZERO AND rm-used < 200
                           ADD 1 TO rm-used
                           MOVE rm-used TO build-idx
                       END-IF
                       IF build-idx NOT = ZERO
                           PERFORM BUILD-REGION-LINE
                           ADD 1 TO changes-made-count
                           MOVE "RGN_ADD" TO pyaudit-action
                           PERFORM AUDIT-REGION-CHANGE
                           PERFORM SET-REGION-STANDING
                           DISPLAY "REGION ADDED - "
                               FUNCTION TRIM(region-standing)
                               " TODAY"
                       ELSE
                           DISPLAY "REGNMST TABLE FULL - ADD REFUSED"
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ** Changes one field of a region in place. The code itself
      *  never changes - rows already loaded carry it.
       CHANGE-REGION.
           PERFORM FIND-CARD-REGION
           IF match-idx NOT = ZERO
               MOVE SPACES TO card-keyword card-value
               MOVE 1 TO value-ptr
               UNSTRING card-text DELIMITED BY "="
                   INTO card-keyword
                   WITH POINTER value-ptr
               END-UNSTRING
               IF value-ptr < 81
                   MOVE card-text(value-ptr:) TO card-value
               END-IF
               MOVE SPACES TO old-value
               EVALUATE card-keyword
                   WHEN "DESC"
                       MOVE rg-desc-alpha TO old-value
                       MOVE card-value TO rg-desc-alpha
                   WHEN "MGR"
                       MOVE rg-mgr-alpha TO old-value
                       MOVE card-value TO rg-mgr-alpha
                   WHEN "CUR"
                       MOVE rg-cur-alpha TO old-value
                       MOVE card-value TO rg-cur-alpha
                   WHEN "OPEN"
                       MOVE rg-open-alpha TO old-value
                       MOVE card-value TO rg-open-alpha
                   WHEN "CLOSE"
                       MOVE rg-close-alpha TO old-value
                       IF card-value = "NONE"
                           MOVE SPACES TO rg-close-alpha
                       ELSE
                           MOVE card-value TO rg-close-alpha
                       END-IF
                   WHEN OTHER
                       DISPLAY "CHG CARD NEEDS DESC=, MGR=, CUR=, "
                           "OPEN= OR CLOSE="
                       MOVE 8 TO RETURN-CODE
                       MOVE ZERO TO match-idx
               END-EVALUATE
           END-IF
           IF match-idx NOT = ZERO
               IF card-value(41:) NOT = SPACES
                   MOVE "VALUE LONGER THAN 30" TO rg-line-error
               ELSE
                   PERFORM EDIT-REGION-FIELDS
               END-IF
               IF rg-line-error NOT = SPACES
                   DISPLAY "CHG REFUSED - "
                       FUNCTION TRIM(rg-line-error)
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE match-idx TO build-idx
                   PERFORM BUILD-REGION-LINE
                   ADD 1 TO changes-made-count
                   MOVE "RGN_CHG" TO pyaudit-action
                   PERFORM AUDIT-REGION-CHANGE
                   IF old-value = SPACES
                       MOVE "(NONE)" TO old-value
                   END-IF
                   PERFORM SET-REGION-STANDING
                   DISPLAY "REGION CHANGED - "
                       FUNCTION TRIM(card-keyword) " WAS "
                       FUNCTION TRIM(old-value) ", "
                       FUNCTION TRIM(region-standing) " TODAY"
               END-IF
           END-IF.

      ** Reactivates (ACT) or suspends (INA) a region. An inactive
      *  region's rows are refused whatever its dates.
       SET-REGION-ACTIVE.
           PERFORM FIND-CARD-REGION
           IF match-idx NOT = ZERO
               IF (card-verb = "ACT" AND rg-active-alpha = "Y")
                   OR (card-verb = "INA" AND rg-active-alpha = "N")
                   DISPLAY "REGION " target-code " IS ALREADY "
                       "FLAGGED " rg-active-alpha(1:1)
                       " - NOTHING CHANGED"
               ELSE
                   IF card-verb = "ACT"
                       MOVE "Y" TO rg-active-alpha
                       MOVE "RGN_ACT" TO pyaudit-action
                   ELSE
                       MOVE "N" TO rg-active-alpha
                       MOVE "RGN_INA" TO pyaudit-action
                   END-IF
                   MOVE match-idx TO build-idx
                   PERFORM BUILD-REGION-LINE
                   ADD 1 TO changes-made-count
                   PERFORM AUDIT-REGION-CHANGE
                   PERFORM SET-REGION-STANDING
                   DISPLAY "REGION " target-code " NOW "
                       FUNCTION TRIM(region-standing)
               END-IF
           END-IF.

      ** Finds the card's region and splits its line into the
      *  rg-line fields; match-idx is left zero (and the card
      *  refused) when the master does not hold it.
       FIND-CARD-REGION.
           MOVE card-code(1:4) TO target-code
           MOVE ZERO TO match-idx
           IF card-code = SPACES OR card-code(5:) NOT = SPACES
               DISPLAY "CARD NEEDS A REGION CODE OF 1-4 CHARACTERS"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOCATE-REGION-LINE
               IF match-idx = ZERO
                   DISPLAY "REGION " target-code " IS NOT ON THE "
                       "MASTER - USE ADD"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE rm-image(match-idx) TO pyrgn-record
                   PERFORM SPLIT-REGION-LINE
                   PERFORM EDIT-REGION-FIELDS
               END-IF
           END-IF.

      ** Finds the region line for target-code.
       LOCATE-REGION-LINE.
           MOVE ZERO TO match-idx
           PERFORM SCAN-REGION-LINE
               VARYING rm-idx FROM 1 BY 1
               UNTIL rm-idx > rm-used OR match-idx NOT = ZERO.

       SCAN-REGION-LINE.
           IF rm-is-region(rm-idx)
               AND rm-code(rm-idx) = target-code
               MOVE rm-idx TO match-idx
           END-IF.

      ** Finds an unusable line for the new region's code into
      *  build-idx, so an ADD puts it right in place.
       LOCATE-UNUSABLE-LINE.
           MOVE ZERO TO build-idx
           PERFORM SCAN-UNUSABLE-LINE
               VARYING rm-idx FROM 1 BY 1
               UNTIL rm-idx > rm-used OR build-idx NOT = ZERO.

       SCAN-UNUSABLE-LINE.
           MOVE rm-image(rm-idx) TO pyrgn-record
           MOVE SPACES TO card-keyword
           UNSTRING pyrgn-record DELIMITED BY ","
               INTO card-keyword
           END-UNSTRING
           IF rm-is-unusable(rm-idx)
               AND FUNCTION UPPER-CASE(card-keyword) = target-code
               MOVE rm-idx TO build-idx
           END-IF.

      ** Builds the edited rg-line fields into line build-idx.
       BUILD-REGION-LINE.
           MOVE SPACES TO rm-image(build-idx)
           STRING FUNCTION TRIM(rg-code-alpha) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(rg-desc-alpha) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(rg-mgr-alpha) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(rg-cur-alpha) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(rg-open-alpha) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(rg-close-alpha) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(rg-active-alpha) DELIMITED BY SIZE
               INTO rm-image(build-idx)
           END-STRING
           MOVE rg-code-alpha(1:4) TO rm-code(build-idx)
           MOVE "R" TO rm-kind(build-idx).

      ** Audits one change under REF=<code>.
       AUDIT-REGION-CHANGE.
           MOVE target-code TO pyaudit-ref
           IF card-verb = "ADD"
               MOVE rg-code-alpha(1:4) TO pyaudit-ref
           END-IF
           MOVE ZERO TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD.

      ** Rewrites the master from the line table, comments and
      *  all.
       REWRITE-REGION-DATASET.
           OPEN OUTPUT REGNMST-FILE
           IF pyrgn-status NOT = "00"
               DISPLAY "UNABLE TO REWRITE REGNMST DD, STATUS="
                   pyrgn-status " - CHANGES NOT SAVED"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM REWRITE-ONE-LINE
                   VARYING rm-idx FROM 1 BY 1 UNTIL rm-idx > rm-used
               CLOSE REGNMST-FILE
               DISPLAY " "
               DISPLAY "REGNMST REWRITTEN - " changes-made-count
                   " CHANGE(S) SAVED"
           END-IF.

       REWRITE-ONE-LINE.
           MOVE rm-image(rm-idx) TO pyrgn-record
           WRITE pyrgn-record.

       COPY PYRGNLK.
       COPY PYAUDWRT.
