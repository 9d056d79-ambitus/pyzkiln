      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CALMAINT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** Calendar-maintenance cards arrive on SYSIN, one per card:
      *    LST [yyyy]                 list the calendar, or one
      *                               year of it, for review
      *    GEN <yyyy>                 generate the year's skeleton -
      *                               its YEAR line and a WEEKEND
      *                               line for every day the
      *                               WORKDAYS week does not process
      *    ADD HOLIDAY <date> [text]  add a holiday
      *    ADD PROCDAY <date> [text]  add a processing-day exception
      *    CHG HOLIDAY|PROCDAY <date> <new date> [text]
      *                               move an entry, or give it new
      *                               text (new date = old date)
      *    DEL HOLIDAY|PROCDAY|WEEKEND <date>
      *                               remove an entry
      *    DEL YEAR <yyyy>            remove a year's skeleton (to
      *                               generate it again)
      *  Dates are yyyy-mm-dd. A * card is a comment and is skipped.
           SELECT CAL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cal-card-status.
      ** The site calendar itself, read whole and rewritten.
           COPY PYZCALSL.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CAL-CARD-FILE.
       01 cal-card-record PIC X(80).
       COPY PYZCALFD.
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 cal-card-status     PIC X(02) VALUE "00".
       01 cal-card-eof-sw     PIC X(01) VALUE "N".
           88 cal-card-eof VALUE "Y".

      ** The whole calendar, loaded line by line - comments, the
      *  WORKDAYS line and anything unparseable ride along
      *  untouched so a rewrite preserves them. A removed entry
      *  stays in the table marked D and is left out of the
      *  rewrite. Dated entries carry their date compact.
       01 cl-used             PIC 9(04) BINARY VALUE ZERO.
       01 cl-idx              PIC 9(04) BINARY VALUE ZERO.
       01 cl-move-idx         PIC 9(04) BINARY VALUE ZERO.
       01 cl-insert-idx       PIC 9(04) BINARY VALUE ZERO.
       01 cl-full-sw          PIC X(01) VALUE "N".
           88 cl-full VALUE "Y".
       01 cal-line-table.
           05 cl-entry OCCURS 3000 TIMES.
               10 cl-image        PIC X(80).
               10 cl-kind         PIC X(08).
                   88 cl-dated VALUE "HOLIDAY" "PROCDAY" "WEEKEND".
               10 cl-date         PIC X(08).
               10 cl-state        PIC X(01).
                   88 cl-deleted VALUE "D".
       01 cl-hold-entry       PIC X(97).

      ** What the loaded-time edit found wrong with the dataset as
      *  it stood - reported, and carried through unchanged.
       01 bad-line-count      PIC 9(05) VALUE ZERO.
       01 dup-line-count      PIC 9(05) VALUE ZERO.

      ** One dataset line or card taken apart.
       01 line-kind           PIC X(10).
       01 line-value          PIC X(40).
       01 line-text           PIC X(60).
       01 card-verb           PIC X(08).
       01 card-kind           PIC X(08).
       01 card-oper1          PIC X(12).
       01 card-oper2          PIC X(12).
       01 card-text           PIC X(60).
       01 card-ptr            PIC 9(03) BINARY VALUE 1.

      ** A date operand as edited - dashed as given, compact, and
      *  its weekday (1 Monday through 7 Sunday).
       01 edit-date-alpha     PIC X(40).
       01 edit-date           PIC 9(08) VALUE ZERO.
       01 edit-date-x         REDEFINES edit-date PIC X(08).
       01 edit-ok-sw          PIC X(01) VALUE "N".
           88 edit-ok VALUE "Y".
       01 new-date            PIC X(08) VALUE SPACES.
       01 new-dashed          PIC X(10) VALUE SPACES.
       01 old-date            PIC X(08) VALUE SPACES.
       01 target-kind         PIC X(08) VALUE SPACES.
       01 target-year         PIC X(04) VALUE SPACES.
       01 match-idx           PIC 9(04) BINARY VALUE ZERO.
       01 other-kind          PIC X(08) VALUE SPACES.
       01 seek-kind           PIC X(08) VALUE SPACES.
       01 seek-date           PIC X(08) VALUE SPACES.
       01 found-idx           PIC 9(04) BINARY VALUE ZERO.
       01 date-int            PIC 9(08) VALUE ZERO.
       01 date-dow            PIC 9(01) VALUE ZERO.
       01 dow-names           PIC X(21)
                              VALUE "MONTUEWEDTHUFRISATSUN".
       01 dow-name            PIC X(03).

      ** The year a GEN or LST card names, and its days walked one
      *  at a time.
       01 year-num            PIC 9(04) VALUE ZERO.
       01 year-first-int      PIC 9(08) VALUE ZERO.
       01 year-last-int       PIC 9(08) VALUE ZERO.
       01 walk-int            PIC 9(08) VALUE ZERO.
       01 walk-date           PIC 9(08) VALUE ZERO.
       01 walk-date-x         REDEFINES walk-date PIC X(08).
       01 year-loaded-sw      PIC X(01) VALUE "N".
           88 year-is-loaded VALUE "Y".
       01 weekend-new-count   PIC 9(05) VALUE ZERO.
       01 day-off-sw          PIC X(01) VALUE "N".
           88 day-is-off VALUE "Y".

      ** Live entries by kind, against what the programs that load
      *  the calendar can hold (PYZCALWS).
       01 live-holidays       PIC 9(05) VALUE ZERO.
       01 live-procdays       PIC 9(05) VALUE ZERO.
       01 live-weekends       PIC 9(05) VALUE ZERO.
       01 live-years          PIC 9(05) VALUE ZERO.

       01 list-year           PIC X(04) VALUE SPACES.
       01 list-count          PIC 9(05) VALUE ZERO.
       01 list-holidays       PIC 9(05) VALUE ZERO.
       01 list-procdays       PIC 9(05) VALUE ZERO.
       01 list-weekends       PIC 9(05) VALUE ZERO.
       01 list-processing     PIC 9(05) VALUE ZERO.
       01 list-dashed         PIC X(10).

       01 cards-read-count    PIC 9(05) VALUE ZERO.
       01 changes-made-count  PIC 9(05) VALUE ZERO.
       01 days-left-edit      PIC -(6)9.
       01 thru-dashed         PIC X(10).

       COPY PYZCALWS.
       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Card-driven maintenance of the PYZCAL site calendar
      *  PYDRIVER, the NOTFUTBD rule and the date-aware reports
      *  depend on: holidays and processing-day exceptions added,
      *  moved and removed under audit, each new year's weekend
      *  skeleton generated rather than typed, every operand edited
      *  so no program ever loads a malformed or duplicated date,
      *  and the horizon the calendar is loaded to reported at the
      *  end.
           DISPLAY "===== SITE CALENDAR MAINTENANCE ====="
           MOVE "CALMAINT" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           PERFORM LOAD-CALENDAR-LINES
           IF cl-full
               DISPLAY "PYZCAL EXCEEDS THE 3000-LINE TABLE - RUN "
                   "REFUSED SO NO LINE IS DROPPED FROM THE REWRITE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF bad-line-count NOT = ZERO OR dup-line-count NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN INPUT CAL-CARD-FILE
           IF cal-card-status NOT = "00"
               DISPLAY "UNABLE TO OPEN SYSIN CARDS, STATUS="
                   cal-card-status
               MOVE 16 TO RETURN-CODE
           ELSE
               READ CAL-CARD-FILE INTO cal-card-record
                   AT END SET cal-card-eof TO TRUE
               END-READ
               PERFORM PROCESS-CALENDAR-CARD UNTIL cal-card-eof
               CLOSE CAL-CARD-FILE
           END-IF

           IF changes-made-count NOT = ZERO
               PERFORM REWRITE-CALENDAR-DATASET
           END-IF

      ** Read the calendar back exactly as every other program
      *  will, and say how far ahead it now reaches.
           PERFORM LOAD-SITE-CALENDAR
           PERFORM COMPUTE-CALENDAR-HORIZON
           DISPLAY " "
           IF cal-loaded-through = ZERO
               DISPLAY "CALENDAR HAS NO YEAR LOADED - GENERATE ONE "
                   "WITH A GEN CARD"
           ELSE
               STRING cal-loaded-thru-x(1:4) "-"
                   cal-loaded-thru-x(5:2) "-"
                   cal-loaded-thru-x(7:2) DELIMITED BY SIZE
                   INTO thru-dashed
               END-STRING
               MOVE cal-days-left TO days-left-edit
               DISPLAY "CALENDAR LOADED THROUGH " thru-dashed " - "
                   FUNCTION TRIM(days-left-edit) " DAY(S) FROM TODAY"
           END-IF
           DISPLAY "CALMAINT COMPLETE - CARDS READ="
               cards-read-count " CHANGES=" changes-made-count
           GOBACK.

      ** Loads the calendar line by line, parsing the dated and
      *  YEAR lines and carrying everything else through untouched.
      *  The WORKDAYS line sets the week GEN generates from.
       LOAD-CALENDAR-LINES.
           MOVE ZERO TO cl-used
           MOVE "N" TO pyzcal-eof-sw
           MOVE "Y" TO cal-workday-flag(1) cal-workday-flag(2)
               cal-workday-flag(3) cal-workday-flag(4)
               cal-workday-flag(5)
           MOVE "N" TO cal-workday-flag(6) cal-workday-flag(7)

           OPEN INPUT PYZCAL-FILE
           IF pyzcal-status NOT = "00"
               DISPLAY "NO PYZCAL DATASET YET, STATUS="
                   pyzcal-status " - STARTING EMPTY"
           ELSE
               READ PYZCAL-FILE INTO pyzcal-record
                   AT END SET pyzcal-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-CALENDAR-LINE UNTIL pyzcal-eof
               CLOSE PYZCAL-FILE
           END-IF
           PERFORM CHECK-DUPLICATE-LINE
               VARYING cl-idx FROM 1 BY 1 UNTIL cl-idx > cl-used
           PERFORM COUNT-LIVE-ENTRIES
           DISPLAY "CALENDAR LINES LOADED: " cl-used
               " (" live-years " YEAR(S), " live-holidays
               " HOLIDAY(S), " live-procdays " PROCDAY(S), "
               live-weekends " WEEKEND DAY(S))".

       LOAD-ONE-CALENDAR-LINE.
           IF cl-used < 3000
               ADD 1 TO cl-used
               MOVE pyzcal-record TO cl-image(cl-used)
               MOVE SPACES TO cl-kind(cl-used)
               MOVE SPACES TO cl-date(cl-used)
               MOVE SPACE TO cl-state(cl-used)
               IF pyzcal-record NOT = SPACES
                   AND pyzcal-record(1:1) NOT = "*"
                   PERFORM PARSE-CALENDAR-LINE
               END-IF
           ELSE
               SET cl-full TO TRUE
           END-IF

           READ PYZCAL-FILE INTO pyzcal-record
               AT END SET pyzcal-eof TO TRUE
           END-READ.

      ** Parses one line into the slot just loaded. A dated line
      *  whose date is malformed stays a passthrough line - kept,
      *  reported, and never matched by a card.
       PARSE-CALENDAR-LINE.
           MOVE SPACES TO line-kind line-value line-text
           UNSTRING pyzcal-record DELIMITED BY ","
               INTO line-kind
                    line-value
                    line-text
           END-UNSTRING
           EVALUATE line-kind
               WHEN "HOLIDAY"
               WHEN "PROCDAY"
               WHEN "WEEKEND"
                   MOVE line-value TO edit-date-alpha
                   PERFORM EDIT-DATE-OPERAND
                   IF edit-ok
                       MOVE line-kind TO cl-kind(cl-used)
                       MOVE edit-date-x TO cl-date(cl-used)
                   ELSE
                       ADD 1 TO bad-line-count
                       DISPLAY "UNUSABLE CALENDAR LINE " cl-used
                           ": " FUNCTION TRIM(pyzcal-record)
                   END-IF
               WHEN "YEAR"
                   IF line-value(1:4) IS NUMERIC
                       AND line-value(5:36) = SPACES
                       MOVE "YEAR" TO cl-kind(cl-used)
                       MOVE line-value(1:4) TO cl-date(cl-used)
                   ELSE
                       ADD 1 TO bad-line-count
                       DISPLAY "UNUSABLE CALENDAR LINE " cl-used
                           ": " FUNCTION TRIM(pyzcal-record)
                   END-IF
               WHEN "WORKDAYS"
                   MOVE line-value TO cal-value-alpha
                   PERFORM SET-CALENDAR-WORKDAYS
           END-EVALUATE.

      ** Reports an entry that repeats an earlier one of the same
      *  kind and date.
       CHECK-DUPLICATE-LINE.
           IF cl-kind(cl-idx) NOT = SPACES
               MOVE cl-kind(cl-idx) TO seek-kind
               MOVE cl-date(cl-idx) TO seek-date
               PERFORM LOCATE-CALENDAR-ENTRY
               IF found-idx NOT = cl-idx
                   ADD 1 TO dup-line-count
                   DISPLAY "DUPLICATE CALENDAR LINE " cl-idx ": "
                       FUNCTION TRIM(cl-image(cl-idx))
               END-IF
           END-IF.

       COUNT-LIVE-ENTRIES.
           MOVE ZERO TO live-holidays live-procdays live-weekends
               live-years
           PERFORM COUNT-ONE-LIVE-ENTRY
               VARYING cl-idx FROM 1 BY 1 UNTIL cl-idx > cl-used.

       COUNT-ONE-LIVE-ENTRY.
           IF NOT cl-deleted(cl-idx)
               EVALUATE cl-kind(cl-idx)
                   WHEN "HOLIDAY"
                       ADD 1 TO live-holidays
                   WHEN "PROCDAY"
                       ADD 1 TO live-procdays
                   WHEN "WEEKEND"
                       ADD 1 TO live-weekends
                   WHEN "YEAR"
                       ADD 1 TO live-years
               END-EVALUATE
           END-IF.

      ** Parses one maintenance card and dispatches on its verb.
       PROCESS-CALENDAR-CARD.
           IF cal-card-record = SPACES
               OR cal-card-record(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO cards-read-count
               MOVE SPACES TO card-verb card-kind card-oper1
                   card-oper2 card-text
               MOVE 1 TO card-ptr
               UNSTRING cal-card-record DELIMITED BY ALL " "
                   INTO card-verb
                   WITH POINTER card-ptr
               END-UNSTRING

               DISPLAY " "
               DISPLAY "REQUEST: " FUNCTION TRIM(cal-card-record)
               EVALUATE card-verb
                   WHEN "LST"
                       UNSTRING cal-card-record DELIMITED BY ALL " "
                           INTO card-oper1
                           WITH POINTER card-ptr
                       END-UNSTRING
                       PERFORM LIST-CALENDAR
                   WHEN "GEN"
                       UNSTRING cal-card-record DELIMITED BY ALL " "
                           INTO card-oper1
                           WITH POINTER card-ptr
                       END-UNSTRING
                       PERFORM GENERATE-CALENDAR-YEAR
                   WHEN "ADD"
                       UNSTRING cal-card-record DELIMITED BY ALL " "
                           INTO card-kind card-oper1
                           WITH POINTER card-ptr
                       END-UNSTRING
                       PERFORM TAKE-CARD-TEXT
                       PERFORM ADD-CALENDAR-ENTRY
                   WHEN "CHG"
                       UNSTRING cal-card-record DELIMITED BY ALL " "
                           INTO card-kind card-oper1 card-oper2
                           WITH POINTER card-ptr
                       END-UNSTRING
                       PERFORM TAKE-CARD-TEXT
                       PERFORM CHANGE-CALENDAR-ENTRY
                   WHEN "DEL"
                       UNSTRING cal-card-record DELIMITED BY ALL " "
                           INTO card-kind card-oper1
                           WITH POINTER card-ptr
                       END-UNSTRING
                       PERFORM DELETE-CALENDAR-ENTRY
                   WHEN OTHER
                       DISPLAY "UNRECOGNIZED CARD VERB: " card-verb
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF

           READ CAL-CARD-FILE INTO cal-card-record
               AT END SET cal-card-eof TO TRUE
           END-READ.

      ** The rest of the card after its operands is the entry's
      *  description.
       TAKE-CARD-TEXT.
           IF card-ptr < 81
               MOVE cal-card-record(card-ptr:) TO card-text
           END-IF
           INSPECT card-text REPLACING ALL "," BY ";".

      ** Edits edit-date-alpha as yyyy-mm-dd and a real calendar
      *  date into edit-date; edit-ok is left off when it is not.
       EDIT-DATE-OPERAND.
           MOVE "N" TO edit-ok-sw
           MOVE ZERO TO edit-date
           IF edit-date-alpha(5:1) = "-"
               AND edit-date-alpha(8:1) = "-"
               AND edit-date-alpha(11:30) = SPACES
               STRING edit-date-alpha(1:4) edit-date-alpha(6:2)
                   edit-date-alpha(9:2) DELIMITED BY SIZE
                   INTO edit-date-x
               END-STRING
           END-IF
           IF edit-date-x IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(edit-date) = ZERO
                   SET edit-ok TO TRUE
               END-IF
           END-IF.

      ** The card's entry kind and date; a bad operand leaves
      *  edit-ok off.
       EDIT-CARD-KEY.
           MOVE "N" TO edit-ok-sw
           MOVE card-kind TO target-kind
           MOVE card-oper1 TO edit-date-alpha
           PERFORM EDIT-DATE-OPERAND
           IF NOT edit-ok
               DISPLAY "DATE MUST BE A CALENDAR DATE AS YYYY-MM-DD: "
                   card-oper1
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE edit-date-x TO new-date
               MOVE card-oper1(1:10) TO new-dashed
           END-IF.

      ** Adds one holiday or processing-day exception - refused
      *  when the date already carries one (a duplicate or a
      *  contradiction), or when a PROCDAY names a day that is
      *  already processed.
       ADD-CALENDAR-ENTRY.
           IF card-kind NOT = "HOLIDAY" AND card-kind NOT = "PROCDAY"
               DISPLAY "ADD CARD NEEDS HOLIDAY OR PROCDAY, NOT: "
                   card-kind
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM EDIT-CARD-KEY
               IF edit-ok
                   MOVE SPACES TO old-date
                   PERFORM CHECK-ENTRY-ALLOWED
               END-IF
               IF edit-ok
                   PERFORM CHECK-KIND-CAPACITY
               END-IF
               IF edit-ok
                   PERFORM INSERT-DATED-LINE
                   IF edit-ok
                       ADD 1 TO changes-made-count
                       MOVE "CAL_ADD" TO pyaudit-action
                       PERFORM WRITE-CALENDAR-AUDIT
                       DISPLAY FUNCTION TRIM(target-kind) " ADDED - "
                           new-dashed " " dow-name
                   END-IF
               END-IF
           END-IF.

      ** Moves an entry to a new date, or re-texts it where it is.
       CHANGE-CALENDAR-ENTRY.
           IF card-kind NOT = "HOLIDAY" AND card-kind NOT = "PROCDAY"
               DISPLAY "CHG CARD NEEDS HOLIDAY OR PROCDAY, NOT: "
                   card-kind
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM EDIT-CARD-KEY
               IF edit-ok
                   PERFORM LOCATE-CARD-ENTRY
                   IF match-idx = ZERO
                       DISPLAY "NO " FUNCTION TRIM(target-kind)
                           " ON " new-dashed " - USE ADD"
                       MOVE 8 TO RETURN-CODE
                       MOVE "N" TO edit-ok-sw
                   ELSE
                       MOVE new-date TO old-date
                       IF card-text = SPACES
                           MOVE SPACES TO line-kind line-value
                               line-text
                           UNSTRING cl-image(match-idx)
                               DELIMITED BY ","
                               INTO line-kind line-value line-text
                           END-UNSTRING
                           MOVE line-text TO card-text
                       END-IF
                   END-IF
               END-IF
               IF edit-ok
                   MOVE card-oper2 TO edit-date-alpha
                   PERFORM EDIT-DATE-OPERAND
                   IF NOT edit-ok
                       DISPLAY "CHG CARD NEEDS <DATE> <NEW DATE> - "
                           "NEW DATE IS NOT A CALENDAR DATE AS "
                           "YYYY-MM-DD: " card-oper2
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE edit-date-x TO new-date
                       MOVE card-oper2(1:10) TO new-dashed
                       PERFORM CHECK-ENTRY-ALLOWED
                   END-IF
               END-IF
               IF edit-ok
                   MOVE "D" TO cl-state(match-idx)
                   PERFORM INSERT-DATED-LINE
                   IF edit-ok
                       ADD 1 TO changes-made-count
                       MOVE "CAL_CHG" TO pyaudit-action
                       PERFORM WRITE-CALENDAR-AUDIT
                       DISPLAY FUNCTION TRIM(target-kind)
                           " CHANGED - NOW " new-dashed " " dow-name
                   ELSE
                       MOVE SPACE TO cl-state(match-idx)
                   END-IF
               END-IF
           END-IF.

      ** Removes an entry, or a whole year's skeleton.
       DELETE-CALENDAR-ENTRY.
           EVALUATE card-kind
               WHEN "HOLIDAY"
               WHEN "PROCDAY"
               WHEN "WEEKEND"
                   PERFORM EDIT-CARD-KEY
                   IF edit-ok
                       PERFORM LOCATE-CARD-ENTRY
                       IF match-idx = ZERO
                           DISPLAY "NO " FUNCTION TRIM(target-kind)
                               " ON " new-dashed
                               " - NOTHING TO DELETE"
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           MOVE "D" TO cl-state(match-idx)
                           ADD 1 TO changes-made-count
                           MOVE "CAL_DEL" TO pyaudit-action
                           PERFORM WRITE-CALENDAR-AUDIT
                           DISPLAY FUNCTION TRIM(target-kind)
                               " DELETED - " new-dashed
                       END-IF
                   END-IF
               WHEN "YEAR"
                   PERFORM DELETE-CALENDAR-YEAR
               WHEN OTHER
                   DISPLAY "DEL CARD NEEDS HOLIDAY, PROCDAY, WEEKEND "
                       "OR YEAR, NOT: " card-kind
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ** A date may carry one holiday or one processing-day
      *  exception, never both, and never twice (old-date, when
      *  set, is the entry being moved and does not count). A
      *  PROCDAY must name a day the week or the skeleton would
      *  otherwise leave unprocessed.
       CHECK-ENTRY-ALLOWED.
           IF new-date NOT = old-date
               MOVE target-kind TO seek-kind
               MOVE new-date TO seek-date
               PERFORM LOCATE-CALENDAR-ENTRY
               IF found-idx NOT = ZERO
                   DISPLAY new-dashed " IS ALREADY A "
                       FUNCTION TRIM(target-kind) " - DUPLICATE "
                       "REFUSED"
                   MOVE 8 TO RETURN-CODE
                   MOVE "N" TO edit-ok-sw
               END-IF
           END-IF
           IF target-kind = "HOLIDAY"
               MOVE "PROCDAY" TO other-kind
           ELSE
               MOVE "HOLIDAY" TO other-kind
           END-IF
           IF edit-ok
               MOVE other-kind TO seek-kind
               MOVE new-date TO seek-date
               PERFORM LOCATE-CALENDAR-ENTRY
               IF found-idx NOT = ZERO
                   DISPLAY new-dashed " IS A "
                       FUNCTION TRIM(other-kind) " - IT CANNOT ALSO "
                       "BE A " FUNCTION TRIM(target-kind)
                   MOVE 8 TO RETURN-CODE
                   MOVE "N" TO edit-ok-sw
               END-IF
           END-IF
           MOVE new-date TO walk-date-x
           PERFORM JUDGE-WALK-DAY
           IF edit-ok AND target-kind = "PROCDAY"
               AND NOT day-is-off
               DISPLAY new-dashed " (" dow-name ") IS ALREADY A "
                   "PROCESSING DAY - NO EXCEPTION NEEDED"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO edit-ok-sw
           END-IF
           IF edit-ok AND target-kind = "HOLIDAY" AND day-is-off
               DISPLAY "NOTE: " new-dashed " (" dow-name ") IS NOT "
                   "A PROCESSING DAY ANYWAY"
           END-IF.

      ** Whether walk-date is off by the week alone: in a loaded
      *  year, when the skeleton lists it WEEKEND; otherwise when
      *  the WORKDAYS week does not process its weekday. Sets
      *  dow-name too.
       JUDGE-WALK-DAY.
           COMPUTE date-int = FUNCTION INTEGER-OF-DATE(walk-date)
           COMPUTE date-dow = FUNCTION MOD(date-int - 1, 7) + 1
           MOVE dow-names((date-dow - 1) * 3 + 1:3) TO dow-name
           MOVE walk-date-x(1:4) TO target-year
           PERFORM CHECK-YEAR-LOADED
           MOVE "N" TO day-off-sw
           IF year-is-loaded
               MOVE "WEEKEND" TO seek-kind
               MOVE walk-date-x TO seek-date
               PERFORM LOCATE-CALENDAR-ENTRY
               IF found-idx NOT = ZERO
                   SET day-is-off TO TRUE
               END-IF
           ELSE
               IF cal-workday-flag(date-dow) NOT = "Y"
                   SET day-is-off TO TRUE
               END-IF
           END-IF.

      ** Refuses an entry the programs that load the calendar
      *  could not hold (see PYZCALWS).
       CHECK-KIND-CAPACITY.
           PERFORM COUNT-LIVE-ENTRIES
           IF target-kind = "HOLIDAY" AND live-holidays NOT < 300
               DISPLAY "THE CALENDAR ALREADY HOLDS 300 HOLIDAYS - "
                   "DELETE PAST ONES FIRST"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO edit-ok-sw
           END-IF
           IF target-kind = "PROCDAY" AND live-procdays NOT < 100
               DISPLAY "THE CALENDAR ALREADY HOLDS 100 PROCESSING-"
                   "DAY EXCEPTIONS - DELETE PAST ONES FIRST"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO edit-ok-sw
           END-IF.

      ** Generates a year's skeleton: its YEAR line, then a WEEKEND
      *  line for every day of the year the WORKDAYS week does not
      *  process. Refused when the year is already generated.
       GENERATE-CALENDAR-YEAR.
           MOVE "N" TO edit-ok-sw
           IF card-oper1(1:4) IS NUMERIC AND card-oper1(5:8) = SPACES
               MOVE card-oper1(1:4) TO year-num
               IF year-num > 1600
                   SET edit-ok TO TRUE
               END-IF
           END-IF
           IF NOT edit-ok
               DISPLAY "GEN CARD NEEDS A YEAR AS YYYY: " card-oper1
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE card-oper1(1:4) TO target-year
               PERFORM CHECK-YEAR-LOADED
               PERFORM COUNT-YEAR-WEEKENDS
               IF year-is-loaded OR list-weekends NOT = ZERO
                   DISPLAY "YEAR " target-year " IS ALREADY "
                       "GENERATED - DEL YEAR " target-year
                       " FIRST TO GENERATE IT AGAIN"
                   MOVE 8 TO RETURN-CODE
                   MOVE "N" TO edit-ok-sw
               END-IF
           END-IF
           IF edit-ok
               PERFORM SET-YEAR-BOUNDS
               MOVE ZERO TO weekend-new-count
               PERFORM COUNT-YEAR-OFF-DAY
                   VARYING walk-int FROM year-first-int BY 1
                   UNTIL walk-int > year-last-int
               PERFORM COUNT-LIVE-ENTRIES
               IF live-weekends + weekend-new-count > 1200
                   DISPLAY "YEAR " target-year " WOULD TAKE THE "
                       "CALENDAR PAST 1200 WEEKEND DAYS - DEL YEAR "
                       "AN OLD YEAR FIRST"
                   MOVE 8 TO RETURN-CODE
                   MOVE "N" TO edit-ok-sw
               END-IF
               IF cl-used + weekend-new-count + 1 > 3000
                   DISPLAY "CALENDAR TABLE FULL - GEN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   MOVE "N" TO edit-ok-sw
               END-IF
           END-IF
           IF edit-ok
               PERFORM INSERT-YEAR-LINE
               MOVE "WEEKEND" TO target-kind
               MOVE SPACES TO card-text
               PERFORM GENERATE-WEEKEND-DAY
                   VARYING walk-int FROM year-first-int BY 1
                   UNTIL walk-int > year-last-int
               ADD 1 TO changes-made-count
               MOVE "CAL_GENERATE" TO pyaudit-action
               MOVE ZERO TO pyaudit-rc
               MOVE target-year TO pyaudit-ref
               PERFORM WRITE-AUDIT-RECORD
               MOVE SPACES TO pyaudit-ref
               DISPLAY "YEAR " target-year " GENERATED - "
                   weekend-new-count " WEEKEND DAY(S); ADD ITS "
                   "HOLIDAYS NEXT"
           END-IF.

       SET-YEAR-BOUNDS.
           STRING target-year "0101" DELIMITED BY SIZE
               INTO walk-date-x
           END-STRING
           COMPUTE year-first-int = FUNCTION INTEGER-OF-DATE(walk-date)
           STRING target-year "1231" DELIMITED BY SIZE
               INTO walk-date-x
           END-STRING
           COMPUTE year-last-int = FUNCTION INTEGER-OF-DATE(walk-date).

       COUNT-YEAR-OFF-DAY.
           COMPUTE date-dow = FUNCTION MOD(walk-int - 1, 7) + 1
           IF cal-workday-flag(date-dow) NOT = "Y"
               ADD 1 TO weekend-new-count
           END-IF.

       GENERATE-WEEKEND-DAY.
           COMPUTE date-dow = FUNCTION MOD(walk-int - 1, 7) + 1
           IF cal-workday-flag(date-dow) NOT = "Y"
               COMPUTE walk-date = FUNCTION DATE-OF-INTEGER(walk-int)
               MOVE walk-date-x TO new-date
               PERFORM INSERT-DATED-LINE
           END-IF.

      ** Removes a year's YEAR line and every WEEKEND line of it;
      *  its holidays and exceptions stay.
       DELETE-CALENDAR-YEAR.
           IF card-oper1(1:4) IS NOT NUMERIC
               OR card-oper1(5:8) NOT = SPACES
               DISPLAY "DEL YEAR CARD NEEDS A YEAR AS YYYY: "
                   card-oper1
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE card-oper1(1:4) TO target-year
               PERFORM CHECK-YEAR-LOADED
               PERFORM COUNT-YEAR-WEEKENDS
               IF NOT year-is-loaded AND list-weekends = ZERO
                   DISPLAY "YEAR " target-year " IS NOT GENERATED - "
                       "NOTHING TO DELETE"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM DELETE-ONE-YEAR-LINE
                       VARYING cl-idx FROM 1 BY 1
                       UNTIL cl-idx > cl-used
                   ADD 1 TO changes-made-count
                   MOVE "CAL_DEL" TO pyaudit-action
                   MOVE ZERO TO pyaudit-rc
                   MOVE target-year TO pyaudit-ref
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE SPACES TO pyaudit-ref
                   DISPLAY "YEAR " target-year " SKELETON DELETED - "
                       list-weekends " WEEKEND DAY(S)"
               END-IF
           END-IF.

       DELETE-ONE-YEAR-LINE.
           IF NOT cl-deleted(cl-idx)
               AND cl-date(cl-idx)(1:4) = target-year
               AND (cl-kind(cl-idx) = "YEAR"
                   OR cl-kind(cl-idx) = "WEEKEND")
               MOVE "D" TO cl-state(cl-idx)
           END-IF.

       CHECK-YEAR-LOADED.
           MOVE "N" TO year-loaded-sw
           PERFORM SCAN-YEAR-LINE
               VARYING cl-move-idx FROM 1 BY 1
               UNTIL cl-move-idx > cl-used OR year-is-loaded.

       SCAN-YEAR-LINE.
           IF cl-kind(cl-move-idx) = "YEAR"
               AND NOT cl-deleted(cl-move-idx)
               AND cl-date(cl-move-idx)(1:4) = target-year
               SET year-is-loaded TO TRUE
           END-IF.

       COUNT-YEAR-WEEKENDS.
           MOVE ZERO TO list-weekends
           PERFORM COUNT-ONE-YEAR-WEEKEND
               VARYING cl-move-idx FROM 1 BY 1
               UNTIL cl-move-idx > cl-used.

       COUNT-ONE-YEAR-WEEKEND.
           IF cl-kind(cl-move-idx) = "WEEKEND"
               AND NOT cl-deleted(cl-move-idx)
               AND cl-date(cl-move-idx)(1:4) = target-year
               ADD 1 TO list-weekends
           END-IF.

      ** The live entry the card names, into match-idx.
       LOCATE-CARD-ENTRY.
           MOVE target-kind TO seek-kind
           MOVE new-date TO seek-date
           PERFORM LOCATE-CALENDAR-ENTRY
           MOVE found-idx TO match-idx.

      ** The live entry of seek-kind on seek-date, or zero.
       LOCATE-CALENDAR-ENTRY.
           MOVE ZERO TO found-idx
           PERFORM SCAN-CALENDAR-ENTRY
               VARYING cl-move-idx FROM 1 BY 1
               UNTIL cl-move-idx > cl-used OR found-idx NOT = ZERO.

       SCAN-CALENDAR-ENTRY.
           IF cl-kind(cl-move-idx) = seek-kind
               AND cl-date(cl-move-idx) = seek-date
               AND NOT cl-deleted(cl-move-idx)
               MOVE cl-move-idx TO found-idx
           END-IF.

      ** Inserts a target-kind line for new-date (with card-text)
      *  ahead of the first dated line that falls after it, so the
      *  dataset stays in date order for the eye.
       INSERT-DATED-LINE.
           IF cl-used NOT < 3000
               DISPLAY "CALENDAR TABLE FULL - ENTRY REFUSED"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO edit-ok-sw
           ELSE
               MOVE ZERO TO cl-insert-idx
               PERFORM FIND-DATED-INSERT
                   VARYING cl-move-idx FROM 1 BY 1
                   UNTIL cl-move-idx > cl-used
                       OR cl-insert-idx NOT = ZERO
               IF cl-insert-idx = ZERO
                   COMPUTE cl-insert-idx = cl-used + 1
               END-IF
               PERFORM OPEN-LINE-SLOT
               MOVE SPACES TO cl-image(cl-insert-idx)
               MOVE new-date TO walk-date-x
               STRING FUNCTION TRIM(target-kind) ","
                   walk-date-x(1:4) "-" walk-date-x(5:2) "-"
                   walk-date-x(7:2) DELIMITED BY SIZE
                   INTO cl-image(cl-insert-idx)
               END-STRING
               IF card-text NOT = SPACES
                   STRING FUNCTION TRIM(cl-image(cl-insert-idx))
                       "," FUNCTION TRIM(card-text)
                       DELIMITED BY SIZE INTO cl-hold-entry
                   END-STRING
                   MOVE cl-hold-entry TO cl-image(cl-insert-idx)
               END-IF
               MOVE target-kind TO cl-kind(cl-insert-idx)
               MOVE new-date TO cl-date(cl-insert-idx)
               MOVE SPACE TO cl-state(cl-insert-idx)
           END-IF.

       FIND-DATED-INSERT.
           IF cl-dated(cl-move-idx)
               AND cl-date(cl-move-idx) > new-date
               MOVE cl-move-idx TO cl-insert-idx
           END-IF.

      ** A new YEAR line goes after the last YEAR line, else ahead
      *  of the first dated line, else at the end.
       INSERT-YEAR-LINE.
           MOVE ZERO TO cl-insert-idx
           PERFORM FIND-YEAR-INSERT
               VARYING cl-move-idx FROM 1 BY 1
               UNTIL cl-move-idx > cl-used
           IF cl-insert-idx = ZERO
               PERFORM FIND-DATED-START
                   VARYING cl-move-idx FROM 1 BY 1
                   UNTIL cl-move-idx > cl-used
                       OR cl-insert-idx NOT = ZERO
           ELSE
               ADD 1 TO cl-insert-idx
           END-IF
           IF cl-insert-idx = ZERO
               COMPUTE cl-insert-idx = cl-used + 1
           END-IF
           PERFORM OPEN-LINE-SLOT
           MOVE SPACES TO cl-image(cl-insert-idx)
           STRING "YEAR," target-year ",GENERATED "
               FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO cl-image(cl-insert-idx)
           END-STRING
           MOVE "YEAR" TO cl-kind(cl-insert-idx)
           MOVE target-year TO cl-date(cl-insert-idx)
           MOVE SPACE TO cl-state(cl-insert-idx).

       FIND-YEAR-INSERT.
           IF cl-kind(cl-move-idx) = "YEAR"
               MOVE cl-move-idx TO cl-insert-idx
           END-IF.

       FIND-DATED-START.
           IF cl-dated(cl-move-idx)
               MOVE cl-move-idx TO cl-insert-idx
           END-IF.

      ** Shifts the lines from cl-insert-idx on down one slot.
       OPEN-LINE-SLOT.
           PERFORM SHIFT-ONE-LINE
               VARYING cl-move-idx FROM cl-used BY -1
               UNTIL cl-move-idx < cl-insert-idx
           ADD 1 TO cl-used.

       SHIFT-ONE-LINE.
           MOVE cl-entry(cl-move-idx) TO cl-hold-entry
           MOVE cl-hold-entry TO cl-entry(cl-move-idx + 1).

      ** Lists the calendar for review - every YEAR, holiday,
      *  exception and skeleton day with its weekday, or one
      *  year's; a year listed on its own is summed up with the
      *  number of days it will process.
       LIST-CALENDAR.
           MOVE SPACES TO list-year
           IF card-oper1 NOT = SPACES
               IF card-oper1(1:4) IS NOT NUMERIC
                   OR card-oper1(5:8) NOT = SPACES
                   DISPLAY "LST CARD TAKES A YEAR AS YYYY: "
                       card-oper1
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE card-oper1(1:4) TO list-year
               END-IF
           END-IF
           MOVE ZERO TO list-count list-holidays list-procdays
               list-weekends
           PERFORM LIST-ONE-CALENDAR-LINE
               VARYING cl-idx FROM 1 BY 1 UNTIL cl-idx > cl-used
           IF list-count = ZERO
               DISPLAY "  NO CALENDAR ENTRIES"
           END-IF
           DISPLAY "  " list-holidays " HOLIDAY(S), " list-procdays
               " PROCESSING-DAY EXCEPTION(S), " list-weekends
               " WEEKEND DAY(S)"
           IF list-year NOT = SPACES
               MOVE list-year TO target-year
               PERFORM CHECK-YEAR-LOADED
               IF NOT year-is-loaded
                   DISPLAY "  YEAR " list-year " IS NOT GENERATED - "
                       "ITS DAYS FALL BACK ON THE WORKDAYS WEEK"
               END-IF
               PERFORM SET-YEAR-BOUNDS
               MOVE ZERO TO list-processing
               PERFORM COUNT-PROCESSING-DAY
                   VARYING walk-int FROM year-first-int BY 1
                   UNTIL walk-int > year-last-int
               DISPLAY "  " list-processing " PROCESSING DAY(S) IN "
                   list-year
           END-IF.

       LIST-ONE-CALENDAR-LINE.
           IF NOT cl-deleted(cl-idx)
               AND cl-kind(cl-idx) NOT = SPACES
               AND (list-year = SPACES
                   OR cl-date(cl-idx)(1:4) = list-year)
               ADD 1 TO list-count
               IF cl-kind(cl-idx) = "YEAR"
                   DISPLAY "  " FUNCTION TRIM(cl-image(cl-idx))
               ELSE
                   MOVE cl-date(cl-idx) TO walk-date-x
                   COMPUTE date-int =
                       FUNCTION INTEGER-OF-DATE(walk-date)
                   COMPUTE date-dow =
                       FUNCTION MOD(date-int - 1, 7) + 1
                   MOVE dow-names((date-dow - 1) * 3 + 1:3)
                       TO dow-name
                   MOVE SPACES TO line-kind line-value line-text
                   UNSTRING cl-image(cl-idx) DELIMITED BY ","
                       INTO line-kind line-value line-text
                   END-UNSTRING
                   STRING walk-date-x(1:4) "-" walk-date-x(5:2) "-"
                       walk-date-x(7:2) DELIMITED BY SIZE
                       INTO list-dashed
                   END-STRING
                   DISPLAY "  " list-dashed " " dow-name " "
                       cl-kind(cl-idx) " " FUNCTION TRIM(line-text)
                   EVALUATE cl-kind(cl-idx)
                       WHEN "HOLIDAY"
                           ADD 1 TO list-holidays
                       WHEN "PROCDAY"
                           ADD 1 TO list-procdays
                       WHEN "WEEKEND"
                           ADD 1 TO list-weekends
                   END-EVALUATE
               END-IF
           END-IF.

      ** One day of the listed year, judged as the loader judges it
      *  (PYZCALLK CHECK-BUSINESS-DAY), from the table as it now
      *  stands.
       COUNT-PROCESSING-DAY.
           COMPUTE walk-date = FUNCTION DATE-OF-INTEGER(walk-int)
           PERFORM JUDGE-WALK-DAY
           MOVE walk-date-x TO seek-date
           IF NOT day-is-off
               MOVE "HOLIDAY" TO seek-kind
               PERFORM LOCATE-CALENDAR-ENTRY
               IF found-idx = ZERO
                   ADD 1 TO list-processing
               END-IF
           ELSE
               MOVE "PROCDAY" TO seek-kind
               PERFORM LOCATE-CALENDAR-ENTRY
               IF found-idx NOT = ZERO
                   ADD 1 TO list-processing
               END-IF
           END-IF.

       WRITE-CALENDAR-AUDIT.
           MOVE ZERO TO pyaudit-rc
           MOVE new-dashed TO pyaudit-ref
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES TO pyaudit-ref.

      ** Rewrites the calendar from the line table, comments and
      *  all, leaving removed entries out.
       REWRITE-CALENDAR-DATASET.
           OPEN OUTPUT PYZCAL-FILE
           IF pyzcal-status NOT = "00"
               DISPLAY "UNABLE TO REWRITE PYZCAL DD, STATUS="
                   pyzcal-status " - CHANGES NOT SAVED"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM REWRITE-ONE-LINE
                   VARYING cl-idx FROM 1 BY 1
                   UNTIL cl-idx > cl-used
               CLOSE PYZCAL-FILE
               DISPLAY " "
               DISPLAY "PYZCAL REWRITTEN - " changes-made-count
                   " CHANGE(S) SAVED"
           END-IF.

       REWRITE-ONE-LINE.
           IF NOT cl-deleted(cl-idx)
               MOVE cl-image(cl-idx) TO pyzcal-record
               WRITE pyzcal-record
           END-IF.

       COPY PYZCALLK.
       COPY PYAUDWRT.
