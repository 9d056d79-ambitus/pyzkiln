      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CUSTDORM".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The customer activity profile master PANDASREAD keeps -
      *  read only, walked once from the lowest id.
           COPY PYCASL.
           SELECT CUST-SORT-FILE ASSIGN TO "SORTWK".
           COPY PYZCALSL.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY PYCAFD.
       SD  CUST-SORT-FILE.
       01 cust-sort-rec.
           05 cs-section          PIC X(01).
           05 cs-region           PIC X(04).
           05 cs-id               PIC 9(08).
           05 cs-entity           PIC X(04).
           05 cs-first-date       PIC X(10).
           05 cs-last-date        PIC X(10).
           05 cs-idle-days        PIC 9(05).
           05 cs-txn-count        PIC 9(09).
           05 cs-life-amount      PIC S9(13)V99.
       COPY PYZCALFD.
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 custact-status      PIC X(02) VALUE "00".
       01 custact-eof-sw      PIC X(01) VALUE "N".
           88 custact-eof VALUE "Y".
       01 cust-sort-eof-sw    PIC X(01) VALUE "N".
           88 cust-sort-eof VALUE "Y".

      ** The date idleness is measured to (yyyymmdd) - today unless
      *  CUSTDORM_RUN_DATE asks for another.
       01 run-date-alpha      PIC X(08) VALUE SPACES.
       01 run-date-num        PIC 9(08) VALUE ZERO.
       01 run-date-int        PIC 9(08) VALUE ZERO.
       01 run-date-dashed     PIC X(10) VALUE SPACES.

      ** A customer is dormant once this many business days on the
      *  PYZCAL site calendar have passed since its last trans_date.
       01 dormant-days-alpha  PIC X(05) VALUE SPACES.
       01 dormant-days        PIC 9(05) VALUE 20.

      ** The period a new customer must be first seen in - from
      *  CUSTDORM_PERIOD_START (default the first of the run date's
      *  month) through the run date.
       01 period-start-alpha  PIC X(08) VALUE SPACES.
       01 period-start-num    PIC 9(08) VALUE ZERO.
       01 period-start-dashed PIC X(10) VALUE SPACES.

      ** One profile's idleness.
       01 last-date-num       PIC 9(08) VALUE ZERO.
       01 last-date-int       PIC 9(08) VALUE ZERO.
       01 idle-days           PIC 9(05) VALUE ZERO.
       01 bday-work-int       PIC 9(08) VALUE ZERO.
       01 profile-dated-sw    PIC X(01) VALUE "N".
           88 profile-dated VALUE "Y".

      ** Per-region counts for the closing summary. A file with
      *  more regions than the table holds folds the overflow into
      *  one *OTH line, so nothing drops out of the grand total.
       01 reg-tbl-used        PIC 9(02) BINARY VALUE ZERO.
       01 reg-idx             PIC 9(02) BINARY VALUE ZERO.
       01 reg-scan-idx        PIC 9(02) BINARY VALUE ZERO.
       01 region-table.
           05 reg-entry OCCURS 50 TIMES.
               10 reg-code        PIC X(04).
               10 reg-profiles    PIC 9(09).
               10 reg-dormant     PIC 9(09).
               10 reg-new         PIC 9(09).
               10 reg-undated     PIC 9(09).
       01 grand-profiles      PIC 9(09) VALUE ZERO.
       01 grand-dormant       PIC 9(09) VALUE ZERO.
       01 grand-new           PIC 9(09) VALUE ZERO.
       01 grand-undated       PIC 9(09) VALUE ZERO.

      ** Listing control breaks.
       01 cur-section         PIC X(01) VALUE SPACE.
       01 cur-region          PIC X(04) VALUE SPACES.
       01 brk-count           PIC 9(09) VALUE ZERO.
       01 brk-amount          PIC S9(15)V99 VALUE ZERO.
       01 listed-dormant      PIC 9(09) VALUE ZERO.
       01 listed-new          PIC 9(09) VALUE ZERO.

       01 count-edit          PIC Z(08)9.
       01 dormant-edit        PIC Z(08)9.
       01 new-edit            PIC Z(08)9.
       01 undated-edit        PIC Z(08)9.
       01 idle-edit           PIC Z(04)9.
       01 amount-edit         PIC $$$,$$$,$$$,$$9.99-.

       COPY PYZCALWS.
       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Dormant and new customers, per region, from the activity
      *  profile master: a customer whose last trans_date is at
      *  least CUSTDORM_DORMANT_DAYS business days behind the run
      *  date is listed as dormant, and one first seen inside the
      *  period is listed as new. Each customer belongs to the
      *  region of its latest transaction. The summary counts
      *  profiles, dormant and new per region, and ties the region
      *  counts back to the number of profiles read.
           DISPLAY "===== DORMANT AND NEW CUSTOMER REPORT ====="
           MOVE "CUSTDORM" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           ACCEPT run-date-alpha FROM ENVIRONMENT "CUSTDORM_RUN_DATE"
           IF run-date-alpha = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO run-date-alpha
           END-IF
           IF run-date-alpha IS NOT NUMERIC
               DISPLAY "CUSTDORM_RUN_DATE MUST BE YYYYMMDD: "
                   run-date-alpha
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE run-date-alpha TO run-date-num
           IF FUNCTION TEST-DATE-YYYYMMDD(run-date-num) NOT = ZERO
               DISPLAY "CUSTDORM_RUN_DATE IS NOT A CALENDAR DATE: "
                   run-date-alpha
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE run-date-int =
               FUNCTION INTEGER-OF-DATE(run-date-num)
           STRING run-date-alpha(1:4) "-" run-date-alpha(5:2) "-"
               run-date-alpha(7:2) DELIMITED BY SIZE
               INTO run-date-dashed
           END-STRING

           ACCEPT dormant-days-alpha FROM ENVIRONMENT
               "CUSTDORM_DORMANT_DAYS"
           IF dormant-days-alpha NOT = SPACES
               IF FUNCTION TEST-NUMVAL(dormant-days-alpha) NOT = ZERO
                   DISPLAY "CUSTDORM_DORMANT_DAYS MUST BE A NUMBER "
                       "OF BUSINESS DAYS: " dormant-days-alpha
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE dormant-days =
                   FUNCTION NUMVAL(dormant-days-alpha)
               IF dormant-days = ZERO
                   DISPLAY "CUSTDORM_DORMANT_DAYS MUST BE AT LEAST 1"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           ACCEPT period-start-alpha FROM ENVIRONMENT
               "CUSTDORM_PERIOD_START"
           IF period-start-alpha = SPACES
               MOVE run-date-alpha TO period-start-alpha
               MOVE "01" TO period-start-alpha(7:2)
           END-IF
           IF period-start-alpha IS NOT NUMERIC
               DISPLAY "CUSTDORM_PERIOD_START MUST BE YYYYMMDD: "
                   period-start-alpha
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE period-start-alpha TO period-start-num
           IF FUNCTION TEST-DATE-YYYYMMDD(period-start-num) NOT = ZERO
               OR period-start-num > run-date-num
               DISPLAY "CUSTDORM_PERIOD_START IS NOT A CALENDAR "
                   "DATE ON OR BEFORE THE RUN DATE: "
                   period-start-alpha
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           STRING period-start-alpha(1:4) "-"
               period-start-alpha(5:2) "-"
               period-start-alpha(7:2) DELIMITED BY SIZE
               INTO period-start-dashed
           END-STRING

           PERFORM LOAD-SITE-CALENDAR

           OPEN INPUT CUST-ACTIVITY-FILE
           IF custact-status NOT = "00"
               DISPLAY "UNABLE TO OPEN CUSTPRF DD, STATUS="
                   custact-status " - NO PROFILES TO REPORT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "AS OF " run-date-dashed
               "  DORMANT AFTER " dormant-days " BUSINESS DAYS"
               "  NEW SINCE " period-start-dashed
           DISPLAY " "

           INITIALIZE region-table
           SORT CUST-SORT-FILE
               ON ASCENDING KEY cs-section
               ON ASCENDING KEY cs-region
               ON ASCENDING KEY cs-id
               ON ASCENDING KEY cs-entity
               INPUT PROCEDURE IS CLASSIFY-PROFILES
               OUTPUT PROCEDURE IS LIST-CUSTOMERS
           CLOSE CUST-ACTIVITY-FILE

           PERFORM PRINT-REGION-SUMMARY
           PERFORM TIE-OUT-TOTALS

           MOVE "DORMANT_REPORT" TO pyaudit-action
           MOVE RETURN-CODE TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

      ** Sort input: every profile is counted in its region, and
      *  released once for each list it belongs on - D for dormant,
      *  N for new. A customer first seen this period can already be
      *  dormant when the period is long; it is on both lists.
       CLASSIFY-PROFILES.
           MOVE "N" TO custact-eof-sw
           MOVE LOW-VALUES TO ca-key
           START CUST-ACTIVITY-FILE KEY NOT < ca-key
               INVALID KEY SET custact-eof TO TRUE
           END-START
           IF NOT custact-eof
               PERFORM READ-NEXT-PROFILE
           END-IF
           PERFORM CLASSIFY-ONE-PROFILE UNTIL custact-eof.

       READ-NEXT-PROFILE.
           READ CUST-ACTIVITY-FILE NEXT
               AT END SET custact-eof TO TRUE
           END-READ.

       CLASSIFY-ONE-PROFILE.
           PERFORM LOCATE-REGION-ENTRY
           ADD 1 TO reg-profiles(reg-idx)
           ADD 1 TO grand-profiles
           PERFORM COMPUTE-IDLE-DAYS

           MOVE reg-code(reg-idx) TO cs-region
           MOVE ca-id TO cs-id
           MOVE ca-entity TO cs-entity
           MOVE ca-first-date TO cs-first-date
           MOVE ca-last-date TO cs-last-date
           MOVE idle-days TO cs-idle-days
           MOVE ca-txn-count TO cs-txn-count
           MOVE ca-life-amount TO cs-life-amount

           IF NOT profile-dated
               ADD 1 TO reg-undated(reg-idx)
               ADD 1 TO grand-undated
           ELSE
               IF idle-days NOT < dormant-days
                   ADD 1 TO reg-dormant(reg-idx)
                   ADD 1 TO grand-dormant
                   MOVE "D" TO cs-section
                   RELEASE cust-sort-rec
               END-IF
           END-IF
           IF ca-first-date NOT < period-start-dashed
               AND ca-first-date NOT > run-date-dashed
               ADD 1 TO reg-new(reg-idx)
               ADD 1 TO grand-new
               MOVE "N" TO cs-section
               RELEASE cust-sort-rec
           END-IF

           PERFORM READ-NEXT-PROFILE.

      ** Business days after the last trans_date up to and including
      *  the run date. Counting stops once the customer is dormant -
      *  how far past the threshold it is changes nothing - so an
      *  id idle for years costs no more than one just over it. A
      *  last date after the run date is idle zero days.
       COMPUTE-IDLE-DAYS.
           MOVE "N" TO profile-dated-sw
           MOVE ZERO TO idle-days
           IF ca-last-date(5:1) = "-"
               AND ca-last-date(8:1) = "-"
               AND ca-last-date(1:4) IS NUMERIC
               AND ca-last-date(6:2) IS NUMERIC
               AND ca-last-date(9:2) IS NUMERIC
               STRING ca-last-date(1:4) DELIMITED BY SIZE
                   ca-last-date(6:2) DELIMITED BY SIZE
                   ca-last-date(9:2) DELIMITED BY SIZE
                   INTO cal-check-date-x
               END-STRING
               MOVE cal-check-date TO last-date-num
               IF FUNCTION TEST-DATE-YYYYMMDD(last-date-num) = ZERO
                   SET profile-dated TO TRUE
                   COMPUTE last-date-int =
                       FUNCTION INTEGER-OF-DATE(last-date-num)
                   MOVE last-date-int TO bday-work-int
                   PERFORM COUNT-ONE-BUSINESS-DAY
                       UNTIL bday-work-int NOT < run-date-int
                           OR idle-days NOT < dormant-days
               END-IF
           END-IF.

       COUNT-ONE-BUSINESS-DAY.
           ADD 1 TO bday-work-int
           COMPUTE cal-check-date =
               FUNCTION DATE-OF-INTEGER(bday-work-int)
           PERFORM CHECK-BUSINESS-DAY
           IF cal-business-day
               ADD 1 TO idle-days
           END-IF.

      ** Finds (or adds) the profile's region slot; a full table
      *  sends it to the shared overflow slot.
       LOCATE-REGION-ENTRY.
           MOVE ZERO TO reg-idx
           PERFORM SCAN-REGION-ENTRY
               VARYING reg-scan-idx FROM 1 BY 1
               UNTIL reg-scan-idx > reg-tbl-used
                   OR reg-idx NOT = ZERO
           IF reg-idx = ZERO
               IF reg-tbl-used < 49
                   ADD 1 TO reg-tbl-used
                   MOVE reg-tbl-used TO reg-idx
                   MOVE ca-last-region TO reg-code(reg-idx)
               ELSE
                   MOVE 50 TO reg-idx
                   MOVE "*OTH" TO reg-code(reg-idx)
               END-IF
           END-IF.

       SCAN-REGION-ENTRY.
           IF reg-code(reg-scan-idx) = ca-last-region
               MOVE reg-scan-idx TO reg-idx
           END-IF.

      ** Sort output: the dormant list, then the new list, each in
      *  region then id order with a count and lifetime amount per
      *  region.
       LIST-CUSTOMERS.
           MOVE SPACE TO cur-section
           MOVE "N" TO cust-sort-eof-sw
           RETURN CUST-SORT-FILE
               AT END SET cust-sort-eof TO TRUE
           END-RETURN
           PERFORM LIST-ONE-CUSTOMER UNTIL cust-sort-eof
           IF cur-section NOT = SPACE
               PERFORM PRINT-REGION-BREAK
           END-IF
           IF listed-dormant = ZERO
               DISPLAY "DORMANT CUSTOMERS: NONE"
               DISPLAY " "
           END-IF
           IF listed-new = ZERO
               DISPLAY "NEW CUSTOMERS: NONE"
               DISPLAY " "
           END-IF.

       LIST-ONE-CUSTOMER.
           IF cs-section NOT = cur-section
               IF cur-section NOT = SPACE
                   PERFORM PRINT-REGION-BREAK
               END-IF
               MOVE cs-section TO cur-section
               MOVE cs-region TO cur-region
               PERFORM PRINT-SECTION-HEADING
           ELSE
               IF cs-region NOT = cur-region
                   PERFORM PRINT-REGION-BREAK
                   MOVE cs-region TO cur-region
               END-IF
           END-IF

           MOVE cs-txn-count TO count-edit
           MOVE cs-life-amount TO amount-edit
           IF cs-section = "D"
               ADD 1 TO listed-dormant
      ** Idle days are counted only as far as the threshold, so
      *  the column reads "at least".
               MOVE cs-idle-days TO idle-edit
               DISPLAY cs-region "   " cs-id " " cs-entity "  "
                   cs-last-date " " idle-edit "+ " count-edit "  "
                   amount-edit
           ELSE
               ADD 1 TO listed-new
               DISPLAY cs-region "   " cs-id " " cs-entity "  "
                   cs-first-date " " cs-last-date " " count-edit "  "
                   amount-edit
           END-IF
           ADD 1 TO brk-count
           ADD cs-life-amount TO brk-amount

           RETURN CUST-SORT-FILE
               AT END SET cust-sort-eof TO TRUE
           END-RETURN.

       PRINT-SECTION-HEADING.
           IF cs-section = "D"
               DISPLAY "DORMANT CUSTOMERS"
               DISPLAY "REGION ID       ENT   LAST DATE  IDLE      "
                   "  TXNS      LIFETIME AMOUNT"
               DISPLAY "------ -------- ----  ---------- ------ "
                   "---------  -------------------"
           ELSE
               DISPLAY "NEW CUSTOMERS"
               DISPLAY "REGION ID       ENT   FIRST DATE LAST DATE  "
                   "     TXNS      LIFETIME AMOUNT"
               DISPLAY "------ -------- ----  ---------- ---------- "
                   "---------  -------------------"
           END-IF.

       PRINT-REGION-BREAK.
           MOVE brk-count TO count-edit
           MOVE brk-amount TO amount-edit
           DISPLAY cur-region "   TOTAL     " count-edit
               " CUSTOMER(S)         " amount-edit
           DISPLAY " "
           MOVE ZERO TO brk-count
           MOVE ZERO TO brk-amount.

      ** One line per region, then the whole file.
       PRINT-REGION-SUMMARY.
           DISPLAY "REGION  PROFILES   DORMANT       NEW   UNDATED"
           DISPLAY "------ --------- --------- --------- ---------"
           PERFORM PRINT-REGION-COUNTS
               VARYING reg-idx FROM 1 BY 1
               UNTIL reg-idx > reg-tbl-used
           IF reg-code(50) NOT = SPACES
               MOVE 50 TO reg-idx
               PERFORM PRINT-REGION-COUNTS
           END-IF
           MOVE grand-profiles TO count-edit
           MOVE grand-dormant TO dormant-edit
           MOVE grand-new TO new-edit
           MOVE grand-undated TO undated-edit
           DISPLAY "ALL    " count-edit " " dormant-edit " "
               new-edit " " undated-edit.

       PRINT-REGION-COUNTS.
           MOVE reg-profiles(reg-idx) TO count-edit
           MOVE reg-dormant(reg-idx) TO dormant-edit
           MOVE reg-new(reg-idx) TO new-edit
           MOVE reg-undated(reg-idx) TO undated-edit
           DISPLAY reg-code(reg-idx) "   " count-edit " "
               dormant-edit " " new-edit " " undated-edit.

      ** The lists must hold exactly what the summary counted. A
      *  profile with no usable last date can not be judged dormant
      *  and is called out.
       TIE-OUT-TOTALS.
           DISPLAY " "
           IF listed-dormant = grand-dormant
               AND listed-new = grand-new
               DISPLAY "LISTS TIE TO THE REGION COUNTS"
           ELSE
               DISPLAY "LISTS DO NOT TIE TO THE REGION COUNTS - "
                   "REPORT IS NOT RELIABLE"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF grand-undated NOT = ZERO
               DISPLAY grand-undated " PROFILE(S) CARRY NO USABLE "
                   "LAST TRANS_DATE - NOT JUDGED FOR DORMANCY"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       COPY PYZCALLK.

       COPY PYAUDWRT.
