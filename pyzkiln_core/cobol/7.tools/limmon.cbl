      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "LIMMON".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The exposure-limit dataset LIMMAINT keeps
      *  (id,limit,currency,yyyy-mm-dd,entity) - read only. A row
      *  with no entity is 0001's.
           SELECT LIMITS-FILE ASSIGN TO "LIMITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS limits-status.
      ** The region-to-currency map PANDASREAD normalizes with
      *  (region,currency); an unmapped region trades in USD.
           SELECT CURRMAP-FILE ASSIGN TO "CURRMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS currmap-status.
      ** The customer activity profile master PANDASREAD keeps -
      *  read only, by key, once per customer with a limit.
           COPY PYCASL.
           SELECT LIMIT-SORT-FILE ASSIGN TO "SORTWK".
      ** The region reference master - a region's currency where it
      *  differs from CURRMAP's. Read only.
           COPY PYRGNSL.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  LIMITS-FILE.
       01 limits-record PIC X(80).
       FD  CURRMAP-FILE.
       01 currmap-record PIC X(80).
       COPY PYRGNFD.
       COPY PYCAFD.
       SD  LIMIT-SORT-FILE.
       01 limit-sort-rec.
           05 ls-section          PIC X(01).
           05 ls-pct              PIC 9(05)V99.
           05 ls-id               PIC 9(08).
           05 ls-entity           PIC X(04).
           05 ls-region           PIC X(04).
           05 ls-mtd-count        PIC 9(07).
           05 ls-mtd-amount       PIC S9(13)V99.
           05 ls-mtd-currency     PIC X(03).
           05 ls-mtd-usd          PIC S9(13)V99.
           05 ls-limit-amount     PIC 9(11)V99.
           05 ls-limit-currency   PIC X(03).
           05 ls-limit-usd        PIC S9(13)V99.
           05 ls-limit-date       PIC X(10).
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 limits-status       PIC X(02) VALUE "00".
       01 limits-eof-sw       PIC X(01) VALUE "N".
           88 limits-eof VALUE "Y".
       01 currmap-status      PIC X(02) VALUE "00".
       01 currmap-eof-sw      PIC X(01) VALUE "N".
           88 currmap-eof VALUE "Y".
       01 custact-status      PIC X(02) VALUE "00".
       01 limit-sort-eof-sw   PIC X(01) VALUE "N".
           88 limit-sort-eof VALUE "Y".

      ** The month monitored (yyyy-mm) - the current one unless
      *  LIMMON_MONTH asks for another - and the day the limits in
      *  force are taken as of: today for the current month, the
      *  month's last day for an earlier one.
       01 mon-month-alpha     PIC X(07) VALUE SPACES.
       01 mon-month-num       PIC 9(08) VALUE ZERO.
       01 mon-month-num-x     REDEFINES mon-month-num PIC X(08).
       01 mon-month-end-int   PIC 9(08) VALUE ZERO.
       01 mon-month-end-num   PIC 9(08) VALUE ZERO.
       01 mon-month-end-x     REDEFINES mon-month-end-num PIC X(08).
       01 mon-as-of-date      PIC X(10) VALUE SPACES.
       01 today-month         PIC X(07) VALUE SPACES.
       01 today-iso           PIC X(10) VALUE SPACES.

      ** A customer is warned once its month-to-date exposure
      *  reaches this percentage of its limit.
       01 warn-pct-alpha      PIC X(05) VALUE SPACES.
       01 warn-pct            PIC 9(03) VALUE 80.

      ** The limit in force for each customer - its latest row
      *  effective on or before the as-of date.
       01 lim-used            PIC 9(04) BINARY VALUE ZERO.
       01 lim-idx             PIC 9(04) BINARY VALUE ZERO.
       01 lim-scan-idx        PIC 9(04) BINARY VALUE ZERO.
       01 lim-table.
           05 lim-entry OCCURS 5000 TIMES.
               10 lim-id          PIC 9(08).
               10 lim-entity      PIC X(04).
               10 lim-date        PIC X(10).
               10 lim-amount      PIC 9(11)V99 COMP-3.
               10 lim-currency    PIC X(03).
       01 lim-rows-read       PIC 9(07) VALUE ZERO.
       01 lim-rows-future     PIC 9(07) VALUE ZERO.
       01 lim-rows-bad        PIC 9(07) VALUE ZERO.
       01 lim-rows-dropped    PIC 9(07) VALUE ZERO.
       01 line-oper1          PIC X(12).
       01 line-oper2          PIC X(18).
       01 line-oper3          PIC X(08).
       01 line-oper4          PIC X(12).
       01 line-oper5          PIC X(08).
       01 row-id              PIC 9(08) VALUE ZERO.
       01 row-entity          PIC X(04).
       01 row-date            PIC X(10).

       01 currmap-used        PIC 9(02) BINARY VALUE ZERO.
       01 currmap-scan-idx    PIC 9(02) BINARY VALUE ZERO.
       01 currmap-table.
           05 currmap-entry OCCURS 20 TIMES.
               10 currmap-region   PIC X(04).
               10 currmap-currency PIC X(03).
       01 currmap-reg-alpha   PIC X(10).
       01 currmap-cur-alpha   PIC X(10).
       01 row-currency        PIC X(03) VALUE "USD".

      ** Rate to USD per currency, fetched from the arithmetic
      *  bridge the first time a currency is met. The bridge picks
      *  the latest FXRATES row effective today; a currency it can
      *  not convert is remembered as failed and not asked again.
       01 rate-used           PIC 9(02) BINARY VALUE ZERO.
       01 rate-idx            PIC 9(02) BINARY VALUE ZERO.
       01 rate-scan-idx       PIC 9(02) BINARY VALUE ZERO.
       01 rate-table.
           05 rate-entry OCCURS 30 TIMES.
               10 rate-currency   PIC X(03).
               10 rate-value      PIC 9(04)V9(06) COMP-3.
               10 rate-date       PIC X(10).
               10 rate-ok-sw      PIC X(01).
                   88 rate-ok VALUE "Y".
       01 rate-edit           PIC 9(04).9(06).
       01 bridge-param1       PIC S9(09) BINARY VALUE ZERO.
       01 bridge-param2       PIC S9(09) BINARY VALUE ZERO.
       01 bridge-retcode      PIC S9(09) BINARY VALUE ZERO.
       01 bridge-opcode       PIC X(08) VALUE "ADD".
       01 bridge-miss-sw      PIC X(01) VALUE "N".
           88 bridge-unavailable VALUE "Y".

      ** One customer's conversion.
       01 conv-currency       PIC X(03).
       01 conv-amount         PIC S9(13)V99 VALUE ZERO.
       01 conv-usd            PIC S9(13)V99 VALUE ZERO.
       01 conv-ok-sw          PIC X(01) VALUE "N".
           88 conv-ok VALUE "Y".
       01 exposure-pct        PIC S9(05)V99 VALUE ZERO.

       01 limits-checked      PIC 9(07) VALUE ZERO.
       01 limits-active       PIC 9(07) VALUE ZERO.
       01 limits-idle         PIC 9(07) VALUE ZERO.
       01 limits-later        PIC 9(07) VALUE ZERO.
       01 breach-count        PIC 9(07) VALUE ZERO.
       01 warn-count          PIC 9(07) VALUE ZERO.
       01 unconverted-count   PIC 9(07) VALUE ZERO.
       01 listed-count        PIC 9(07) VALUE ZERO.
       01 cur-section         PIC X(01) VALUE SPACE.

       01 count-edit          PIC Z(06)9.
       01 pct-edit            PIC Z(04)9.99.
       01 mtd-edit            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 usd-edit            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 limit-usd-edit      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       COPY PYNUMCTL.
       COPY PYRGNWS.
       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Month-to-date exposure against customer limits. Each
      *  customer with a limit in force has its month-to-date
      *  amount from the activity profile converted to USD at its
      *  latest region's currency, its limit converted from the
      *  limit's currency, and is listed over limit when the
      *  exposure exceeds the limit, or at warning once it reaches
      *  LIMMON_WARN_PCT of it. Every breach is audited
      *  (LIMIT_BREACH, REF=<id>/<entity>) and any breach raises
      *  the PYZK001E console alert. RC=8 any breach, RC=4 warnings
      *  only, or a customer that could not be converted.
           DISPLAY "===== CUSTOMER EXPOSURE LIMIT MONITOR ====="
           MOVE "LIMMON" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO today-iso
           END-STRING
           MOVE today-iso(1:7) TO today-month

           ACCEPT mon-month-alpha FROM ENVIRONMENT "LIMMON_MONTH"
           IF mon-month-alpha = SPACES
               MOVE today-month TO mon-month-alpha
           END-IF
           MOVE ZERO TO mon-month-num
           IF mon-month-alpha(5:1) = "-"
               STRING mon-month-alpha(1:4) mon-month-alpha(6:2) "01"
                   DELIMITED BY SIZE INTO mon-month-num-x
               END-STRING
           END-IF
           IF mon-month-num-x IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(mon-month-num) NOT = 0
               OR mon-month-alpha > today-month
               DISPLAY "LIMMON_MONTH MUST BE A YYYY-MM MONTH NOT "
                   "AFTER THE CURRENT ONE: " mon-month-alpha
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF mon-month-alpha = today-month
               MOVE today-iso TO mon-as-of-date
           ELSE
               PERFORM FIND-MONTH-END
           END-IF

           ACCEPT warn-pct-alpha FROM ENVIRONMENT "LIMMON_WARN_PCT"
           IF warn-pct-alpha NOT = SPACES
               IF FUNCTION TEST-NUMVAL(warn-pct-alpha) NOT = ZERO
                   OR FUNCTION NUMVAL(warn-pct-alpha) < 1
                   OR FUNCTION NUMVAL(warn-pct-alpha) > 100
                   DISPLAY "LIMMON_WARN_PCT MUST BE A PERCENTAGE "
                       "FROM 1 TO 100: " warn-pct-alpha
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE warn-pct = FUNCTION NUMVAL(warn-pct-alpha)
           END-IF

           DISPLAY "MONTH " mon-month-alpha "  LIMITS AS OF "
               mon-as-of-date "  WARNING AT " warn-pct " PCT"

           PERFORM LOAD-LIMITS-IN-FORCE
           IF limits-status NOT = "00" AND limits-status NOT = "10"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-CURRENCY-MAP
           PERFORM LOAD-REGION-MASTER

           OPEN INPUT CUST-ACTIVITY-FILE
           IF custact-status NOT = "00"
               DISPLAY "UNABLE TO OPEN CUSTPRF DD, STATUS="
                   custact-status " - NO EXPOSURE TO MONITOR"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY " "
           SORT LIMIT-SORT-FILE
               ON ASCENDING KEY ls-section
               ON DESCENDING KEY ls-pct
               ON ASCENDING KEY ls-id
               INPUT PROCEDURE IS MEASURE-EXPOSURE
               OUTPUT PROCEDURE IS LIST-EXPOSURE
           CLOSE CUST-ACTIVITY-FILE

           PERFORM PRINT-MONITOR-SUMMARY

           IF breach-count NOT = ZERO
               MOVE "LIMIT_BREACH" TO pyaudit-action
               PERFORM ISSUE-OPERATOR-ALERT
           END-IF
           MOVE "LIMIT_MONITOR" TO pyaudit-action
           MOVE RETURN-CODE TO pyaudit-rc
           MOVE mon-month-alpha TO pyaudit-ref
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

      ** Last day of an earlier month: the day before the first of
      *  the month after it.
       FIND-MONTH-END.
           COMPUTE mon-month-end-int =
               FUNCTION INTEGER-OF-DATE(mon-month-num) + 31
           COMPUTE mon-month-end-num =
               FUNCTION DATE-OF-INTEGER(mon-month-end-int)
           MOVE "01" TO mon-month-end-x(7:2)
           COMPUTE mon-month-end-int =
               FUNCTION INTEGER-OF-DATE(mon-month-end-num) - 1
           COMPUTE mon-month-end-num =
               FUNCTION DATE-OF-INTEGER(mon-month-end-int)
           STRING mon-month-end-x(1:4) "-" mon-month-end-x(5:2) "-"
               mon-month-end-x(7:2) DELIMITED BY SIZE
               INTO mon-as-of-date
           END-STRING.

      ** Keeps, per customer, the latest limit row effective on or
      *  before the as-of date. A row LIMMAINT could not have
      *  written is counted and skipped.
       LOAD-LIMITS-IN-FORCE.
           MOVE ZERO TO lim-used
           MOVE "N" TO limits-eof-sw
           OPEN INPUT LIMITS-FILE
           IF limits-status NOT = "00"
               DISPLAY "UNABLE TO OPEN LIMITS DD, STATUS="
                   limits-status " - NO LIMITS TO MONITOR"
           ELSE
               READ LIMITS-FILE INTO limits-record
                   AT END SET limits-eof TO TRUE
               END-READ
               PERFORM LOAD-ONE-LIMIT-ROW UNTIL limits-eof
               CLOSE LIMITS-FILE
               MOVE "00" TO limits-status
               MOVE lim-rows-read TO count-edit
               DISPLAY "LIMIT ROWS READ       " count-edit
               MOVE lim-used TO count-edit
               DISPLAY "CUSTOMERS WITH LIMITS " count-edit
               IF lim-rows-future NOT = ZERO
                   MOVE lim-rows-future TO count-edit
                   DISPLAY "ROWS NOT YET EFFECTIVE" count-edit
               END-IF
               IF lim-rows-bad NOT = ZERO
                   MOVE lim-rows-bad TO count-edit
                   DISPLAY "UNUSABLE ROWS SKIPPED " count-edit
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF lim-rows-dropped NOT = ZERO
                   MOVE lim-rows-dropped TO count-edit
                   DISPLAY "LIMIT TABLE FULL - " count-edit
                       " CUSTOMER(S) NOT MONITORED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-ONE-LIMIT-ROW.
           IF limits-record NOT = SPACES
               AND limits-record(1:1) NOT = "*"
               ADD 1 TO lim-rows-read
               MOVE SPACES TO line-oper1 line-oper2 line-oper3
                   line-oper4 line-oper5
               UNSTRING limits-record DELIMITED BY ","
                   INTO line-oper1
                        line-oper2
                        line-oper3
                        line-oper4
                        line-oper5
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(line-oper1) NOT = ZERO
                   OR FUNCTION TEST-NUMVAL(line-oper2) NOT = ZERO
                   OR line-oper3(1:3) = SPACES
                   OR line-oper4(5:1) NOT = "-"
                   ADD 1 TO lim-rows-bad
                   DISPLAY "UNUSABLE LIMIT ROW: "
                       FUNCTION TRIM(limits-record)
               ELSE
                   MOVE line-oper4(1:10) TO row-date
                   IF row-date > mon-as-of-date
                       ADD 1 TO lim-rows-future
                   ELSE
                       PERFORM KEEP-LIMIT-IN-FORCE
                   END-IF
               END-IF
           END-IF
           READ LIMITS-FILE INTO limits-record
               AT END SET limits-eof TO TRUE
           END-READ.

       KEEP-LIMIT-IN-FORCE.
           COMPUTE row-id = FUNCTION NUMVAL(line-oper1)
           MOVE line-oper5(1:4) TO row-entity
           IF row-entity = SPACES
               MOVE "0001" TO row-entity
           END-IF
           MOVE ZERO TO lim-idx
           PERFORM SCAN-LIMIT-ENTRY
               VARYING lim-scan-idx FROM 1 BY 1
               UNTIL lim-scan-idx > lim-used
                   OR lim-idx NOT = ZERO
           IF lim-idx = ZERO
               IF lim-used < 5000
                   ADD 1 TO lim-used
                   MOVE lim-used TO lim-idx
                   MOVE row-id TO lim-id(lim-idx)
                   MOVE row-entity TO lim-entity(lim-idx)
                   MOVE SPACES TO lim-date(lim-idx)
               ELSE
                   ADD 1 TO lim-rows-dropped
               END-IF
           END-IF
           IF lim-idx NOT = ZERO
               IF row-date NOT < lim-date(lim-idx)
                   MOVE row-date TO lim-date(lim-idx)
                   COMPUTE lim-amount(lim-idx) =
                       FUNCTION NUMVAL(line-oper2)
                   MOVE line-oper3(1:3) TO lim-currency(lim-idx)
               END-IF
           END-IF.

       SCAN-LIMIT-ENTRY.
           IF lim-id(lim-scan-idx) = row-id
               AND lim-entity(lim-scan-idx) = row-entity
               MOVE lim-scan-idx TO lim-idx
           END-IF.

      ** Loads the region-to-currency map. No dataset means every
      *  region is treated as USD, as PANDASREAD does.
       LOAD-CURRENCY-MAP.
           MOVE ZERO TO currmap-used
           MOVE "N" TO currmap-eof-sw
           OPEN INPUT CURRMAP-FILE
           IF currmap-status NOT = "00"
               DISPLAY "NO CURRENCY MAP (CURRMAP) - ALL REGIONS "
                   "TREATED AS USD"
           ELSE
               READ CURRMAP-FILE INTO currmap-record
                   AT END SET currmap-eof TO TRUE
               END-READ
               PERFORM PARSE-CURRMAP-LINE UNTIL currmap-eof
               CLOSE CURRMAP-FILE
           END-IF.

       PARSE-CURRMAP-LINE.
           IF currmap-record = SPACES
               OR currmap-record(1:1) = "*"
               CONTINUE
           ELSE
               IF currmap-used < 20
                   ADD 1 TO currmap-used
                   MOVE SPACES TO currmap-reg-alpha
                       currmap-cur-alpha
                   UNSTRING currmap-record DELIMITED BY ","
                       INTO currmap-reg-alpha
                            currmap-cur-alpha
                   END-UNSTRING
                   MOVE currmap-reg-alpha(1:4)
                       TO currmap-region(currmap-used)
                   MOVE currmap-cur-alpha(1:3)
                       TO currmap-currency(currmap-used)
               ELSE
                   DISPLAY "CURRENCY MAP TABLE FULL - LINE "
                       "IGNORED: " FUNCTION TRIM(currmap-record)
               END-IF
           END-IF
           READ CURRMAP-FILE INTO currmap-record
               AT END SET currmap-eof TO TRUE
           END-READ.

      ** Sort input: one record per customer with a limit and
      *  activity in the month that is at warning or over limit -
      *  section 1 for a breach, 2 for a warning, 3 for one whose
      *  amounts could not be converted.
       MEASURE-EXPOSURE.
           PERFORM MEASURE-ONE-CUSTOMER
               VARYING lim-idx FROM 1 BY 1
               UNTIL lim-idx > lim-used.

       MEASURE-ONE-CUSTOMER.
           ADD 1 TO limits-checked
           MOVE lim-id(lim-idx) TO ca-id
           MOVE lim-entity(lim-idx) TO ca-entity
           READ CUST-ACTIVITY-FILE
               INVALID KEY
                   MOVE "23" TO custact-status
           END-READ
           IF custact-status NOT = "00"
               ADD 1 TO limits-idle
           ELSE
               IF ca-mtd-month = mon-month-alpha
                   ADD 1 TO limits-active
                   PERFORM JUDGE-EXPOSURE
               ELSE
                   IF ca-mtd-month > mon-month-alpha
                       ADD 1 TO limits-later
                   ELSE
                       ADD 1 TO limits-idle
                   END-IF
               END-IF
           END-IF.

       JUDGE-EXPOSURE.
           MOVE SPACES TO limit-sort-rec
           MOVE ZERO TO ls-pct
           MOVE ca-id TO ls-id
           MOVE ca-entity TO ls-entity
           MOVE ca-last-region TO ls-region
           MOVE ca-mtd-count TO ls-mtd-count
           MOVE ca-mtd-amount TO ls-mtd-amount
           MOVE lim-amount(lim-idx) TO ls-limit-amount
           MOVE lim-currency(lim-idx) TO ls-limit-currency
           MOVE lim-date(lim-idx) TO ls-limit-date
           MOVE ZERO TO ls-mtd-usd
           MOVE ZERO TO ls-limit-usd

           PERFORM LOOKUP-REGION-CURRENCY
           MOVE row-currency TO ls-mtd-currency
           MOVE row-currency TO conv-currency
           MOVE ca-mtd-amount TO conv-amount
           PERFORM CONVERT-TO-USD
           IF conv-ok
               MOVE conv-usd TO ls-mtd-usd
               MOVE lim-currency(lim-idx) TO conv-currency
               MOVE lim-amount(lim-idx) TO conv-amount
               PERFORM CONVERT-TO-USD
               IF conv-ok
                   MOVE conv-usd TO ls-limit-usd
               END-IF
           END-IF

           IF NOT conv-ok
               ADD 1 TO unconverted-count
               MOVE "3" TO ls-section
               RELEASE limit-sort-rec
           ELSE
               IF ls-limit-usd NOT > ZERO
                   MOVE 99999.99 TO exposure-pct
               ELSE
                   COMPUTE exposure-pct ROUNDED =
                       (ls-mtd-usd * 100) / ls-limit-usd
                       ON SIZE ERROR
                           MOVE 99999.99 TO exposure-pct
                   END-COMPUTE
               END-IF
               IF exposure-pct > ZERO
                   MOVE exposure-pct TO ls-pct
               END-IF
               IF ls-mtd-usd > ls-limit-usd
                   ADD 1 TO breach-count
                   MOVE "1" TO ls-section
                   RELEASE limit-sort-rec
               ELSE
                   IF exposure-pct NOT < warn-pct
                       ADD 1 TO warn-count
                       MOVE "2" TO ls-section
                       RELEASE limit-sort-rec
                   END-IF
               END-IF
           END-IF.

      ** Resolves the customer's latest region to its currency -
      *  the region master's when it lists the region, else
      *  CURRMAP's, else USD - as PANDASREAD resolves it.
       LOOKUP-REGION-CURRENCY.
           MOVE "USD" TO row-currency
           PERFORM SCAN-CURRMAP-ENTRY
               VARYING currmap-scan-idx FROM 1 BY 1
               UNTIL currmap-scan-idx > currmap-used
           IF rg-master-loaded
               MOVE ca-last-region TO rg-check-code
               PERFORM FIND-REGION-SLOT
               IF rg-check-idx NOT = ZERO
                   MOVE rg-currency(rg-check-idx) TO row-currency
               END-IF
           END-IF.

       SCAN-CURRMAP-ENTRY.
           IF currmap-region(currmap-scan-idx) = ca-last-region
               MOVE currmap-currency(currmap-scan-idx)
                   TO row-currency
           END-IF.

      ** Converts conv-amount in conv-currency to USD at the
      *  currency's cached rate, fetching the rate first when the
      *  currency is new to the run.
       CONVERT-TO-USD.
           MOVE "N" TO conv-ok-sw
           MOVE ZERO TO conv-usd
           IF conv-currency = "USD" OR conv-currency = SPACES
               MOVE conv-amount TO conv-usd
               SET conv-ok TO TRUE
           ELSE
               MOVE ZERO TO rate-idx
               PERFORM SCAN-RATE-ENTRY
                   VARYING rate-scan-idx FROM 1 BY 1
                   UNTIL rate-scan-idx > rate-used
                       OR rate-idx NOT = ZERO
               IF rate-idx = ZERO
                   PERFORM FETCH-CURRENCY-RATE
               END-IF
               IF rate-idx NOT = ZERO
                   IF rate-ok(rate-idx)
                       COMPUTE conv-usd ROUNDED =
                           conv-amount * rate-value(rate-idx)
                           ON SIZE ERROR
                               MOVE ZERO TO conv-usd
                           NOT ON SIZE ERROR
                               SET conv-ok TO TRUE
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.

       SCAN-RATE-ENTRY.
           IF rate-currency(rate-scan-idx) = conv-currency
               MOVE rate-scan-idx TO rate-idx
           END-IF.

      ** Asks the arithmetic bridge to convert one unit of the
      *  currency and keeps the rate it reports applying. A full
      *  cache leaves rate-idx zero, so the customer is listed as
      *  not converted rather than judged on a wrong rate.
       FETCH-CURRENCY-RATE.
           IF rate-used < 30
               ADD 1 TO rate-used
               MOVE rate-used TO rate-idx
               MOVE conv-currency TO rate-currency(rate-idx)
               MOVE ZERO TO rate-value(rate-idx)
               MOVE SPACES TO rate-date(rate-idx)
               MOVE "N" TO rate-ok-sw(rate-idx)
               IF NOT bridge-unavailable
                   MOVE 100 TO bridge-param1
                   MOVE ZERO TO bridge-param2
                   MOVE "ADD" TO bridge-opcode
                   MOVE SPACES TO pynumctl-region-code
                   MOVE conv-currency TO pynumctl-currency-code
                   MOVE ZERO TO pynumctl-decimal-places
                   MOVE ZERO TO pynumctl-amount
                   MOVE ZERO TO pynumctl-applied-rate
                   MOVE SPACES TO pynumctl-rate-date
                   MOVE SPACE TO pynumctl-status
                   CALL "COBTEST" USING BY VALUE bridge-param1
                       BY VALUE bridge-param2
                       BY REFERENCE pynumctl-control-record
                       BY REFERENCE bridge-opcode
                       RETURNING bridge-retcode
                       ON EXCEPTION
                           SET bridge-unavailable TO TRUE
                           DISPLAY "ARITHMETIC BRIDGE (COBTEST) "
                               "NOT AVAILABLE - NON-USD CUSTOMERS "
                               "NOT CONVERTED"
                   END-CALL
                   IF NOT bridge-unavailable
                       AND pynumctl-status-ok
                       AND pynumctl-applied-rate > ZERO
                       MOVE pynumctl-applied-rate
                           TO rate-value(rate-idx)
                       MOVE pynumctl-rate-date TO rate-date(rate-idx)
                       SET rate-ok(rate-idx) TO TRUE
                   END-IF
               END-IF
               IF rate-ok(rate-idx)
                   MOVE rate-value(rate-idx) TO rate-edit
                   DISPLAY conv-currency " TO USD AT RATE " rate-edit
                       " EFFECTIVE " rate-date(rate-idx)
               ELSE
                   DISPLAY "NO EXCHANGE RATE FOR " conv-currency
                       " - ITS CUSTOMERS ARE NOT CONVERTED"
               END-IF
           ELSE
               DISPLAY "RATE TABLE FULL - " conv-currency
                   " NOT CONVERTED"
           END-IF.

      ** Sort output: over-limit customers, then those at warning,
      *  then any that could not be converted, each by exposure
      *  percentage, highest first.
       LIST-EXPOSURE.
           MOVE SPACE TO cur-section
           MOVE "N" TO limit-sort-eof-sw
           RETURN LIMIT-SORT-FILE
               AT END SET limit-sort-eof TO TRUE
           END-RETURN
           IF breach-count = ZERO
               DISPLAY "OVER LIMIT: NONE"
               DISPLAY " "
           END-IF
           PERFORM LIST-ONE-EXPOSURE UNTIL limit-sort-eof
           IF cur-section NOT = SPACE
               DISPLAY " "
           END-IF
           IF warn-count = ZERO AND cur-section NOT = "3"
               DISPLAY "AT WARNING: NONE"
               DISPLAY " "
           END-IF.

       LIST-ONE-EXPOSURE.
           IF ls-section NOT = cur-section
               IF cur-section NOT = SPACE
                   DISPLAY " "
               END-IF
               IF ls-section = "3" AND warn-count = ZERO
                   DISPLAY "AT WARNING: NONE"
                   DISPLAY " "
               END-IF
               MOVE ls-section TO cur-section
               PERFORM PRINT-EXPOSURE-HEADING
           END-IF
           ADD 1 TO listed-count
           MOVE ls-pct TO pct-edit
           MOVE ls-mtd-amount TO mtd-edit
           MOVE ls-mtd-usd TO usd-edit
           MOVE ls-limit-usd TO limit-usd-edit
           DISPLAY ls-id " " ls-entity " " ls-region "  "
               ls-mtd-currency " "
               mtd-edit " " usd-edit " " limit-usd-edit " "
               pct-edit "% " ls-limit-date
           IF ls-section = "1"
               MOVE "LIMIT_BREACH" TO pyaudit-action
               MOVE 8 TO pyaudit-rc
               STRING ls-id "/" ls-entity DELIMITED BY SIZE
                   INTO pyaudit-ref
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
               MOVE SPACES TO pyaudit-ref
           END-IF
           RETURN LIMIT-SORT-FILE
               AT END SET limit-sort-eof TO TRUE
           END-RETURN.

       PRINT-EXPOSURE-HEADING.
           EVALUATE ls-section
               WHEN "1"
                   DISPLAY "OVER LIMIT"
               WHEN "2"
                   DISPLAY "AT WARNING (" warn-pct " PCT OR MORE)"
               WHEN OTHER
                   DISPLAY "NOT CONVERTED - NO USABLE EXCHANGE RATE"
           END-EVALUATE
           DISPLAY "ID       ENT  RGN   CUR         MONTH-TO-DATE "
               "        MTD IN USD      LIMIT IN USD    "
               "EXPOSURE LIMIT FROM"
           DISPLAY "-------- ---- ----  --- --------------------- "
               "--------------------- --------------------- "
               "--------- ----------".

       PRINT-MONITOR-SUMMARY.
           MOVE limits-checked TO count-edit
           DISPLAY "CUSTOMERS WITH A LIMIT IN FORCE " count-edit
           MOVE limits-active TO count-edit
           DISPLAY "  WITH ACTIVITY THIS MONTH      " count-edit
           MOVE limits-idle TO count-edit
           DISPLAY "  NO ACTIVITY THIS MONTH        " count-edit
           IF limits-later NOT = ZERO
               MOVE limits-later TO count-edit
               DISPLAY "  ALREADY INTO A LATER MONTH    " count-edit
                   " - NOT MEASURABLE FOR " mon-month-alpha
           END-IF
           MOVE breach-count TO count-edit
           DISPLAY "OVER LIMIT                      " count-edit
           MOVE warn-count TO count-edit
           DISPLAY "AT WARNING                      " count-edit
           IF unconverted-count NOT = ZERO
               MOVE unconverted-count TO count-edit
               DISPLAY "NOT CONVERTED                   " count-edit
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF warn-count NOT = ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF breach-count NOT = ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY PYWTOWRT.

       COPY PYRGNLK.

       COPY PYAUDWRT.
