      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "AGERPT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The VSAM master PANDASREAD loads - read only, walked once
      *  from the lowest id.
           SELECT VSAM-MASTER-FILE ASSIGN TO vsam-master-alpha
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vsam-mst-key
               FILE STATUS IS vsam-mst-status.
           COPY PYZCALSL.
      ** The region reference master - each region's name. Read
      *  only.
           COPY PYRGNSL.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
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
       COPY PYZCALFD.
       COPY PYRGNFD.
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 vsam-master-alpha   PIC X(256) VALUE SPACES.
       01 vsam-mst-status     PIC X(02) VALUE "00".
       01 vsam-scan-eof-sw    PIC X(01) VALUE "N".
           88 vsam-scan-eof VALUE "Y".

      ** The date the open items are aged against (yyyymmdd) -
      *  today unless AGERPT_RUN_DATE asks for another, so last
      *  Friday's report can be reproduced on Monday.
       01 run-date-alpha      PIC X(08) VALUE SPACES.
       01 run-date-num        PIC 9(08) VALUE ZERO.
       01 run-date-int        PIC 9(08) VALUE ZERO.

      ** Age basis - CALENDAR days by default, or BUSINESS days
      *  counted against the PYZCAL site calendar.
       01 age-basis-alpha     PIC X(08) VALUE SPACES.
       01 age-basis-sw        PIC X(01) VALUE "C".
           88 age-in-business-days VALUE "B".

      ** One record's age.
       01 item-date-num       PIC 9(08) VALUE ZERO.
       01 item-date-int       PIC 9(08) VALUE ZERO.
       01 item-age            PIC S9(07) VALUE ZERO.
       01 bday-work-int       PIC 9(08) VALUE ZERO.
       01 bucket-idx          PIC 9(01) BINARY VALUE ZERO.

      ** The age buckets, in report order. Bucket 6 holds a record
      *  whose trans_date is not a real date - it can not be aged,
      *  but it is still on the master and the totals must tie.
       01 bucket-names-init.
           05 FILLER              PIC X(10) VALUE "CURRENT".
           05 FILLER              PIC X(10) VALUE "1-30".
           05 FILLER              PIC X(10) VALUE "31-60".
           05 FILLER              PIC X(10) VALUE "61-90".
           05 FILLER              PIC X(10) VALUE "OVER 90".
           05 FILLER              PIC X(10) VALUE "UNDATED".
       01 bucket-names REDEFINES bucket-names-init.
           05 bucket-name         PIC X(10) OCCURS 6 TIMES.

      ** Per-region bucket totals. A master with more regions than
      *  the table holds folds the overflow into one *OTH line, so
      *  nothing drops out of the grand total.
       01 reg-tbl-used        PIC 9(02) BINARY VALUE ZERO.
       01 reg-idx             PIC 9(02) BINARY VALUE ZERO.
       01 reg-scan-idx        PIC 9(02) BINARY VALUE ZERO.
       01 region-table.
           05 reg-entry OCCURS 50 TIMES.
               10 reg-code        PIC X(04).
               10 reg-bucket OCCURS 6 TIMES.
                   15 reg-count   PIC 9(09).
                   15 reg-amount  PIC S9(13)V99.
               10 reg-tot-count   PIC 9(09).
               10 reg-tot-amount  PIC S9(13)V99.
       01 grand-table.
           05 grand-bucket OCCURS 6 TIMES.
               10 grand-count     PIC 9(09).
               10 grand-amount    PIC S9(13)V99.
       01 grand-tot-count     PIC 9(09) VALUE ZERO.
       01 grand-tot-amount    PIC S9(13)V99 VALUE ZERO.

      ** The master's own totals, kept apart from the buckets as the
      *  independent side of the tie-out.
       01 master-count        PIC 9(09) VALUE ZERO.
       01 master-amount       PIC S9(13)V99 VALUE ZERO.

       01 count-edit          PIC Z(08)9.
       01 amount-edit         PIC $$$,$$$,$$$,$$9.99-.

       COPY PYZCALWS.
       COPY PYRGNWS.
       COPY PYAUDWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Transaction aging over the VSAM master: every record is
      *  bucketed by the age of its trans_date against the run date
      *  - current, 1-30, 31-60, 61-90, over 90 days - and count and
      *  amount are printed per bucket, per region, with a grand
      *  total tied back to the master's record count and amount.
      *  This is the weekly collections answer that used to be a
      *  stack of VSAMINQ RNG cards added up by hand.
           DISPLAY "===== TRANSACTION AGING REPORT ====="
           MOVE "AGERPT" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           ACCEPT vsam-master-alpha FROM ENVIRONMENT
               "AGERPT_VSAM_PATH"
           IF vsam-master-alpha = SPACES
               DISPLAY "AGERPT_VSAM_PATH IS NOT SET - NOTHING TO AGE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT run-date-alpha FROM ENVIRONMENT "AGERPT_RUN_DATE"
           IF run-date-alpha = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO run-date-alpha
           END-IF
           IF run-date-alpha IS NOT NUMERIC
               DISPLAY "AGERPT_RUN_DATE MUST BE YYYYMMDD: "
                   run-date-alpha
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE run-date-alpha TO run-date-num
           IF FUNCTION TEST-DATE-YYYYMMDD(run-date-num) NOT = ZERO
               DISPLAY "AGERPT_RUN_DATE IS NOT A CALENDAR DATE: "
                   run-date-alpha
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE run-date-int =
               FUNCTION INTEGER-OF-DATE(run-date-num)

           ACCEPT age-basis-alpha FROM ENVIRONMENT "AGERPT_BASIS"
           IF age-basis-alpha = SPACES
               MOVE "CALENDAR" TO age-basis-alpha
           END-IF
           EVALUATE age-basis-alpha
               WHEN "CALENDAR"
                   MOVE "C" TO age-basis-sw
               WHEN "BUSINESS"
                   MOVE "B" TO age-basis-sw
                   PERFORM LOAD-SITE-CALENDAR
               WHEN OTHER
                   DISPLAY "AGERPT_BASIS MUST BE CALENDAR OR "
                       "BUSINESS: " age-basis-alpha
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           PERFORM LOAD-REGION-MASTER

           OPEN INPUT VSAM-MASTER-FILE
           IF vsam-mst-status NOT = "00"
               DISPLAY "UNABLE TO OPEN VSAM MASTER, STATUS="
                   vsam-mst-status " DATASET="
                   FUNCTION TRIM(vsam-master-alpha)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE region-table grand-table
           PERFORM START-MASTER-SCAN
           PERFORM AGE-ONE-RECORD UNTIL vsam-scan-eof
           CLOSE VSAM-MASTER-FILE

           PERFORM PRINT-AGING-REPORT
           PERFORM TIE-OUT-TOTALS

           MOVE "AGING_REPORT" TO pyaudit-action
           MOVE RETURN-CODE TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.

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

      ** Ages one record into its region's bucket and the grand
      *  bucket, then reads the next.
       AGE-ONE-RECORD.
           ADD 1 TO master-count
           ADD vsam-mst-amount TO master-amount
           PERFORM COMPUTE-ITEM-AGE
           PERFORM LOCATE-REGION-ENTRY

           ADD 1 TO reg-count(reg-idx bucket-idx)
           ADD vsam-mst-amount TO reg-amount(reg-idx bucket-idx)
           ADD 1 TO reg-tot-count(reg-idx)
           ADD vsam-mst-amount TO reg-tot-amount(reg-idx)
           ADD 1 TO grand-count(bucket-idx)
           ADD vsam-mst-amount TO grand-amount(bucket-idx)

           PERFORM READ-NEXT-MASTER-RECORD.

      ** Sets bucket-idx from the record's trans_date. A date after
      *  the run date is a forward-dated item, and counts as
      *  current.
       COMPUTE-ITEM-AGE.
           MOVE 6 TO bucket-idx
           IF vsam-mst-trans-date(5:1) = "-"
               AND vsam-mst-trans-date(8:1) = "-"
               AND vsam-mst-trans-date(1:4) IS NUMERIC
               AND vsam-mst-trans-date(6:2) IS NUMERIC
               AND vsam-mst-trans-date(9:2) IS NUMERIC
               STRING vsam-mst-trans-date(1:4) DELIMITED BY SIZE
                   vsam-mst-trans-date(6:2) DELIMITED BY SIZE
                   vsam-mst-trans-date(9:2) DELIMITED BY SIZE
                   INTO cal-check-date-x
               END-STRING
               MOVE cal-check-date TO item-date-num
               IF FUNCTION TEST-DATE-YYYYMMDD(item-date-num) = ZERO
                   PERFORM BUCKET-DATED-ITEM
               END-IF
           END-IF.

       BUCKET-DATED-ITEM.
           COMPUTE item-date-int =
               FUNCTION INTEGER-OF-DATE(item-date-num)
           IF age-in-business-days
               PERFORM COUNT-BUSINESS-DAY-AGE
           ELSE
               COMPUTE item-age = run-date-int - item-date-int
           END-IF
           EVALUATE TRUE
               WHEN item-age < 1
                   MOVE 1 TO bucket-idx
               WHEN item-age < 31
                   MOVE 2 TO bucket-idx
               WHEN item-age < 61
                   MOVE 3 TO bucket-idx
               WHEN item-age < 91
                   MOVE 4 TO bucket-idx
               WHEN OTHER
                   MOVE 5 TO bucket-idx
           END-EVALUATE.

      ** Counts the business days after the trans_date up to and
      *  including the run date. Counting stops once the item is
      *  past 90 - it is in the last bucket however old it is - so
      *  a years-old record costs no more than a four-month one.
       COUNT-BUSINESS-DAY-AGE.
           MOVE ZERO TO item-age
           MOVE item-date-int TO bday-work-int
           PERFORM COUNT-ONE-BUSINESS-DAY
               UNTIL bday-work-int NOT < run-date-int
                   OR item-age > 90.

       COUNT-ONE-BUSINESS-DAY.
           ADD 1 TO bday-work-int
           COMPUTE cal-check-date =
               FUNCTION DATE-OF-INTEGER(bday-work-int)
           PERFORM CHECK-BUSINESS-DAY
           IF cal-business-day
               ADD 1 TO item-age
           END-IF.

      ** Finds (or adds) the record's region slot; a full table
      *  sends the record to the shared overflow slot.
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
                   MOVE vsam-mst-region TO reg-code(reg-idx)
               ELSE
                   MOVE 50 TO reg-idx
                   MOVE "*OTH" TO reg-code(reg-idx)
               END-IF
           END-IF.

       SCAN-REGION-ENTRY.
           IF reg-code(reg-scan-idx) = vsam-mst-region
               MOVE reg-scan-idx TO reg-idx
           END-IF.

      ** The report: one block per region, then the grand block.
       PRINT-AGING-REPORT.
           DISPLAY "AGED AS OF " run-date-alpha " IN "
               FUNCTION TRIM(age-basis-alpha) " DAYS"
           DISPLAY " "
           DISPLAY "REGION BUCKET         COUNT               AMOUNT"
           DISPLAY "------ ---------- ---------  -------------------"
           PERFORM PRINT-REGION-BLOCK
               VARYING reg-idx FROM 1 BY 1
               UNTIL reg-idx > reg-tbl-used
           IF reg-code(50) NOT = SPACES
               MOVE 50 TO reg-idx
               PERFORM PRINT-REGION-BLOCK
           END-IF
           PERFORM PRINT-GRAND-BLOCK.

      ** The overflow bucket (*OTH) is not a region and has no
      *  name.
       PRINT-REGION-BLOCK.
           IF reg-idx < 50
               MOVE reg-code(reg-idx) TO rg-check-code
               PERFORM LOOKUP-REGION-NAME
               IF rg-check-name NOT = SPACES
                   DISPLAY reg-code(reg-idx) "   " rg-check-name
               END-IF
           END-IF
           PERFORM PRINT-REGION-BUCKET
               VARYING bucket-idx FROM 1 BY 1
               UNTIL bucket-idx > 6
           MOVE reg-tot-count(reg-idx) TO count-edit
           MOVE reg-tot-amount(reg-idx) TO amount-edit
           DISPLAY reg-code(reg-idx) "   TOTAL      " count-edit
               "  " amount-edit
           DISPLAY " ".

      ** The UNDATED line prints only when a region has any.
       PRINT-REGION-BUCKET.
           IF bucket-idx < 6
               OR reg-count(reg-idx bucket-idx) NOT = ZERO
               MOVE reg-count(reg-idx bucket-idx) TO count-edit
               MOVE reg-amount(reg-idx bucket-idx) TO amount-edit
               DISPLAY reg-code(reg-idx) "   "
                   bucket-name(bucket-idx) " " count-edit
                   "  " amount-edit
           END-IF.

       PRINT-GRAND-BLOCK.
           MOVE ZERO TO grand-tot-count
           MOVE ZERO TO grand-tot-amount
           PERFORM PRINT-GRAND-BUCKET
               VARYING bucket-idx FROM 1 BY 1
               UNTIL bucket-idx > 6
           MOVE grand-tot-count TO count-edit
           MOVE grand-tot-amount TO amount-edit
           DISPLAY "ALL    TOTAL      " count-edit "  " amount-edit.

       PRINT-GRAND-BUCKET.
           ADD grand-count(bucket-idx) TO grand-tot-count
           ADD grand-amount(bucket-idx) TO grand-tot-amount
           IF bucket-idx < 6
               OR grand-count(bucket-idx) NOT = ZERO
               MOVE grand-count(bucket-idx) TO count-edit
               MOVE grand-amount(bucket-idx) TO amount-edit
               DISPLAY "ALL    " bucket-name(bucket-idx) " "
                   count-edit "  " amount-edit
           END-IF.

      ** Ties the bucketed grand total back to the master's own
      *  count and amount. An undated record is called out - it is
      *  in the total but no collector can age it.
       TIE-OUT-TOTALS.
           DISPLAY " "
           MOVE master-count TO count-edit
           MOVE master-amount TO amount-edit
           DISPLAY "MASTER RECORDS=" count-edit
               " MASTER AMOUNT=" amount-edit
           IF grand-tot-count = master-count
               AND grand-tot-amount = master-amount
               DISPLAY "AGING TOTALS TIE TO THE MASTER"
           ELSE
               DISPLAY "AGING TOTALS DO NOT TIE TO THE MASTER - "
                   "REPORT IS NOT RELIABLE"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF grand-count(6) NOT = ZERO
               DISPLAY grand-count(6) " RECORD(S) CARRY A "
                   "TRANS_DATE THAT IS NOT A CALENDAR DATE - "
                   "REPORTED AS UNDATED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       COPY PYZCALLK.

       COPY PYRGNLK.

       COPY PYAUDWRT.
