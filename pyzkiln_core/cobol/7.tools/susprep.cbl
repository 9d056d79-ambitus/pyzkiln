       FILE-CONTROL.
      ** Repair cards arrive on SYSIN, one request per card:
      *    LST                     list the open suspense items
      *    SHW <line>              show one item's original row
      *    FIX <line> ID=<value>   repair one field of the suspense
      *    FIX <line> NAME=<value>   item diverted from extract line
      *    FIX <line> REGION=<value> <line> - the repaired row is
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS suspense-status.
      ** The clean correction feed - repaired rows in the CSVREC
      *  column shape (the legal entity last, as the original row
      *  carried it - blank when it named none, so PANDASREAD
      *  gives it the feed's) with a header line and the TRL
      *  control-total trailer, ready to be fed straight back
      *  through PANDASREAD so the repairs fold into the master and
      *  the control totals through the same gates as any other
      *  extract.
           SELECT CORR-FEED-FILE ASSIGN TO "CORRFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS corr-feed-status.
      ** The site business-day calendar, so the NOTFUTBD rule means
      *  the same thing to a repair as it does to the main run.
           COPY PYZCALSL.
      ** The region reference master, so a repaired row's region is
      *  held to the same RGNU/RGNC check as the main run's rows.
           COPY PYRGNSL.
      ** The customer-name vault - PANDASREAD files each reject's
      *  original row there and leaves only a token in SUSPENSE.
      *  SHW and FIX recover the row, each recovery audited.
           COPY PYNVSL.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01 rules-record PIC X(100).
       COPY PYZCALFD.
       COPY PYRGNFD.
       COPY PYNVFD.
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 rep-card-status     PIC X(02) VALUE "00".
       01 repair-field-count  PIC 9(02) BINARY VALUE ZERO.
       01 repair-reject-reason PIC X(04) VALUE SPACES.
       01 rebuilt-row         PIC X(256).
      ** The item's original row, recovered from the vault for SHW
      *  and FIX - the table keeps the token, so the rewrite never
      *  puts a clear row back into SUSPENSE.
       01 repair-image        PIC X(256).
       01 repair-amount-out   PIC +9(09).99.

      ** The repaired rows accumulate here and are written out as
       01 open-items-count    PIC 9(05) VALUE ZERO.

       COPY PYZCALWS.
       COPY PYRGNWS.
       COPY PYAUDWS.
       COPY PYNVWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      *  run's pass.
           PERFORM LOAD-SITE-CALENDAR
           PERFORM COMPUTE-NEXT-BUSINESS-DAY
           PERFORM LOAD-REGION-MASTER

           PERFORM LOAD-SUSPENSE-ITEMS
           IF susp-tbl-full
               PERFORM REWRITE-SUSPENSE-DATASET
           END-IF

           PERFORM CLOSE-NAME-VAULT
           DISPLAY " "
           DISPLAY "SUSPREP COMPLETE - CARDS READ=" cards-read-count
               " REPAIRS=" repairs-made-count
               EVALUATE card-verb
                   WHEN "LST"
                       PERFORM LIST-OPEN-ITEMS
                   WHEN "SHW"
                       PERFORM SHOW-ONE-ITEM
                   WHEN "FIX"
                       PERFORM REPAIR-ONE-ITEM
                   WHEN OTHER
               VARYING susp-print-idx FROM 1 BY 1
               UNTIL susp-print-idx > susp-tbl-used.

      ** A protected row lists by its token - SHW <line> shows it.
       LIST-ONE-OPEN-ITEM.
           IF NOT susp-item-repaired(susp-print-idx)
               DISPLAY "  LINE=" susp-tbl-line(susp-print-idx)
                   FUNCTION TRIM(susp-tbl-image(susp-print-idx))
           END-IF.

      ** Shows one open item's original row, recovered from the
      *  vault, so the crew can see what to key on the FIX card.
       SHOW-ONE-ITEM.
           PERFORM FIND-OPEN-ITEM
           IF susp-match-idx NOT = ZERO
               PERFORM RECOVER-ITEM-IMAGE
               IF nv-result-ok OR nv-result-passed
                   DISPLAY "  LINE=" susp-tbl-line(susp-match-idx)
                       " REASON=" susp-tbl-reason(susp-match-idx)
                       " IMAGE=" FUNCTION TRIM(repair-image)
               END-IF
           END-IF.

      ** Recovers the matched item's original row into
      *  repair-image; a row the vault cannot give back is
      *  reported and the card goes no further.
       RECOVER-ITEM-IMAGE.
           MOVE susp-tbl-image(susp-match-idx) TO nv-in-value
           PERFORM RECOVER-PII-VALUE
           MOVE nv-out-value TO repair-image
           IF NOT nv-result-ok AND NOT nv-result-passed
               DISPLAY "ORIGINAL ROW FOR LINE "
                   susp-tbl-line(susp-match-idx)
                   " NOT RECOVERABLE FROM THE NAME VAULT"
               MOVE 8 TO RETURN-CODE
           END-IF.

      ** Applies one FIX card: finds the open item for the extract
      *  line number, recovers its original row from the vault,
      *  rebuilds the row with the corrected field, and revalidates
      *  it before it may join the correction feed.
       REPAIR-ONE-ITEM.
           PERFORM FIND-OPEN-ITEM
           IF susp-match-idx NOT = ZERO
               PERFORM RECOVER-ITEM-IMAGE
               IF nv-result-ok OR nv-result-passed
                   PERFORM APPLY-FIELD-REPAIR
               END-IF
           END-IF.

      ** Finds the open item for the card's line number, leaving
      *  its slot in susp-match-idx (zero, reported, when none).
       FIND-OPEN-ITEM.
           MOVE ZERO TO susp-match-idx
           IF FUNCTION TEST-NUMVAL(card-oper1) NOT = ZERO
               DISPLAY card-verb " CARD LINE NUMBER IS NOT NUMERIC: "
                   card-oper1
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE fix-line-number = FUNCTION NUMVAL(card-oper1)
               PERFORM SCAN-OPEN-ITEM
                   VARYING susp-scan-idx FROM 1 BY 1
                   UNTIL susp-scan-idx > susp-tbl-used
                   DISPLAY "NO OPEN SUSPENSE ITEM FOR LINE "
                       fix-line-number
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       APPLY-FIELD-REPAIR.
           MOVE SPACES TO repair-id-alpha csv-rec-name
               csv-rec-region repair-amount-alpha
               csv-rec-trans-date csv-rec-entity
           UNSTRING repair-image
               DELIMITED BY ","
               INTO repair-id-alpha
                    csv-rec-name
                    csv-rec-region
                    repair-amount-alpha
                    csv-rec-trans-date
                    csv-rec-entity
           END-UNSTRING

           MOVE SPACES TO card-remainder

      ** Revalidates the repaired fields with the same structural
      *  checks PANDASREAD's VALIDATE-RECON-FIELDS applies - the id
      *  and amount must survive FUNCTION TEST-NUMVAL - then holds
      *  its region to the region master on its trans_date, as
      *  PANDASREAD's CHECK-ROW-REGION does, and runs the loaded
      *  business rules against the row.
       VALIDATE-REPAIRED-ROW.
           MOVE SPACES TO repair-reject-reason
           MOVE "N" TO repair-rule-fail-sw
                   ON SIZE ERROR
                       MOVE "AMTV" TO repair-reject-reason
               END-COMPUTE
               IF repair-reject-reason = SPACES
                   MOVE csv-rec-region TO rg-check-code
                   MOVE SPACES TO rg-check-date
                   IF csv-rec-trans-date(5:1) = "-"
                       AND csv-rec-trans-date(8:1) = "-"
                       MOVE csv-rec-trans-date TO rg-check-date
                   END-IF
                   PERFORM CHECK-REGION-CODE
                   MOVE rg-check-result TO repair-reject-reason
               END-IF
               IF repair-reject-reason = SPACES
                   AND rules-count NOT = ZERO
                   PERFORM APPLY-BUSINESS-RULES
               repair-amount-out DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               csv-rec-trans-date DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(csv-rec-entity) DELIMITED BY SIZE
               INTO rebuilt-row
           END-STRING

           ADD 1 TO repairs-made-count
           SUBTRACT 1 FROM open-items-count

           DISPLAY "BEFORE: " FUNCTION TRIM(repair-image)
           DISPLAY "AFTER:  " FUNCTION TRIM(rebuilt-row)
           MOVE "SUSPENSE_REPAIR" TO pyaudit-action
           MOVE ZERO TO pyaudit-rc
                   " - CORRECTION FEED NOT WRITTEN"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "id,name,region,amount,trans_date,entity"
                   TO corr-feed-record
               WRITE corr-feed-record
               PERFORM WRITE-ONE-CORR-ROW
           END-IF.

       COPY PYZCALLK.
       COPY PYRGNLK.
       COPY PYAUDWRT.
       COPY PYNVLK.
