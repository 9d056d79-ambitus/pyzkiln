      *Copyright IBM Corp. 2026.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BALRPT".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ** The cross-stage balancing ledger every stage posts its in,
      *  out, rejected and skipped counts to - read only.
           COPY PYBLSL.
           COPY PYAUDSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY PYBLFD.
       COPY PYAUDFD.
       WORKING-STORAGE SECTION.
       01 balledg-eof-sw      PIC X(01) VALUE "N".
           88 balledg-eof VALUE "Y".

      ** The run balanced - BALRPT_RUNID, else the job's own
      *  PYZKILN_RUN_ID (so a balancing step at the end of a job
      *  balances that job), else the last run posted to the ledger.
       01 run-alpha           PIC X(16) VALUE SPACES.
       01 run-source          PIC X(20) VALUE SPACES.

      ** The stages the run must have posted at all - BALRPT_EXPECT,
      *  a list separated by blanks or commas, default LOAD. A run
      *  whose load never posted has nothing to balance, and that is
      *  a failure of its own, not a clean bill.
       01 expect-alpha        PIC X(64) VALUE SPACES.
       01 expect-ptr          PIC 9(03) BINARY VALUE 1.
       01 expect-token        PIC X(08) VALUE SPACES.
       01 expect-used         PIC 9(02) BINARY VALUE ZERO.
       01 expect-idx          PIC 9(02) BINARY VALUE ZERO.
       01 expect-table.
           05 expect-stage PIC X(08) OCCURS 8 TIMES.

      ** One ledger line as re-parsed - the positions of the
      *  pybal-detail layout in PYBLWS; keep the two in step.
       01 ledger-line.
           05 lr-ts               PIC X(21).
           05 FILLER              PIC X(01).
           05 lr-runid            PIC X(16).
           05 FILLER              PIC X(01).
           05 lr-stage            PIC X(08).
           05 FILLER              PIC X(01).
           05 lr-program          PIC X(08).
           05 FILLER              PIC X(01).
           05 lr-in-count         PIC X(09).
           05 FILLER              PIC X(01).
           05 lr-in-amount        PIC X(17).
           05 FILLER              PIC X(01).
           05 lr-out-count        PIC X(09).
           05 FILLER              PIC X(01).
           05 lr-out-amount       PIC X(17).
           05 FILLER              PIC X(01).
           05 lr-rej-count        PIC X(09).
           05 FILLER              PIC X(01).
           05 lr-rej-amount       PIC X(17).
           05 FILLER              PIC X(01).
           05 lr-skip-count       PIC X(09).
           05 FILLER              PIC X(01).
           05 lr-skip-amount      PIC X(17).
           05 FILLER              PIC X(01).
           05 lr-amount-sw        PIC X(01).
           05 FILLER              PIC X(01).
           05 lr-note             PIC X(04).
           05 FILLER              PIC X(01).
           05 lr-subject          PIC X(128).
       01 lr-usable-sw        PIC X(01) VALUE "N".
           88 lr-usable VALUE "Y".

      ** The run's entries, in the order they were posted. Each
      *  entry is paired at most once with the stage that follows
      *  it for the same subject - be-paired marks an entry already
      *  taken, so a file loaded twice in one run pairs its first
      *  load with its first suspense posting, and so on.
       01 be-used             PIC 9(03) BINARY VALUE ZERO.
       01 be-idx              PIC 9(03) BINARY VALUE ZERO.
       01 be-scan-idx         PIC 9(03) BINARY VALUE ZERO.
       01 be-found-idx        PIC 9(03) BINARY VALUE ZERO.
       01 be-find-stage       PIC X(08) VALUE SPACES.
       01 be-find-subject     PIC X(128) VALUE SPACES.
       01 ledger-table.
           05 be-entry OCCURS 200 TIMES.
               10 be-ts           PIC X(21).
               10 be-stage        PIC X(08).
               10 be-program      PIC X(08).
               10 be-note         PIC X(04).
               10 be-amount-sw    PIC X(01).
                   88 be-amounts-measured VALUE "Y".
               10 be-paired-sw    PIC X(01).
                   88 be-paired VALUE "Y".
               10 be-in-count     PIC 9(09).
               10 be-in-amount    PIC S9(13)V99.
               10 be-out-count    PIC 9(09).
               10 be-out-amount   PIC S9(13)V99.
               10 be-rej-count    PIC 9(09).
               10 be-rej-amount   PIC S9(13)V99.
               10 be-skip-count   PIC 9(09).
               10 be-skip-amount  PIC S9(13)V99.
               10 be-subject      PIC X(128).

       01 lines-read          PIC 9(09) VALUE ZERO.
       01 lines-unusable      PIC 9(09) VALUE ZERO.
       01 lines-other-runs    PIC 9(09) VALUE ZERO.
       01 untabulated-count   PIC 9(09) VALUE ZERO.
       01 exception-count     PIC 9(05) VALUE ZERO.

      ** Which stages the run posted, and the run-wide totals the
      *  extract is proven against: what the run landed on the
      *  master - or, where it kept no master, what it loaded.
       01 intake-seen-sw      PIC X(01) VALUE "N".
           88 intake-seen VALUE "Y".
       01 load-seen-sw        PIC X(01) VALUE "N".
           88 load-seen VALUE "Y".
       01 master-seen-sw      PIC X(01) VALUE "N".
           88 master-seen VALUE "Y".
       01 extract-seen-sw     PIC X(01) VALUE "N".
           88 extract-seen VALUE "Y".
       01 load-out-total      PIC 9(11) VALUE ZERO.
       01 master-out-total    PIC 9(11) VALUE ZERO.
       01 extract-in-total    PIC 9(11) VALUE ZERO.
       01 feeding-total       PIC 9(11) VALUE ZERO.
       01 feeding-stage       PIC X(08) VALUE SPACES.

      ** One entry's own balance, and the difference a pairing
      *  found.
       01 bal-count-diff      PIC S9(11) VALUE ZERO.
       01 bal-amount-diff     PIC S9(15)V99 VALUE ZERO.
       01 exception-text      PIC X(60) VALUE SPACES.

       01 count-edit          PIC Z(08)9.
       01 count2-edit         PIC Z(08)9.
       01 total-edit          PIC Z(10)9.
       01 total2-edit         PIC Z(10)9.
       01 in-count-edit       PIC Z(08)9.
       01 out-count-edit      PIC Z(08)9.
       01 rej-count-edit      PIC Z(08)9.
       01 skip-count-edit     PIC Z(08)9.
       01 in-amount-edit      PIC -(12)9.99.
       01 out-amount-edit     PIC -(12)9.99.
       01 rej-amount-edit     PIC -(12)9.99.
       01 skip-amount-edit    PIC -(12)9.99.
       01 diff-amount-edit    PIC -(12)9.99.
       01 diff-count-edit     PIC -(10)9.

       COPY PYAUDWS.
       COPY PYBLWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      ** Balances one run across its stages from BALLEDG: every
      *  stage's own in = out + rejected + skipped, and each stage's
      *  output against the next stage's input for the same feed -
      *  intake to load, load rejects to suspense, load to master,
      *  and the run's master (or load) output to its extract. Any
      *  break fails the step.
           DISPLAY "===== CROSS-STAGE BALANCING REPORT ====="
           MOVE "BALRPT" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid
           PERFORM ADOPT-JOB-RUNID

           ACCEPT run-alpha FROM ENVIRONMENT "BALRPT_RUNID"
           IF run-alpha NOT = SPACES
               MOVE "BALRPT_RUNID" TO run-source
           ELSE
               IF pybal-job-runid NOT = SPACES
                   MOVE pybal-job-runid TO run-alpha
                   MOVE "THIS JOB" TO run-source
               END-IF
           END-IF

           ACCEPT expect-alpha FROM ENVIRONMENT "BALRPT_EXPECT"
           IF expect-alpha = SPACES
               MOVE "LOAD" TO expect-alpha
           END-IF
           INSPECT expect-alpha REPLACING ALL "," BY SPACE
           MOVE 1 TO expect-ptr
           PERFORM PARSE-EXPECT-TOKEN
               UNTIL expect-ptr > 64 OR expect-used = 8

           OPEN INPUT BALLEDG-FILE
           IF pybal-status NOT = "00"
               DISPLAY "UNABLE TO OPEN BALLEDG DD, STATUS="
                   pybal-status " - NOTHING TO BALANCE"
               MOVE 16 TO RETURN-CODE
               PERFORM FINISH-BALANCE-REPORT
               GOBACK
           END-IF

           IF run-alpha = SPACES
               PERFORM FIND-LAST-RUN
               CLOSE BALLEDG-FILE
               OPEN INPUT BALLEDG-FILE
               MOVE "LAST RUN POSTED" TO run-source
           END-IF
           DISPLAY "RUN " run-alpha " (" FUNCTION TRIM(run-source)
               ")"
           DISPLAY " "

           INITIALIZE ledger-table
           MOVE "N" TO balledg-eof-sw
           PERFORM READ-NEXT-LEDGER-LINE
           PERFORM LOAD-ONE-LEDGER-LINE UNTIL balledg-eof
           CLOSE BALLEDG-FILE

           IF be-used = ZERO
               DISPLAY "NOTHING POSTED TO THE LEDGER UNDER RUN "
                   run-alpha
               MOVE 16 TO RETURN-CODE
               PERFORM FINISH-BALANCE-REPORT
               GOBACK
           END-IF

           PERFORM PRINT-LEDGER-ENTRIES

           DISPLAY " "
           DISPLAY "===== EXCEPTIONS ====="
           PERFORM CHECK-ENTRY-BALANCE
               VARYING be-idx FROM 1 BY 1 UNTIL be-idx > be-used
           PERFORM CHECK-INTAKE-TO-LOAD
               VARYING be-idx FROM 1 BY 1 UNTIL be-idx > be-used
           PERFORM CHECK-LOAD-ONWARD
               VARYING be-idx FROM 1 BY 1 UNTIL be-idx > be-used
           PERFORM CHECK-UNPAIRED-ENTRY
               VARYING be-idx FROM 1 BY 1 UNTIL be-idx > be-used
           IF extract-seen
               PERFORM CHECK-EXTRACT-TOTALS
           END-IF
           PERFORM CHECK-EXPECTED-STAGE
               VARYING expect-idx FROM 1 BY 1
               UNTIL expect-idx > expect-used
           IF untabulated-count NOT = ZERO
               MOVE untabulated-count TO count-edit
               MOVE SPACES TO be-find-subject
               MOVE SPACES TO be-find-stage
               STRING count-edit " ENTRIES PAST THE TABLE NOT "
                   "BALANCED" DELIMITED BY SIZE INTO exception-text
               END-STRING
               PERFORM REPORT-EXCEPTION
           END-IF
           IF exception-count = ZERO
               DISPLAY "NONE - THE RUN BALANCES STAGE TO STAGE"
           END-IF

           DISPLAY " "
           MOVE lines-read TO count-edit
           DISPLAY "LEDGER LINES READ      " count-edit
           MOVE lines-other-runs TO count-edit
           DISPLAY "OTHER RUNS' LINES      " count-edit
           MOVE lines-unusable TO count-edit
           DISPLAY "UNUSABLE LINES         " count-edit
           MOVE be-used TO count-edit
           DISPLAY "ENTRIES FOR THE RUN    " count-edit
           MOVE exception-count TO count-edit
           DISPLAY "EXCEPTIONS             " count-edit

           IF exception-count NOT = ZERO
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM FINISH-BALANCE-REPORT
           GOBACK.

      ** Audits the report under the run balanced, and raises the
      *  operator alert when the run did not balance.
       FINISH-BALANCE-REPORT.
           MOVE "BALANCE_REPORT" TO pyaudit-action
           IF RETURN-CODE NOT = ZERO
               DISPLAY "RUN DOES NOT BALANCE - HOLD THE CHAIN"
               PERFORM ISSUE-OPERATOR-ALERT
           END-IF
           MOVE run-alpha TO pyaudit-ref
           MOVE RETURN-CODE TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD.

       PARSE-EXPECT-TOKEN.
           MOVE SPACES TO expect-token
           UNSTRING expect-alpha DELIMITED BY ALL SPACE
               INTO expect-token
               WITH POINTER expect-ptr
           END-UNSTRING
           IF expect-token NOT = SPACES
               ADD 1 TO expect-used
               MOVE FUNCTION UPPER-CASE(expect-token)
                   TO expect-stage(expect-used)
           END-IF.

      ** The run id on the ledger's last usable line.
       FIND-LAST-RUN.
           MOVE "N" TO balledg-eof-sw
           PERFORM READ-NEXT-LEDGER-LINE
           PERFORM NOTE-LAST-RUN UNTIL balledg-eof.

       NOTE-LAST-RUN.
           MOVE balledg-record TO ledger-line
           IF lr-runid NOT = SPACES AND lr-stage NOT = SPACES
               MOVE lr-runid TO run-alpha
           END-IF
           PERFORM READ-NEXT-LEDGER-LINE.

       READ-NEXT-LEDGER-LINE.
           READ BALLEDG-FILE
               AT END SET balledg-eof TO TRUE
           END-READ.

       LOAD-ONE-LEDGER-LINE.
           ADD 1 TO lines-read
           MOVE balledg-record TO ledger-line
           PERFORM CHECK-LEDGER-LINE
           EVALUATE TRUE
               WHEN NOT lr-usable
                   ADD 1 TO lines-unusable
               WHEN lr-runid NOT = run-alpha
                   ADD 1 TO lines-other-runs
               WHEN be-used = 200
                   ADD 1 TO untabulated-count
               WHEN OTHER
                   PERFORM TABULATE-LEDGER-LINE
           END-EVALUATE
           PERFORM READ-NEXT-LEDGER-LINE.

      ** A line is usable when it names a stage and its counts and
      *  amounts are all numbers.
       CHECK-LEDGER-LINE.
           MOVE "N" TO lr-usable-sw
           IF lr-stage NOT = SPACES
               AND lr-in-count IS NUMERIC
               AND lr-out-count IS NUMERIC
               AND lr-rej-count IS NUMERIC
               AND lr-skip-count IS NUMERIC
               AND FUNCTION TEST-NUMVAL(lr-in-amount) = ZERO
               AND FUNCTION TEST-NUMVAL(lr-out-amount) = ZERO
               AND FUNCTION TEST-NUMVAL(lr-rej-amount) = ZERO
               AND FUNCTION TEST-NUMVAL(lr-skip-amount) = ZERO
               MOVE "Y" TO lr-usable-sw
           END-IF.

       TABULATE-LEDGER-LINE.
           ADD 1 TO be-used
           MOVE lr-ts TO be-ts(be-used)
           MOVE lr-stage TO be-stage(be-used)
           MOVE lr-program TO be-program(be-used)
           MOVE lr-note TO be-note(be-used)
           MOVE lr-amount-sw TO be-amount-sw(be-used)
           MOVE "N" TO be-paired-sw(be-used)
           MOVE lr-in-count TO be-in-count(be-used)
           MOVE lr-out-count TO be-out-count(be-used)
           MOVE lr-rej-count TO be-rej-count(be-used)
           MOVE lr-skip-count TO be-skip-count(be-used)
           COMPUTE be-in-amount(be-used) =
               FUNCTION NUMVAL(lr-in-amount)
           COMPUTE be-out-amount(be-used) =
               FUNCTION NUMVAL(lr-out-amount)
           COMPUTE be-rej-amount(be-used) =
               FUNCTION NUMVAL(lr-rej-amount)
           COMPUTE be-skip-amount(be-used) =
               FUNCTION NUMVAL(lr-skip-amount)
           MOVE lr-subject TO be-subject(be-used)

           EVALUATE lr-stage
               WHEN "INTAKE"
                   SET intake-seen TO TRUE
               WHEN "LOAD"
                   SET load-seen TO TRUE
                   ADD be-out-count(be-used) TO load-out-total
               WHEN "MASTER"
                   SET master-seen TO TRUE
                   ADD be-out-count(be-used) TO master-out-total
               WHEN "EXTRACT"
                   SET extract-seen TO TRUE
                   ADD be-in-count(be-used) TO extract-in-total
           END-EVALUATE.

      ** The run's entries as posted - counts on the first line, the
      *  amounts beneath them when the stage measured them, and the
      *  feed or extract the entry is about.
       PRINT-LEDGER-ENTRIES.
           DISPLAY "STAGE    PROGRAM  NOTE               IN"
               "              OUT         REJECTED          SKIPPED"
           DISPLAY "-------- -------- ---- ---------------- --------"
               "-------- ---------------- ----------------"
           PERFORM PRINT-ONE-ENTRY
               VARYING be-idx FROM 1 BY 1 UNTIL be-idx > be-used.

       PRINT-ONE-ENTRY.
           MOVE be-in-count(be-idx) TO in-count-edit
           MOVE be-out-count(be-idx) TO out-count-edit
           MOVE be-rej-count(be-idx) TO rej-count-edit
           MOVE be-skip-count(be-idx) TO skip-count-edit
           DISPLAY be-stage(be-idx) " " be-program(be-idx) " "
               be-note(be-idx) "        " in-count-edit
               "        " out-count-edit
               "        " rej-count-edit
               "        " skip-count-edit
           IF be-amounts-measured(be-idx)
               MOVE be-in-amount(be-idx) TO in-amount-edit
               MOVE be-out-amount(be-idx) TO out-amount-edit
               MOVE be-rej-amount(be-idx) TO rej-amount-edit
               MOVE be-skip-amount(be-idx) TO skip-amount-edit
               DISPLAY "                       "
                   in-amount-edit " " out-amount-edit " "
                   rej-amount-edit " " skip-amount-edit
           END-IF
           DISPLAY "                       "
               FUNCTION TRIM(be-subject(be-idx)).

      ** Within one stage, every row in must be accounted for as
      *  out, rejected or skipped - by amount as well as count when
      *  the stage measured amounts. A file refused at its trailer
      *  gate balances, but carried nothing on, and is a break in
      *  the run all the same.
       CHECK-ENTRY-BALANCE.
           MOVE be-stage(be-idx) TO be-find-stage
           MOVE be-subject(be-idx) TO be-find-subject
           COMPUTE bal-count-diff = be-in-count(be-idx)
               - be-out-count(be-idx) - be-rej-count(be-idx)
               - be-skip-count(be-idx)
           IF bal-count-diff NOT = ZERO
               MOVE bal-count-diff TO diff-count-edit
               STRING "IN <> OUT+REJECTED+SKIPPED BY "
                   FUNCTION TRIM(diff-count-edit) " ROWS"
                   DELIMITED BY SIZE INTO exception-text
               END-STRING
               PERFORM REPORT-EXCEPTION
           END-IF
           IF be-amounts-measured(be-idx)
               COMPUTE bal-amount-diff = be-in-amount(be-idx)
                   - be-out-amount(be-idx) - be-rej-amount(be-idx)
                   - be-skip-amount(be-idx)
               IF FUNCTION ABS(bal-amount-diff) > 0.01
                   MOVE bal-amount-diff TO diff-amount-edit
                   STRING "IN <> OUT+REJECTED+SKIPPED BY AMOUNT "
                       FUNCTION TRIM(diff-amount-edit)
                       DELIMITED BY SIZE INTO exception-text
                   END-STRING
                   PERFORM REPORT-EXCEPTION
               END-IF
           END-IF
           IF be-note(be-idx) = "RFSD"
               MOVE "REFUSED AT ITS TRAILER GATE - NOTHING CARRIED ON"
                   TO exception-text
               PERFORM REPORT-EXCEPTION
           END-IF.

      ** A file intake accepted must be loaded, with the rows intake
      *  counted; a file intake refused must not be.
       CHECK-INTAKE-TO-LOAD.
           IF be-stage(be-idx) = "INTAKE"
               MOVE "LOAD" TO be-find-stage
               MOVE be-subject(be-idx) TO be-find-subject
               PERFORM FIND-UNPAIRED-ENTRY
               MOVE "INTAKE" TO be-find-stage
               IF be-note(be-idx) = "ACPT"
                   IF be-found-idx = ZERO
                       MOVE "ACCEPTED AT INTAKE BUT NEVER LOADED"
                           TO exception-text
                       PERFORM REPORT-EXCEPTION
                   ELSE
                       IF be-out-count(be-idx)
                           NOT = be-in-count(be-found-idx)
                           MOVE be-out-count(be-idx) TO count-edit
                           MOVE be-in-count(be-found-idx)
                               TO count2-edit
                           STRING "INTAKE OUT "
                               FUNCTION TRIM(count-edit)
                               " <> LOAD IN "
                               FUNCTION TRIM(count2-edit)
                               DELIMITED BY SIZE INTO exception-text
                           END-STRING
                           PERFORM REPORT-EXCEPTION
                       END-IF
                   END-IF
               ELSE
                   IF be-found-idx NOT = ZERO
                       STRING "REFUSED AT INTAKE ("
                           be-note(be-idx) ") BUT LOADED"
                           DELIMITED BY SIZE INTO exception-text
                       END-STRING
                       PERFORM REPORT-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      ** A load whose run had an intake must have come through it;
      *  its rejects must all reach suspense, and what it accepted
      *  must all reach the master when the master was kept.
       CHECK-LOAD-ONWARD.
           IF be-stage(be-idx) = "LOAD"
               MOVE "LOAD" TO be-find-stage
               MOVE be-subject(be-idx) TO be-find-subject
               IF intake-seen AND NOT be-paired(be-idx)
                   MOVE "LOADED WITHOUT AN INTAKE RECEIPT"
                       TO exception-text
                   PERFORM REPORT-EXCEPTION
               END-IF
               IF be-note(be-idx) NOT = "RFSD"
                   PERFORM CHECK-LOAD-TO-SUSPENSE
                   PERFORM CHECK-LOAD-TO-MASTER
               END-IF
           END-IF.

       CHECK-LOAD-TO-SUSPENSE.
           MOVE "SUSPENSE" TO be-find-stage
           PERFORM FIND-UNPAIRED-ENTRY
           MOVE "LOAD" TO be-find-stage
           IF be-found-idx = ZERO
               MOVE "NO SUSPENSE POSTING FOR THE LOAD'S REJECTS"
                   TO exception-text
               PERFORM REPORT-EXCEPTION
           ELSE
               IF be-rej-count(be-idx) NOT = be-in-count(be-found-idx)
                   MOVE be-rej-count(be-idx) TO count-edit
                   MOVE be-in-count(be-found-idx) TO count2-edit
                   STRING "LOAD REJECTED " FUNCTION TRIM(count-edit)
                       " <> SUSPENSE IN " FUNCTION TRIM(count2-edit)
                       DELIMITED BY SIZE INTO exception-text
                   END-STRING
                   PERFORM REPORT-EXCEPTION
               END-IF
           END-IF.

       CHECK-LOAD-TO-MASTER.
           MOVE "MASTER" TO be-find-stage
           PERFORM FIND-UNPAIRED-ENTRY
           MOVE "LOAD" TO be-find-stage
           IF be-found-idx NOT = ZERO
               IF be-out-count(be-idx) NOT = be-in-count(be-found-idx)
                   MOVE be-out-count(be-idx) TO count-edit
                   MOVE be-in-count(be-found-idx) TO count2-edit
                   STRING "LOAD OUT " FUNCTION TRIM(count-edit)
                       " <> MASTER IN " FUNCTION TRIM(count2-edit)
                       DELIMITED BY SIZE INTO exception-text
                   END-STRING
                   PERFORM REPORT-EXCEPTION
               END-IF
               IF be-amounts-measured(be-idx)
                   AND be-amounts-measured(be-found-idx)
                   COMPUTE bal-amount-diff = be-out-amount(be-idx)
                       - be-in-amount(be-found-idx)
                   IF FUNCTION ABS(bal-amount-diff) > 0.01
                       MOVE bal-amount-diff TO diff-amount-edit
                       STRING "LOAD OUT <> MASTER IN BY AMOUNT "
                           FUNCTION TRIM(diff-amount-edit)
                           DELIMITED BY SIZE INTO exception-text
                       END-STRING
                       PERFORM REPORT-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      ** A suspense or master posting no load of the run claimed
      *  means the ledger is missing the load it came from.
       CHECK-UNPAIRED-ENTRY.
           IF (be-stage(be-idx) = "SUSPENSE"
                   OR be-stage(be-idx) = "MASTER")
               AND NOT be-paired(be-idx)
               MOVE be-stage(be-idx) TO be-find-stage
               MOVE be-subject(be-idx) TO be-find-subject
               MOVE "POSTED WITHOUT THE LOAD IT CAME FROM"
                   TO exception-text
               PERFORM REPORT-EXCEPTION
           END-IF.

      ** The extracts the run wrote must hold what the run landed -
      *  the master's output when the run kept the master, else the
      *  load's.
       CHECK-EXTRACT-TOTALS.
           IF master-seen
               MOVE master-out-total TO feeding-total
               MOVE "MASTER" TO feeding-stage
           ELSE
               MOVE load-out-total TO feeding-total
               MOVE "LOAD" TO feeding-stage
           END-IF
           IF (master-seen OR load-seen)
               AND extract-in-total NOT = feeding-total
               MOVE "EXTRACT" TO be-find-stage
               MOVE "(RUN TOTAL)" TO be-find-subject
               MOVE extract-in-total TO total-edit
               MOVE feeding-total TO total2-edit
               STRING "EXTRACT IN " FUNCTION TRIM(total-edit)
                   " <> " FUNCTION TRIM(feeding-stage) " OUT "
                   FUNCTION TRIM(total2-edit)
                   DELIMITED BY SIZE INTO exception-text
               END-STRING
               PERFORM REPORT-EXCEPTION
           END-IF.

       CHECK-EXPECTED-STAGE.
           MOVE expect-stage(expect-idx) TO be-find-stage
           MOVE SPACES TO be-find-subject
           MOVE ZERO TO be-found-idx
           PERFORM FIND-STAGE-POSTED
               VARYING be-scan-idx FROM 1 BY 1
               UNTIL be-scan-idx > be-used OR be-found-idx NOT = ZERO
           IF be-found-idx = ZERO
               MOVE "STAGE NEVER POSTED FOR THE RUN" TO exception-text
               PERFORM REPORT-EXCEPTION
           END-IF.

       FIND-STAGE-POSTED.
           IF be-stage(be-scan-idx) = be-find-stage
               MOVE be-scan-idx TO be-found-idx
           END-IF.

      ** The first entry of be-find-stage for be-find-subject not
      *  yet paired - marked paired when found.
       FIND-UNPAIRED-ENTRY.
           MOVE ZERO TO be-found-idx
           PERFORM MATCH-UNPAIRED-ENTRY
               VARYING be-scan-idx FROM 1 BY 1
               UNTIL be-scan-idx > be-used OR be-found-idx NOT = ZERO
           IF be-found-idx NOT = ZERO
               MOVE "Y" TO be-paired-sw(be-found-idx)
           END-IF.

       MATCH-UNPAIRED-ENTRY.
           IF be-stage(be-scan-idx) = be-find-stage
               AND be-subject(be-scan-idx) = be-find-subject
               AND NOT be-paired(be-scan-idx)
               MOVE be-scan-idx TO be-found-idx
           END-IF.

      ** One break: the stage and subject in be-find-stage and
      *  be-find-subject, the finding in exception-text.
       REPORT-EXCEPTION.
           ADD 1 TO exception-count
           DISPLAY "BREAK    " be-find-stage " "
               FUNCTION TRIM(exception-text)
           IF be-find-subject NOT = SPACES
               DISPLAY "                  "
                   FUNCTION TRIM(be-find-subject)
           END-IF
           MOVE SPACES TO exception-text.

       COPY PYWTOWRT.
       COPY PYAUDWRT.
       COPY PYBLLK.
