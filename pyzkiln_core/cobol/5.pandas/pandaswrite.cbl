               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recon-hist-status.
           COPY PYAUDSEL.
           COPY PYPFSL.
           COPY PYBLSL.
       DATA DIVISION.
       FILE SECTION.
       FD  STAGE-IN-FILE.
       FD  FINAL-OUT-FILE.
       01 final-out-record PIC X(512).
       FD  RECON-HIST-FILE.
       01 recon-hist-record PIC X(214).
       COPY PYAUDFD.
       COPY PYPFFD.
       COPY PYBLFD.
       WORKING-STORAGE SECTION.
       01 pandas-name         PIC U(16) VALUE Z'pandas'.
       01 pandas-module-ptr   USAGE POINTER.
       01 csv-out-path-ptr    USAGE POINTER.

       01 pandas-csv-data-ptr USAGE POINTER.
      ** The dataframe a timed call produced (or worked on), whose
      *  len() is recorded as the rows the call handled.
       01 perf-frame-ptr      USAGE POINTER.
       01 perf-frame-count    PIC S9(09) BINARY VALUE ZERO.

      ** Enrichment (join) fields. When PANDASWRITE_CSV_IN2_PATH
      *  names a second extract - the customer-master attributes
       01 wrecon-amount-ok-sw PIC X(01) VALUE "Y".
           88 wrecon-amount-checked VALUE "Y".

      ** What read_csv handed the step, for the balancing ledger:
      *  the input dataframe's len() and amount sum, posted against
      *  the written extract's recount so a row lost or gained
      *  anywhere between the read and the write shows as a break.
       01 extract-in-count    PIC 9(09) VALUE ZERO.
       01 extract-in-amt      USAGE COMP-2 VALUE ZERO.
       01 extract-in-amt-sw   PIC X(01) VALUE "N".
           88 extract-in-amt-summed VALUE "Y".

      ** Reconciliation history record - same columns the read side
      *  writes and RECONRPT re-parses; keep the layouts in step.
       01 recon-hist-status   PIC X(02) VALUE "00".
           05 wh-pandas-debit     PIC +9(09).99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 wh-pandas-credit    PIC +9(09).99.
      ** The write side has no legal entity of its own - blank
      *  reads as 0001, as on a record from before the column.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 wh-entity           PIC X(04) VALUE SPACES.

       COPY PYRC.
       COPY PYVERWS.
       COPY PYAUDWS.
       COPY PYPFWS.
       COPY PYBLWS.
       COPY PYSESSWS.

       LINKAGE SECTION.
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid
               PERFORM ADOPT-JOB-RUNID
               PERFORM START-PERF-TIMER
               CALL "Py_Initialize" RETURNING py-init-rc
               END-CALL
               PERFORM STOP-PERF-TIMER
               MOVE "PY_INITIALIZE" TO pyaudit-action
               MOVE py-init-rc TO pyaudit-rc
               PERFORM WRITE-AUDIT-RECORD
               MOVE "PY_INITIALIZE" TO pyperf-call
               MOVE py-init-rc TO pyperf-rc
               PERFORM WRITE-PERF-RECORD
           END-IF
           PERFORM CHECK-PYTHON-RC
           IF RETURN-CODE NOT = ZERO
           END-CALL

      ** Call pandas.read_csv
           PERFORM START-PERF-TIMER
           CALL "PyObject_CallObject" USING
               BY VALUE read-csv-func
               BY VALUE read-csv-args
               RETURNING pandas-csv-data-ptr
           END-CALL
           PERFORM STOP-PERF-TIMER
           MOVE "READ_CSV" TO pyperf-call
           MOVE pandas-csv-data-ptr TO perf-frame-ptr
           PERFORM RECORD-FRAME-CALL

           IF pandas-csv-data-ptr EQUAL null
               DISPLAY u'pandas.read_csv failed - check in-path'
               MOVE 16 TO RETURN-CODE
               PERFORM FINALIZE-PYTHON-AND-EXIT
           END-IF
           MOVE perf-frame-count TO extract-in-count
           PERFORM SUM-INPUT-AMOUNT

      ** Enrich the transactions with the customer-master extract
      *  first, so the transforms below can act on the merged
           END-CALL

      ** Call csv_data.to_csv(out_path)
           PERFORM START-PERF-TIMER
           CALL "PyObject_CallObject" USING
               BY VALUE to-csv-func
               BY VALUE to-csv-args
               RETURNING to-csv-result-ptr
           END-CALL
           PERFORM STOP-PERF-TIMER
           MOVE "TO_CSV" TO pyperf-call
           MOVE pandas-csv-data-ptr TO perf-frame-ptr
           PERFORM COUNT-FRAME-ROWS
           IF to-csv-result-ptr EQUAL null
               MOVE -1 TO pyperf-rc
           END-IF
           PERFORM WRITE-PERF-RECORD

           IF to-csv-result-ptr EQUAL null
               DISPLAY u'DataFrame.to_csv failed - check out-path'
      *  declared shipped - if the reconciliation discipline
      *  matters inbound, it matters double on what we send out.
           PERFORM RECONCILE-OUTPUT-TOTALS
           PERFORM POST-EXTRACT-BALANCE
           IF RETURN-CODE NOT = ZERO
               DISPLAY "OUTPUT RECONCILIATION FAILED - DO NOT "
                   "SHIP THE FILE"
           END-IF
           PERFORM WRITE-OUTPUT-RECON-HISTORY.

      ** amount.sum() of the dataframe as read, before any merge or
      *  transform - left unsummed when the input has no amount
      *  column, and the ledger entry then carries counts only.
       SUM-INPUT-AMOUNT.
           MOVE ZERO TO extract-in-amt
           MOVE "N" TO extract-in-amt-sw
           CALL "PyObject_GetAttrString" USING
               BY VALUE pandas-csv-data-ptr
               BY REFERENCE amount-attr-name
               RETURNING amount-col-ptr
           END-CALL
           IF amount-col-ptr NOT EQUAL null
               CALL "PyObject_GetAttrString" USING
                   BY VALUE amount-col-ptr
                   BY REFERENCE sum-name
                   RETURNING amount-sum-func
               END-CALL
               IF amount-sum-func NOT EQUAL null
                   CALL "PyTuple_New" USING
                       BY VALUE 0
                       RETURNING amount-sum-args
                   END-CALL
                   CALL "PyObject_CallObject" USING
                       BY VALUE amount-sum-func
                       BY VALUE amount-sum-args
                       RETURNING amount-sum-ptr
                   END-CALL
                   IF amount-sum-ptr NOT EQUAL null
                       CALL "PyFloat_AsDouble" USING
                           BY VALUE amount-sum-ptr
                           RETURNING extract-in-amt
                       END-CALL
                       MOVE "Y" TO extract-in-amt-sw
                   END-IF
               END-IF
           END-IF.

      ** Posts the step to the balancing ledger as stage EXTRACT:
      *  the rows read_csv delivered against the rows the finished
      *  extract holds. Amounts are posted only when both sides
      *  have an amount column to sum.
       POST-EXTRACT-BALANCE.
           MOVE "EXTRACT" TO pybal-stage
           MOVE csv-out-path-alpha TO pybal-subject
           MOVE wh-result TO pybal-note
           MOVE extract-in-count TO pybal-in-count
           MOVE out-row-count TO pybal-out-count
           IF extract-in-amt-summed AND wrecon-amount-checked
               COMPUTE pybal-in-amount ROUNDED = extract-in-amt
               MOVE out-amount-total TO pybal-out-amount
           ELSE
               SET pybal-amounts-not-measured TO TRUE
           END-IF
           PERFORM POST-BALANCE-ENTRY.

      ** Pulls one side of the pandas debit/credit split, same
      *  mechanics as the read side's paragraph of this name.
       PULL-PANDAS-CLIP-SUM.
               BY VALUE 0
               BY VALUE csv-in2-path-ptr
           END-CALL
           PERFORM START-PERF-TIMER
           CALL "PyObject_CallObject" USING
               BY VALUE read-csv-func
               BY VALUE read-csv-args
               RETURNING enrich-df2-ptr
           END-CALL
           PERFORM STOP-PERF-TIMER
           MOVE "READ_CSV_IN2" TO pyperf-call
           MOVE enrich-df2-ptr TO perf-frame-ptr
           PERFORM RECORD-FRAME-CALL

           IF enrich-df2-ptr EQUAL null
               DISPLAY u'pandas.read_csv failed on second input - '
                       BY REFERENCE on-name
                       BY VALUE merge-key-ptr
                   END-CALL
                   PERFORM START-PERF-TIMER
                   CALL "PyObject_Call" USING
                       BY VALUE merge-func
                       BY VALUE merge-args
                       BY VALUE merge-kwargs
                       RETURNING merge-result-ptr
                   END-CALL
                   PERFORM STOP-PERF-TIMER
                   MOVE "MERGE" TO pyperf-call
                   MOVE merge-result-ptr TO perf-frame-ptr
                   PERFORM RECORD-FRAME-CALL
                   IF merge-result-ptr EQUAL null
                       DISPLAY u'merge failed - check the key in '
                           u'PANDASWRITE_MERGE_ON'
                   BY VALUE 0
                   BY VALUE xform-list-ptr
               END-CALL
               PERFORM START-PERF-TIMER
               CALL "PyObject_CallObject" USING
                   BY VALUE xform-func
                   BY VALUE xform-args
                   RETURNING xform-result-ptr
               END-CALL
               PERFORM STOP-PERF-TIMER
               MOVE "SORT_VALUES" TO pyperf-call
               MOVE xform-result-ptr TO perf-frame-ptr
               PERFORM RECORD-FRAME-CALL
               IF xform-result-ptr EQUAL null
                   DISPLAY u'sort_values failed - check '
                       u'PANDASWRITE_SORT_BY'
                   BY REFERENCE columns-name
                   BY VALUE xform-list-ptr
               END-CALL
               PERFORM START-PERF-TIMER
               CALL "PyObject_Call" USING
                   BY VALUE xform-func
                   BY VALUE xform-args
                   BY VALUE xform-kwargs
                   RETURNING xform-result-ptr
               END-CALL
               PERFORM STOP-PERF-TIMER
               MOVE "DROP_COLUMNS" TO pyperf-call
               MOVE xform-result-ptr TO perf-frame-ptr
               PERFORM RECORD-FRAME-CALL
               IF xform-result-ptr EQUAL null
                   DISPLAY u'drop failed - check '
                       u'PANDASWRITE_DROP_COLUMNS'
                   BY VALUE 0
                   BY VALUE xform-list-ptr
               END-CALL
               PERFORM START-PERF-TIMER
               CALL "PyObject_CallObject" USING
                   BY VALUE xform-func
                   BY VALUE xform-args
                   RETURNING xform-result-ptr
               END-CALL
               PERFORM STOP-PERF-TIMER
               MOVE "KEEP_COLUMNS" TO pyperf-call
               MOVE xform-result-ptr TO perf-frame-ptr
               PERFORM RECORD-FRAME-CALL
               IF xform-result-ptr EQUAL null
                   DISPLAY u'column keep failed - check '
                       u'PANDASWRITE_KEEP_COLUMNS'
                   BY REFERENCE columns-name
                   BY VALUE rename-dict-ptr
               END-CALL
               PERFORM START-PERF-TIMER
               CALL "PyObject_Call" USING
                   BY VALUE xform-func
                   BY VALUE xform-args
                   BY VALUE xform-kwargs
                   RETURNING xform-result-ptr
               END-CALL
               PERFORM STOP-PERF-TIMER
               MOVE "RENAME" TO pyperf-call
               MOVE xform-result-ptr TO perf-frame-ptr
               PERFORM RECORD-FRAME-CALL
               IF xform-result-ptr EQUAL null
                   DISPLAY u'rename failed - check '
                       u'PANDASWRITE_RENAME'
           END-IF
           GOBACK.

      ** Records a timed call that returned a dataframe: its len()
      *  as the rows handled, or RC=-1 when the call failed and
      *  returned none.
       RECORD-FRAME-CALL.
           PERFORM COUNT-FRAME-ROWS
           IF perf-frame-ptr EQUAL null
               MOVE -1 TO pyperf-rc
           END-IF
           PERFORM WRITE-PERF-RECORD.

      ** len() of the dataframe perf-frame-ptr points at, into
      *  pyperf-rows - counted after the timer stopped, so the
      *  count is not part of the call's time.
       COUNT-FRAME-ROWS.
           MOVE ZERO TO pyperf-rows
           MOVE ZERO TO perf-frame-count
           IF perf-frame-ptr NOT EQUAL null
               CALL "PyEval_GetBuiltins"
                   RETURNING builtin-ptr
               END-CALL
               CALL "PyDict_GetItemString" USING
                   BY VALUE builtin-ptr
                   BY REFERENCE len-name
                   RETURNING len-function
               END-CALL
               IF len-function NOT EQUAL null
                   CALL "PyTuple_New" USING
                       BY VALUE 1
                       RETURNING len-args
                   END-CALL
                   CALL "PyTuple_SetItem" USING
                       BY VALUE len-args
                       BY VALUE 0
                       BY VALUE perf-frame-ptr
                   END-CALL
                   CALL "PyObject_CallObject" USING
                       BY VALUE len-function
                       BY VALUE len-args
                       RETURNING len-result-ptr
                   END-CALL
                   IF len-result-ptr NOT EQUAL null
                       CALL "PyLong_AsLong" USING
                           BY VALUE len-result-ptr
                           RETURNING perf-frame-count
                       END-CALL
                       IF perf-frame-count > ZERO
                           MOVE perf-frame-count TO pyperf-rows
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COPY PYRCCHK.
       COPY PYWTOWRT.
       COPY PYVERCHK.
       COPY PYAUDWRT.
       COPY PYPFLK.
       COPY PYBLLK.
