               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pyscript-status.
           COPY PYAUDSEL.
           COPY PYPFSL.
       DATA DIVISION.
       FILE SECTION.
       FD  PYSCRIPT-FILE.
       01 pyscript-record PIC X(80).
       COPY PYAUDFD.
       COPY PYPFFD.
       WORKING-STORAGE SECTION.
      ** pyrun is loaded at runtime from the PYSCRIPT DD rather than
      *  carrying a fixed literal, so the analytic snippet can be
       COPY PYRC.
       COPY PYVERWS.
       COPY PYAUDWS.
       COPY PYPFWS.
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN INPUT PYSCRIPT-FILE
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid

           PERFORM RESOLVE-PYTHON-VERSION
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

           PERFORM START-PERF-TIMER
           CALL "PyRun_SimpleString" USING
           BY REFERENCE pyrun
           RETURNING py-run-rc
           END-CALL
           PERFORM STOP-PERF-TIMER
           MOVE "PYRUN_SIMPLESTRING" TO pyaudit-action
           MOVE py-run-rc TO pyaudit-rc
           PERFORM WRITE-AUDIT-RECORD
           MOVE "PYRUN_SIMPLESTRING" TO pyperf-call
           MOVE py-run-rc TO pyperf-rc
           PERFORM WRITE-PERF-RECORD

           PERFORM CHECK-PYTHON-RC

       COPY PYWTOWRT.
       COPY PYVERCHK.
       COPY PYAUDWRT.
       COPY PYPFLK.
