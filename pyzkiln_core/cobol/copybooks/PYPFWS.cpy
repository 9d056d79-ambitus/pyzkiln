      ** PYPFWS - WORKING-STORAGE fields for timing calls into
      *  Python and recording them to the shared performance
      *  dataset (PYPERF DD). COPY this after COPY PYAUDWS and ahead
      *  of COPY PYPFLK - the program and run id recorded are the
      *  ones already set in pyaudit-program and pyaudit-runid.
      *  PERFORM START-PERF-TIMER just before the call and
      *  STOP-PERF-TIMER just after it, then set pyperf-call (the
      *  call's name, e.g. READ_CSV), pyperf-rows (rows it handled,
      *  zero when it handles none) and pyperf-rc, and PERFORM
      *  WRITE-PERF-RECORD. Anything done between the stop and the
      *  write - counting the rows a call returned - is not timed.
      *  With no PYPERF dataset the record is simply not written.
       01 pyperf-status       PIC X(02) VALUE "00".
       01 pyperf-call         PIC X(20) VALUE SPACES.
       01 pyperf-rows         PIC 9(09) VALUE ZERO.
       01 pyperf-rc           PIC S9(09) BINARY VALUE ZERO.
       01 pyperf-elapsed-ms   PIC 9(09) VALUE ZERO.
      ** The clock is seconds (to the hundredth CURRENT-DATE
      *  gives) since the start of the integer-date calendar, so a
      *  call that runs across midnight still times correctly.
       01 pyperf-start-clock  PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 pyperf-stop-clock   PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 pyperf-now.
           05 pyperf-now-date     PIC 9(08).
           05 pyperf-now-hh       PIC 9(02).
           05 pyperf-now-mm       PIC 9(02).
           05 pyperf-now-ss       PIC 9(02).
           05 pyperf-now-cc       PIC 9(02).
           05 FILLER              PIC X(05).
      ** One performance record - timestamp, program, call,
      *  elapsed milliseconds, rows handled, the call's return code
      *  and the run-correlation id. PERFRPT re-parses this layout.
       01 pyperf-detail.
           05 pf-ts               PIC X(21).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 pf-program          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 pf-call             PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 pf-elapsed-ms       PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 pf-rows             PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 pf-rc               PIC -(9)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 pf-runid            PIC X(16).
           05 FILLER              PIC X(01) VALUE SPACE.
