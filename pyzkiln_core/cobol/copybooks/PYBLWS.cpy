      ** PYBLWS - WORKING-STORAGE fields for posting a stage's
      *  counts to the cross-stage balancing ledger (BALLEDG DD).
      *  COPY this after COPY PYAUDWS and ahead of COPY PYBLLK - the
      *  program and run id posted are the ones already set in
      *  pyaudit-program and pyaudit-runid. Set pybal-stage, the
      *  pybal-subject the counts are about (the feed or extract
      *  path), the in/out/rejected/skipped counts and amounts, and
      *  PERFORM POST-BALANCE-ENTRY. A stage that moves rows without
      *  reading their amounts sets pybal-amounts-not-measured. The
      *  fields are cleared again after every post.
      *  A stage's own balance is in = out + rejected + skipped;
      *  BALRPT chains the stages of one run id to each other.
       01 pybal-status        PIC X(02) VALUE "00".
       01 pybal-stage         PIC X(08) VALUE SPACES.
       01 pybal-subject       PIC X(128) VALUE SPACES.
       01 pybal-note          PIC X(04) VALUE SPACES.
       01 pybal-amount-sw     PIC X(01) VALUE "Y".
           88 pybal-amounts-measured     VALUE "Y".
           88 pybal-amounts-not-measured VALUE "N".
       01 pybal-in-count      PIC 9(09) VALUE ZERO.
       01 pybal-in-amount     PIC S9(13)V99 VALUE ZERO.
       01 pybal-out-count     PIC 9(09) VALUE ZERO.
       01 pybal-out-amount    PIC S9(13)V99 VALUE ZERO.
       01 pybal-rej-count     PIC 9(09) VALUE ZERO.
       01 pybal-rej-amount    PIC S9(13)V99 VALUE ZERO.
       01 pybal-skip-count    PIC 9(09) VALUE ZERO.
       01 pybal-skip-amount   PIC S9(13)V99 VALUE ZERO.
      ** A run started outside a PYDRIVER chain takes its run id
      *  from PYZKILN_RUN_ID when the job sets one, so the separate
      *  steps of one job post under the same id.
       01 pybal-job-runid     PIC X(16) VALUE SPACES.
      ** One ledger entry - BALRPT re-parses this layout.
       01 pybal-detail.
           05 bl-ts               PIC X(21).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 bl-runid            PIC X(16).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 bl-stage            PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 bl-program          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 bl-in-count         PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 bl-in-amount        PIC -(13)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 bl-out-count        PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 bl-out-amount       PIC -(13)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 bl-rej-count        PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 bl-rej-amount       PIC -(13)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 bl-skip-count       PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 bl-skip-amount      PIC -(13)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 bl-amount-sw        PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 bl-note             PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 bl-subject          PIC X(128).
