      ** PYCEWS - WORKING-STORAGE fields for publishing committed
      *  master changes to the change-event feed (CHGEVT DD), the
      *  ordered dataset downstream subscribers read through
      *  CHGFEED instead of diffing a nightly extract. Every event
      *  carries the next number from the sequence control record
      *  (CHGSEQ DD) - advanced BEFORE the event is written, so an
      *  abend between the two leaves a gap, never a number used
      *  twice - with the event type, the program and run id
      *  already set in pyaudit-program and pyaudit-runid, the
      *  record's key, and its before and after images. The images
      *  carry vault tokens, not names, the same as VSAMCHG and
      *  VSAMHST. COPY this after COPY PYAUDWS and PYNVWS and ahead
      *  of COPY PYCELK.
      *  To publish: MOVE the event type (ADD, CHG, DEL, or RLD - a
      *  FULL reload, no images) to pyce-type, the master images
      *  to pyce-before and pyce-after (SPACES where there is
      *  none), and PERFORM PUBLISH-CHANGE-EVENT. A publish that
      *  fails is reported and leaves the step at least RC=4.
       01 pyce-status         PIC X(02) VALUE "00".
       01 pyce-seq-status     PIC X(02) VALUE "00".
       01 pyce-eof-sw         PIC X(01) VALUE "N".
           88 pyce-eof VALUE "Y".
       01 pyce-seq-loaded-sw  PIC X(01) VALUE "N".
           88 pyce-seq-loaded VALUE "Y".
       01 pyce-type           PIC X(03) VALUE SPACES.
       01 pyce-before         PIC X(152) VALUE SPACES.
       01 pyce-after          PIC X(152) VALUE SPACES.
       01 pyce-last-seq       PIC 9(12) VALUE ZERO.
       01 pyce-event-count    PIC 9(09) VALUE ZERO.
       01 pyce-fail-count     PIC 9(09) VALUE ZERO.
      ** The sequence control record - the last number issued, and
      *  when and by which run.
       01 pyce-seq-detail.
           05 FILLER              PIC X(05) VALUE "LAST=".
           05 pcs-last-seq        PIC 9(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 pcs-ts              PIC X(21).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 pcs-program         PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 pcs-runid           PIC X(16).
           05 FILLER              PIC X(15) VALUE SPACES.
      ** One change event - CHGFEED re-parses this layout.
       01 pyce-detail.
           05 ce-seq              PIC 9(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ce-ts               PIC X(21).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ce-type             PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ce-program          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ce-runid            PIC X(16).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ce-entity           PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ce-id               PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ce-before           PIC X(152).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ce-after            PIC X(152).
