      ** PYACWS - WORKING-STORAGE fields for the audit-chain
      *  register (AUDCHN DD), which carries the PYAUDIT chain's
      *  position across the lines that leave the live log. Each
      *  time AUDARCH or HSKEEP moves aged audit lines to a
      *  compressed archive it appends an ARC entry - the archive,
      *  its line count, and the first and last batch-chain
      *  sequence and the last hash of each chain in it - so
      *  AUDVRFY can restore the archives in order and carry the
      *  chain from each into the next and on into the live log.
      *  AUDVRFY appends a VFY entry - the end of the chains as it
      *  found them - after every clean verification, which the
      *  next verification holds the trail to: a chain rebuilt
      *  after an edit, or cut short at its end, no longer agrees.
      *  COPY this after COPY PYAUDWS and ahead of COPY PYACLK.
      *  To record an archive: PERFORM START-ARCHIVE-NOTE before the
      *  split, MOVE each line archived to pyaudit-chain-line and
      *  PERFORM NOTE-ARCHIVED-AUDIT-LINE, PERFORM
      *  OPEN-AUDIT-CHAIN-REGISTER before the live log is cut (a
      *  register that cannot be opened must leave it uncut), and
      *  once it is cut MOVE the archive's name to ac-path and
      *  PERFORM RECORD-AUDIT-ARCHIVE.
       01 pyac-status         PIC X(02) VALUE "00".
       01 pyac-open-sw        PIC X(01) VALUE "N".
           88 pyac-open VALUE "Y".
       01 pyac-eof-sw         PIC X(01) VALUE "N".
           88 pyac-eof VALUE "Y".
       01 pyac-detail.
           05 ac-type             PIC X(04).
               88 ac-archive   VALUE "ARC ".
               88 ac-verified  VALUE "VFY ".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ac-ts               PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ac-lines            PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ac-b-first-seq      PIC 9(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ac-b-seq            PIC 9(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ac-b-hash           PIC X(18).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ac-o-seq            PIC 9(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ac-o-hash           PIC X(18).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ac-path             PIC X(100).
           05 FILLER              PIC X(03) VALUE SPACES.
