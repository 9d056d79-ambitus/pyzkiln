       01 pyaudit-rc       PIC S9(09) BINARY.
       01 pyaudit-rc-disp  PIC -(9)9.
       01 pyaudit-ts       PIC X(21).
       01 pyaudit-line     PIC X(120).
      ** Run-correlation id - set once at run or chain start (a
      *  chained callee fetches the chain's id from PYSESSN with a
      *  GETID request; a standalone run moves FUNCTION
      *  (VSAMINQ's OPR card), left at SPACES by everything else,
      *  in which case the audit line carries no OPR= tag.
       01 pyaudit-operator PIC X(08) VALUE SPACES.
      ** Maker identity for dual-control corrections - when a
      *  second operator approves, rejects, or the queue expires a
      *  change one operator keyed, the keying operator is carried
      *  here and the audit line gains an MKR= tag beside OPR=.
      *  Left at SPACES everywhere else.
       01 pyaudit-maker    PIC X(08) VALUE SPACES.
      ** Reference of the one item an action concerns - the vault
      *  token a PII_RECOVER opened, for one - carried as a REF=
      *  tag. Left at SPACES everywhere else.
       01 pyaudit-ref      PIC X(16) VALUE SPACES.
       01 pyaudit-str-ptr  PIC 9(03) BINARY VALUE 1.
      ** Tamper-evident chain. Every line carries, after its 120
      *  bytes of text, the chain it belongs to (B for the batch
      *  programs, O for the online region, which cannot read the
      *  dataset and keeps its own), its sequence number in that
      *  chain, and a hash over the previous line's hash, the chain,
      *  the sequence number and the text - so an edited, inserted,
      *  removed or reordered line no longer hashes to its chain.
      *  AUDVRFY walks the chains. The batch chain's position is
      *  taken from the last B line on the log at a run's first
      *  audit write and then held here; EXTERNAL, so every program
      *  of the run (a CALLed SHAREDL, a chained PYDRIVER step)
      *  continues the one position instead of each its own.
       01 pyaudit-chain EXTERNAL.
           05 pyaudit-chain-state PIC X(08).
               88 pyaudit-chain-loaded VALUE "LOADED".
           05 pyaudit-chain-seq   PIC 9(12).
           05 pyaudit-chain-hash  PIC X(18).
       01 pyaudit-chain-eof-sw     PIC X(01).
           88 pyaudit-chain-eof VALUE "Y".
      ** The link being made - CHAIN-AUDIT-LINE takes the previous
      *  line's sequence and hash here and leaves the new line's.
       01 pyaudit-link-seq    PIC 9(12).
       01 pyaudit-link-hash   PIC X(18).
      ** The online chain's position, held by the region in the
      *  TS queue PYAUCHN (PYAUDCIC only).
       01 pyaudit-online-queue PIC X(08) VALUE "PYAUCHN".
       01 pyaudit-online-resp  PIC S9(08) BINARY.
       01 pyaudit-online-len   PIC S9(04) BINARY.
       01 pyaudit-online-state.
           05 pyaudit-os-seq      PIC 9(12).
           05 pyaudit-os-hash     PIC X(18).
       01 pyaudit-online-found-sw PIC X(01).
           88 pyaudit-online-found VALUE "Y".
      ** One line of the log in its chained shape.
       01 pyaudit-chain-line.
           05 pyaudit-cl-body     PIC X(120).
           05 pyaudit-cl-ch-tag   PIC X(04).
               88 pyaudit-cl-ch-tag-ok VALUE " CH=".
           05 pyaudit-cl-chain    PIC X(01).
               88 pyaudit-cl-batch  VALUE "B".
               88 pyaudit-cl-online VALUE "O".
           05 pyaudit-cl-seq-tag  PIC X(05).
               88 pyaudit-cl-seq-tag-ok VALUE " SEQ=".
           05 pyaudit-cl-seq      PIC 9(12).
           05 pyaudit-cl-hc-tag   PIC X(04).
               88 pyaudit-cl-hc-tag-ok VALUE " HC=".
           05 pyaudit-cl-hash     PIC X(18).
      ** HASH-AUDIT-LINE's input and result - two multiplicative
      *  hashes over the input, each modulo a prime under 10**9,
      *  side by side.
       01 pyaudit-hash-input.
           05 pyaudit-hi-prev     PIC X(18).
           05 pyaudit-hi-chain    PIC X(01).
           05 pyaudit-hi-seq      PIC 9(12).
           05 pyaudit-hi-body     PIC X(120).
       01 pyaudit-hash-idx    PIC 9(03) BINARY.
       01 pyaudit-hash-h1     PIC 9(18) BINARY.
       01 pyaudit-hash-h2     PIC 9(18) BINARY.
       01 pyaudit-hash-out.
           05 pyaudit-ho-h1   PIC 9(09).
           05 pyaudit-ho-h2   PIC 9(09).
