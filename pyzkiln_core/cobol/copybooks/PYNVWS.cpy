      ** PYNVWS - WORKING-STORAGE fields for the customer-name
      *  vault (NAMEVLT DD). SUSPENSE, VSAMCHG, VSAMHST, and CHGEVT
      *  never hold a customer name in the clear: the writer swaps
      *  each name (a whole reject image, for SUSPENSE, where the
      *  name's position cannot be trusted) for a token of the form
      *  *NVnnnnnnnnn and files the clear value in the vault under
      *  that token. Those datasets - and SHAREDL's archive copies
      *  of them - then carry nothing that identifies a customer.
      *  The vault DD is allocated only to the writers and to the
      *  programs that genuinely need a clear value back (SUSPREP
      *  repair, VSAMBKO backout, VSAMINQ ASF for an authorized
      *  operator, VSAMRCV forward recovery) or
      *  must erase one (PIIERASE, which tombstones an
      *  erased customer's entries), and every recovery is written
      *  to PYAUDIT with the token as its REF= tag.
      *  COPY this ahead of COPY PYNVLK. To protect: MOVE the clear
      *  value to nv-in-value, the kind (NAM or IMG) to nv-in-kind
      *  the master id (zero when unknown) to nv-in-id and its
      *  legal entity to nv-in-entity, PERFORM
      *  PROTECT-PII-VALUE, and store nv-out-value. To recover:
      *  MOVE the stored value to nv-in-value, PERFORM
      *  RECOVER-PII-VALUE, and use nv-out-value. A value that is
      *  blank, or already a token (protect) or not a token
      *  (recover - records from before protection), passes through
      *  unchanged. For a master record image (the VSAMCHG and
      *  VSAMHST shape), MOVE it to nv-image and PERFORM
      *  PROTECT-IMAGE-NAME or RECOVER-IMAGE-NAME - the name field
      *  is swapped in place. PERFORM CLOSE-NAME-VAULT before the
      *  program ends.
       01 namevlt-status      PIC X(02) VALUE "00".
       01 nv-open-sw          PIC X(01) VALUE "N".
           88 nv-vault-closed VALUE "N".
           88 nv-vault-input  VALUE "I".
           88 nv-vault-update VALUE "U".
       01 nv-in-value         PIC X(256) VALUE SPACES.
       01 nv-in-kind          PIC X(03) VALUE "NAM".
       01 nv-in-id            PIC 9(08) VALUE ZERO.
       01 nv-in-entity        PIC X(04) VALUE SPACES.
       01 nv-out-value        PIC X(256) VALUE SPACES.
       01 nv-image            PIC X(152) VALUE SPACES.
       01 nv-result-sw        PIC X(01) VALUE "P".
           88 nv-result-ok      VALUE "O".
           88 nv-result-passed  VALUE "P".
           88 nv-result-missing VALUE "M".
           88 nv-result-failed  VALUE "F".
       01 nv-token-sw         PIC X(01) VALUE "N".
           88 nv-value-is-token VALUE "Y".
      ** What a dataset receives when the vault cannot take a value
      *  - the name is withheld, never written in the clear.
       01 nv-withheld-token   PIC X(12) VALUE "*NVWITHHELD".
       01 nv-ctl-token        PIC X(12) VALUE "*NV000000000".
       01 nv-new-token.
           05 FILLER              PIC X(03) VALUE "*NV".
           05 nv-new-seq          PIC 9(09).
       01 nv-warned-sw        PIC X(01) VALUE "N".
           88 nv-warned VALUE "Y".
       01 nv-save-action      PIC X(20).
       01 nv-save-rc          PIC S9(09) BINARY.
       01 nv-save-ref         PIC X(16).
       01 nv-protect-count    PIC 9(09) VALUE ZERO.
       01 nv-recover-count    PIC 9(09) VALUE ZERO.
