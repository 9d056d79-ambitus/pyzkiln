      ** PYNVFD - FD and record for the customer-name vault. One
      *  record per protected value, keyed by the token that stands
      *  in for it in the dataset it was written to, plus the
      *  control record (token *NV000000000) that carries the last
      *  token number issued. nv-mst-entity is the legal entity of
      *  nv-mst-id - blank on an entry filed before the master
      *  carried one, which is 0001's. COPY this inside FILE
      *  SECTION.
       FD  NAME-VAULT-FILE.
       01 namevlt-record.
           05 nv-token            PIC X(12).
           05 nv-kind             PIC X(03).
           05 nv-mst-id           PIC 9(08).
           05 nv-ts               PIC X(21).
           05 nv-program          PIC X(08).
           05 nv-clear            PIC X(256).
           05 nv-ctl-view REDEFINES nv-clear.
               10 nv-ctl-last-seq PIC 9(09).
               10 FILLER          PIC X(247).
           05 nv-mst-entity       PIC X(04).
