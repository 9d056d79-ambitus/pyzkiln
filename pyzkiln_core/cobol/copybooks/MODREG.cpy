      *  COPY MODREGSL into FILE-CONTROL and MODREGFD into the FILE
      *  SECTION alongside this, and PERFORM LOAD-MODULE-REGISTRY
      *  (in MODREGLK) before the first lookup. When no MODREGDS is
      *  allocated, the shipped default entries are used, which
      *  keeps the demo decks running unchanged.
       01 modreg-count            PIC 9(02) BINARY VALUE ZERO.
       01 modreg-table.
