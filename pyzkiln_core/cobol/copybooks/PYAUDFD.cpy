      ** PYAUDFD - FD and record for the shared Python bridge audit
      *  log. COPY this inside FILE SECTION. The line text is the
      *  first 120 bytes; the chain tags (see PYAUDWS) follow it, so
      *  a reader of the text alone reads the same 120 bytes as
      *  before the trail was chained.
       FD  PYAUDIT-FILE.
       01 pyaudit-record PIC X(164).
