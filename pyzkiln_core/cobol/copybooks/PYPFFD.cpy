      ** PYPFFD - FD and record for the shared Python bridge
      *  performance dataset. COPY this inside FILE SECTION.
       FD  PYPERF-FILE.
       01 pyperf-record PIC X(100).
