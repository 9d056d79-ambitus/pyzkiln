      ** PYBLFD - FD and record for the cross-stage balancing
      *  ledger. COPY this inside FILE SECTION.
       FD  BALLEDG-FILE.
       01 balledg-record PIC X(304).
