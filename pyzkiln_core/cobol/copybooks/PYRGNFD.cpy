      ** PYRGNFD - FD and record for the region reference master.
      *  COPY this inside FILE SECTION.
       FD  REGNMST-FILE.
       01 pyrgn-record PIC X(120).
