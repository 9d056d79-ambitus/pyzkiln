      ** PYCEFD - FDs and records for the master change-event feed
      *  and its sequence control record. COPY this inside FILE
      *  SECTION.
       FD  CHGEVT-FILE.
       01 chgevt-record PIC X(384).
       FD  CHGSEQ-FILE.
       01 chgseq-record PIC X(80).
