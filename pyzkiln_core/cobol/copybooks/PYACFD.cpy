      ** PYACFD - FD and record for the audit-chain register. COPY
      *  this inside FILE SECTION.
       FD  AUDCHN-FILE.
       01 audchn-record PIC X(210).
