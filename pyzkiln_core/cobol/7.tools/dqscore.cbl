       DATA DIVISION.
       FILE SECTION.
       FD  RECON-HIST-FILE.
       01 recon-hist-record PIC X(214).
       FD  SUSPENSE-FILE.
       01 suspense-record PIC X(358).
       FD  RULE-HIST-FILE.
