       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN-FILE.
       01 audit-in-record PIC X(120).
       WORKING-STORAGE SECTION.
       01 audit-in-status     PIC X(02) VALUE "00".
       01 audit-in-eof-sw     PIC X(01) VALUE "N".
           05 aud-rc-alpha        PIC X(10).
           05 FILLER              PIC X(05).
           05 aud-runid           PIC X(16).
           05 FILLER              PIC X(34).
       01 aud-rc-num          PIC S9(09) VALUE ZERO.
      ** Records from before the correlation id carry no RUN= tag -
      *  they group under one (NONE) bucket.
