       FD  CHECKPOINT-FILE.
       01 checkpoint-record PIC X(09).
       FD  DELTA-STAGE-FILE.
       01 dlta-stg-record PIC X(316).
       FD  DELTA-MARK-FILE.
       01 dlta-mark-record PIC X(06).
       FD  RUN-SUMMARY-FILE.
       01 run-summary-record PIC X(100).
       FD  CHAIN-LOG-FILE.
       01 chain-log-record PIC X(65).
       COPY PYAUDFD.
           05 ra-rs-recon         PIC X(04).
           05 FILLER              PIC X(01).
           05 ra-rs-highest-rc    PIC 9(05).
           05 FILLER              PIC X(01).
           05 ra-rs-adj-count     PIC X(09).
           05 FILLER              PIC X(01).
           05 ra-rs-adj-amount    PIC X(15).
       01 runsumm-found-sw    PIC X(01) VALUE "N".
           88 runsumm-found VALUE "Y".

           05 ra-aud-program      PIC X(08).
           05 FILLER              PIC X(01).
           05 ra-aud-action       PIC X(20).
           05 FILLER              PIC X(69).
       01 prog-tbl-used       PIC 9(02) BINARY VALUE ZERO.
       01 prog-scan-idx       PIC 9(02) BINARY VALUE ZERO.
       01 prog-match-idx      PIC 9(02) BINARY VALUE ZERO.
