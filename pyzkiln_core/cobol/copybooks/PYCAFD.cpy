      ** PYCAFD - FD and record for the customer activity profile
      *  master. One record per master key - id and legal entity -
      *  kept by PANDASREAD's native pass as each add or change
      *  reaches the master: the first and last trans_date the id
      *  has carried, its lifetime transaction count and amount, the
      *  largest single amount (by size, sign kept), and the region
      *  of its latest transaction. ca-last-feed/-line/-amount/
      *  -row-date name the row last counted, so a rerun of the
      *  same extract - or a resumed apply - does not count that
      *  row twice.
      *  ca-mtd-month/-count/-amount hold the id's month-to-date
      *  figures for the calendar month (yyyy-mm) of the latest
      *  trans_date folded; a row dated into a later month starts
      *  the month again, one dated into an earlier month leaves
      *  them alone. LIMMON monitors exposure limits from them.
       FD  CUST-ACTIVITY-FILE.
       01 custact-record.
           05 ca-key.
               10 ca-id           PIC 9(08).
               10 ca-entity       PIC X(04).
           05 ca-first-date       PIC X(10).
           05 ca-last-date        PIC X(10).
           05 ca-txn-count        PIC 9(09).
           05 ca-life-amount      PIC S9(13)V99.
           05 ca-max-amount       PIC S9(09)V99.
           05 ca-last-region      PIC X(04).
           05 ca-last-amount      PIC S9(09)V99.
           05 ca-last-feed        PIC X(64).
           05 ca-last-line        PIC 9(09).
           05 ca-first-runid      PIC X(16).
           05 ca-last-runid       PIC X(16).
           05 ca-upd-ts           PIC X(21).
           05 ca-last-row-date    PIC X(10).
           05 ca-mtd-month        PIC X(07).
           05 ca-mtd-count        PIC 9(07).
           05 ca-mtd-amount       PIC S9(13)V99.
           05 FILLER              PIC X(06).
