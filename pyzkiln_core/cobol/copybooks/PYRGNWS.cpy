      ** PYRGNWS - WORKING-STORAGE fields for the region reference
      *  master (REGNMST DD), the one list of the regions the site
      *  trades in. One line per region:
      *    code,description,manager,currency,open,close,active
      *  e.g. NE01,NORTHEAST,J RIVERA,USD,2019-01-01,,Y - the
      *  dates are yyyy-mm-dd, a blank close date leaves the region
      *  open, and active N suspends it whatever its dates. RGNMAINT
      *  maintains the dataset; a * line is a comment.
      *  A row is taken for a region on the master that is active
      *  and open on the row's date (on or after its open date, on
      *  or before its close date). PANDASREAD and SUSPREP refuse
      *  any other row - RGNU for a code not on the master, RGNC
      *  for a region closed, not yet open or inactive on that
      *  date - and the reports print each region's description
      *  beside its code. With no dataset allocated every region is
      *  taken and the reports print codes alone, as before the
      *  master existed.
      *  COPY this ahead of COPY PYRGNLK; PERFORM LOAD-REGION-MASTER
      *  once at startup. To check a row: MOVE its region to
      *  rg-check-code and its yyyy-mm-dd date (spaces to check the
      *  flag alone) to rg-check-date, PERFORM CHECK-REGION-CODE,
      *  and test rg-check-ok / rg-check-unknown / rg-check-closed;
      *  rg-check-idx is the region's slot (zero when unknown). For
      *  a report: MOVE the code to rg-check-code and PERFORM
      *  LOOKUP-REGION-NAME for its description in rg-check-name.
       01 pyrgn-status        PIC X(02) VALUE "00".
       01 pyrgn-eof-sw        PIC X(01) VALUE "N".
           88 pyrgn-eof VALUE "Y".
       01 rg-dataset-sw       PIC X(01) VALUE "N".
           88 rg-master-loaded VALUE "Y".
       01 rg-used             PIC 9(03) BINARY VALUE ZERO.
       01 rg-idx              PIC 9(03) BINARY VALUE ZERO.
       01 rg-bad-lines        PIC 9(03) VALUE ZERO.
       01 rg-table.
           05 rg-entry OCCURS 100 TIMES.
               10 rg-code          PIC X(04).
               10 rg-desc          PIC X(30).
               10 rg-manager       PIC X(30).
               10 rg-currency      PIC X(03).
               10 rg-open-date     PIC X(10).
               10 rg-close-date    PIC X(10).
               10 rg-active-sw     PIC X(01).
                   88 rg-active VALUE "Y".
      ** One master line split into its fields - RGNMAINT edits its
      *  cards into the same fields.
       01 rg-line-fields.
           05 rg-code-alpha       PIC X(10).
           05 rg-desc-alpha       PIC X(40).
           05 rg-mgr-alpha        PIC X(40).
           05 rg-cur-alpha        PIC X(10).
           05 rg-open-alpha       PIC X(12).
           05 rg-close-alpha      PIC X(12).
           05 rg-active-alpha     PIC X(04).
       01 rg-line-error       PIC X(40) VALUE SPACES.
       01 rg-date-alpha       PIC X(12).
       01 rg-date-x           PIC X(08).
       01 rg-date-num REDEFINES rg-date-x PIC 9(08).
       01 rg-date-ok-sw       PIC X(01) VALUE "N".
           88 rg-date-ok VALUE "Y".
       01 rg-check-code       PIC X(04) VALUE SPACES.
       01 rg-check-date       PIC X(10) VALUE SPACES.
       01 rg-check-idx        PIC 9(03) BINARY VALUE ZERO.
       01 rg-check-result     PIC X(04) VALUE SPACES.
           88 rg-check-ok VALUE SPACES.
           88 rg-check-unknown VALUE "RGNU".
           88 rg-check-closed VALUE "RGNC".
       01 rg-check-name       PIC X(30) VALUE SPACES.
