       DATA DIVISION.
       FILE SECTION.
       FD  HIST-IN-FILE.
       01 hist-in-record PIC X(214).
       WORKING-STORAGE SECTION.
       01 hist-in-status      PIC X(02) VALUE "00".
       01 hist-in-eof-sw      PIC X(01) VALUE "N".
           05 hr-pandas-debit     PIC X(13).
           05 FILLER              PIC X(01).
           05 hr-pandas-credit    PIC X(13).
      ** The feed's legal entity - blank on an older record, which
      *  is 0001's.
           05 FILLER              PIC X(01).
           05 hr-entity           PIC X(04).
       01 hr-diff-num         PIC S9(09)V99 VALUE ZERO.

      ** Per-feed drift rollup: runs, failures, and the worst
               IF hr-result = "FAIL"
                   ADD 1 TO total-fail-count
               END-IF
               IF hr-entity = SPACES
                   MOVE "0001" TO hr-entity
               END-IF

               DISPLAY "  " hr-ts " " hr-result " ENT=" hr-entity
                   " NATIVE=" hr-native-count
                   " PANDAS=" hr-pandas-count
                   " DIFF=" hr-diff
