           SELECT KEEP-WORK-FILE ASSIGN TO keep-path-alpha
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS keep-work-status.
      ** The audit-chain register - each archive's chain position
      *  is recorded there, so the chain can be followed from the
      *  archive into what stays live.
           COPY PYACSL.
       DATA DIVISION.
       FILE SECTION.
       COPY PYAUDFD.
       FD  AGED-OUT-FILE.
       01 aged-out-record PIC X(164).
       FD  KEEP-WORK-FILE.
       01 keep-work-record PIC X(164).
       COPY PYACFD.
       WORKING-STORAGE SECTION.
       01 aged-path-alpha     PIC X(256) VALUE SPACES.
       01 aged-out-status     PIC X(02) VALUE "00".
           88 audit-eof VALUE "Y".
       01 keep-eof-sw         PIC X(01) VALUE "N".
           88 keep-eof VALUE "Y".
       01 audit-work-line     PIC X(164).

      ** Retention boundary - lines whose timestamp date is older
      *  than keep-days before today are aged off; the rest stay
       01 arch-out-alpha      PIC X(256) VALUE SPACES.

       COPY PYAUDWS.
       COPY PYACWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "===== AUDIT LOG ARCHIVAL ====="
           MOVE "AUDARCH" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid
      ** The chain position is taken before the cut - a cut that
      *  leaves the live log empty must not restart the chain.
           IF NOT pyaudit-chain-loaded
               PERFORM LOAD-AUDIT-CHAIN
           END-IF

           PERFORM RESOLVE-RETENTION-PARMS
           PERFORM SPLIT-AUDIT-LOG
               GOBACK
           END-IF

           PERFORM OPEN-AUDIT-CHAIN-REGISTER
           IF NOT pyac-open
               DISPLAY "THE ARCHIVE'S CHAIN POSITION CANNOT BE "
                   "RECORDED - LIVE LOG LEFT UNTOUCHED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM TRUNCATE-LIVE-LOG
           MOVE arch-out-alpha TO ac-path
           PERFORM RECORD-AUDIT-ARCHIVE
           DISPLAY "CHAIN POSITION RECORDED - BATCH SEQUENCE "
               ac-b-first-seq " TO " ac-b-seq " ARCHIVED"

      ** Stamp the archival itself into the (now truncated) log so
      *  the retention run is as traceable as the runs it tidied.
           MOVE SPACES TO pyaudit-action
           STRING "ARCHIVED=" DELIMITED BY SIZE
               aged-line-count DELIMITED BY SIZE
               INTO pyaudit-action
           MOVE ZERO TO aged-line-count
           MOVE ZERO TO kept-line-count
           MOVE "N" TO audit-eof-sw
           PERFORM START-ARCHIVE-NOTE

           OPEN INPUT PYAUDIT-FILE
           IF pyaudit-status NOT = "00"
               MOVE audit-work-line TO aged-out-record
               WRITE aged-out-record
               ADD 1 TO aged-line-count
               MOVE audit-work-line TO pyaudit-chain-line
               PERFORM NOTE-ARCHIVED-AUDIT-LINE
           END-IF

           READ PYAUDIT-FILE INTO audit-work-line
           END-READ.

       COPY PYAUDWRT.
       COPY PYACLK.
