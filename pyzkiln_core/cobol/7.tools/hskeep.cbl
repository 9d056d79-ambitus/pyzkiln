               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS keep-work-status.
           COPY PYAUDSEL.
      ** The audit-chain register, for a policy entry that turns
      *  out to be the chained audit trail - AUDARCH's pattern.
           COPY PYACSL.
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       FD  KEEP-WORK-FILE.
       01 keep-work-record PIC X(512).
       COPY PYAUDFD.
       COPY PYACFD.
       WORKING-STORAGE SECTION.
       01 policy-status       PIC X(02) VALUE "00".
       01 policy-eof-sw       PIC X(01) VALUE "N".
       01 arch-out-alpha      PIC X(256) VALUE SPACES.
       01 saved-rc            PIC 9(05) VALUE ZERO.

      ** Set when the dataset in hand carries the PYAUDIT chain
      *  tags - the audit trail itself, whose aged lines may only
      *  leave through a recorded archive.
       01 audit-trail-sw      PIC X(01) VALUE "N".
           88 target-is-audit-trail VALUE "Y".

       COPY PYAUDWS.
       COPY PYACWS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE "HSKEEP" TO pyaudit-program
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
      ** The chain position is taken before any cut, in case one
      *  of the datasets is the audit trail and is cut to nothing.
           IF NOT pyaudit-chain-loaded
               PERFORM LOAD-AUDIT-CHAIN
           END-IF

           OPEN INPUT POLICY-FILE
           IF policy-status NOT = "00"
               pol-arch-alpha ")"

           PERFORM SPLIT-TARGET-DATASET
           IF RETURN-CODE = ZERO AND target-is-audit-trail
               AND aged-line-count NOT = ZERO
               PERFORM CHECK-AUDIT-TRAIL-ENTRY
           END-IF
           IF RETURN-CODE NOT = ZERO
               ADD 1 TO datasets-fail-count
               MOVE ZERO TO RETURN-CODE
                           ADD 1 TO datasets-fail-count
                           MOVE ZERO TO RETURN-CODE
                       ELSE
                           IF target-is-audit-trail
                               MOVE arch-out-alpha TO ac-path
                               PERFORM RECORD-AUDIT-ARCHIVE
                               DISPLAY "  CHAIN POSITION RECORDED - "
                                   "BATCH SEQUENCE " ac-b-first-seq
                                   " TO " ac-b-seq " ARCHIVED"
                               IF RETURN-CODE NOT = ZERO
                                   ADD 1 TO datasets-fail-count
                                   MOVE ZERO TO RETURN-CODE
                               END-IF
                           END-IF
                           ADD 1 TO datasets-done-count
                           DISPLAY "  AGED=" aged-line-count
                               " RETAINED=" kept-line-count
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF pyac-open
               CLOSE AUDCHN-FILE
               MOVE "N" TO pyac-open-sw
           END-IF.

      ** The audit trail is cut only through a recorded archive -
      *  lines dropped unarchived, or archived without their chain
      *  position, would leave the trail unprovable.
       CHECK-AUDIT-TRAIL-ENTRY.
           DISPLAY "  DATASET IS THE CHAINED AUDIT TRAIL"
           IF NOT pol-archive-wanted
               DISPLAY "  ITS AGED LINES MUST BE ARCHIVED (ARCHIVE=Y)"
                   " - ENTRY SKIPPED, DATASET LEFT AS IS"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-AUDIT-CHAIN-REGISTER
               IF NOT pyac-open
                   DISPLAY "  THE ARCHIVE'S CHAIN POSITION CANNOT BE "
                       "RECORDED - ENTRY SKIPPED, DATASET LEFT AS IS"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ** Cuts the record's date out at the declared position and
           MOVE ZERO TO aged-line-count
           MOVE ZERO TO kept-line-count
           MOVE "N" TO target-eof-sw
           MOVE "N" TO audit-trail-sw
           PERFORM START-ARCHIVE-NOTE

           OPEN INPUT TARGET-FILE
           IF target-status NOT = "00"

       SPLIT-ONE-TARGET-LINE.
           PERFORM EXTRACT-RECORD-DATE
           MOVE target-record TO pyaudit-chain-line
           IF pyaudit-cl-ch-tag-ok AND pyaudit-cl-seq-tag-ok
               AND pyaudit-cl-hc-tag-ok
               SET target-is-audit-trail TO TRUE
           END-IF
           IF record-date-work < boundary-date
               MOVE target-record TO aged-out-record
               WRITE aged-out-record
               ADD 1 TO aged-line-count
               PERFORM NOTE-ARCHIVED-AUDIT-LINE
           END-IF

           READ TARGET-FILE INTO target-record
           END-READ.

       COPY PYAUDWRT.
       COPY PYACLK.
