      ** PYACLK - shared paragraphs for recording an audit archive
      *  in the audit-chain register. COPY as its own paragraphs in
      *  the PROCEDURE DIVISION; see PYACWS for the calling
      *  protocol.
       START-ARCHIVE-NOTE.
           MOVE "ARC " TO ac-type
           MOVE ZERO TO ac-lines ac-b-first-seq ac-b-seq ac-o-seq
           MOVE ALL "0" TO ac-b-hash ac-o-hash
           MOVE SPACES TO ac-path.

       NOTE-ARCHIVED-AUDIT-LINE.
           ADD 1 TO ac-lines
           IF pyaudit-cl-ch-tag-ok AND pyaudit-cl-seq-tag-ok
               AND pyaudit-cl-hc-tag-ok AND pyaudit-cl-seq IS NUMERIC
               EVALUATE TRUE
                   WHEN pyaudit-cl-batch
                       IF ac-b-first-seq = ZERO
                           MOVE pyaudit-cl-seq TO ac-b-first-seq
                       END-IF
                       MOVE pyaudit-cl-seq TO ac-b-seq
                       MOVE pyaudit-cl-hash TO ac-b-hash
                   WHEN pyaudit-cl-online
                       MOVE pyaudit-cl-seq TO ac-o-seq
                       MOVE pyaudit-cl-hash TO ac-o-hash
               END-EVALUATE
           END-IF.

       OPEN-AUDIT-CHAIN-REGISTER.
           OPEN EXTEND AUDCHN-FILE
           IF pyac-status = "35"
               OPEN OUTPUT AUDCHN-FILE
           END-IF
           IF pyac-status = "00"
               SET pyac-open TO TRUE
           ELSE
               DISPLAY "UNABLE TO OPEN AUDCHN DD, STATUS="
                   pyac-status
           END-IF.

       RECORD-AUDIT-ARCHIVE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ac-ts
           MOVE pyac-detail TO audchn-record
           WRITE audchn-record
           IF pyac-status NOT = "00"
               DISPLAY "AUDCHN WRITE FAILED, STATUS=" pyac-status
                   " - ADD THIS ENTRY BY HAND: " audchn-record
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE AUDCHN-FILE
           MOVE "N" TO pyac-open-sw.
