      ** PYAUDWRT - shared paragraph that appends one timestamped line
      *  (program, action, return code, and the optional RUN=,
      *  OPR=, MKR= and REF= tags) to the Python bridge audit log,
      *  chained into the batch chain (see PYAUDWS). COPY this as
      *  its own paragraphs in the PROCEDURE DIVISION.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO pyaudit-ts
           MOVE pyaudit-rc TO pyaudit-rc-disp
                   WITH POINTER pyaudit-str-ptr
               END-STRING
           END-IF
           IF pyaudit-maker NOT = SPACES
               STRING " MKR=" DELIMITED BY SIZE
                   pyaudit-maker DELIMITED BY SIZE
                   INTO pyaudit-line
                   WITH POINTER pyaudit-str-ptr
               END-STRING
           END-IF
           IF pyaudit-ref NOT = SPACES
               STRING " REF=" DELIMITED BY SIZE
                   FUNCTION TRIM(pyaudit-ref) DELIMITED BY SIZE
                   INTO pyaudit-line
                   WITH POINTER pyaudit-str-ptr
               END-STRING
           END-IF

           IF NOT pyaudit-chain-loaded
               PERFORM LOAD-AUDIT-CHAIN
           END-IF
           MOVE pyaudit-line TO pyaudit-record
           IF pyaudit-chain-loaded
               MOVE pyaudit-chain-seq TO pyaudit-link-seq
               MOVE pyaudit-chain-hash TO pyaudit-link-hash
               MOVE "B" TO pyaudit-hi-chain
               PERFORM CHAIN-AUDIT-LINE
               MOVE pyaudit-chain-line TO pyaudit-record
           END-IF

           OPEN EXTEND PYAUDIT-FILE
           IF pyaudit-status = "35"
               OPEN OUTPUT PYAUDIT-FILE
           END-IF

           WRITE pyaudit-record
      ** The chain moves on only once the line is on the log.
           IF pyaudit-status = "00" AND pyaudit-chain-loaded
               MOVE pyaudit-link-seq TO pyaudit-chain-seq
               MOVE pyaudit-link-hash TO pyaudit-chain-hash
           END-IF
           CLOSE PYAUDIT-FILE.

      ** Takes the batch chain's position from the last B line on
      *  the log - once per run; the position is held from then on.
      *  An empty or new log starts the chain. A log that cannot be
      *  read leaves the line unchained, which AUDVRFY reports.
       LOAD-AUDIT-CHAIN.
           MOVE ZERO TO pyaudit-chain-seq
           MOVE ALL "0" TO pyaudit-chain-hash
           MOVE "N" TO pyaudit-chain-eof-sw
           OPEN INPUT PYAUDIT-FILE
           EVALUATE pyaudit-status
               WHEN "00"
                   READ PYAUDIT-FILE
                       AT END SET pyaudit-chain-eof TO TRUE
                   END-READ
                   PERFORM LOAD-AUDIT-CHAIN-LINE
                       UNTIL pyaudit-chain-eof
                   CLOSE PYAUDIT-FILE
                   MOVE "LOADED" TO pyaudit-chain-state
               WHEN "35"
                   MOVE "LOADED" TO pyaudit-chain-state
               WHEN OTHER
                   DISPLAY "PYAUDIT CHAIN POSITION UNREADABLE, STATUS="
                       pyaudit-status " - AUDIT LINE WRITTEN UNCHAINED"
           END-EVALUATE.

       LOAD-AUDIT-CHAIN-LINE.
           MOVE pyaudit-record TO pyaudit-chain-line
           IF pyaudit-cl-ch-tag-ok AND pyaudit-cl-batch
               AND pyaudit-cl-seq-tag-ok AND pyaudit-cl-hc-tag-ok
               AND pyaudit-cl-seq IS NUMERIC
               MOVE pyaudit-cl-seq TO pyaudit-chain-seq
               MOVE pyaudit-cl-hash TO pyaudit-chain-hash
           END-IF
           READ PYAUDIT-FILE
               AT END SET pyaudit-chain-eof TO TRUE
           END-READ.

       COPY PYAUDHSH.
