      ** PYAUDHSH - the audit-chain link, shared by PYAUDWRT (batch),
      *  PYAUDCIC (online) and AUDVRFY (which recomputes it). COPYed
      *  by those copybooks; a program does not COPY it itself.
      *  CHAIN-AUDIT-LINE: set pyaudit-line, the chain in
      *  pyaudit-hi-chain and the previous line's sequence and hash
      *  in pyaudit-link-seq/pyaudit-link-hash; the chained line
      *  comes back in pyaudit-chain-line and its sequence and hash
      *  in the link fields. The hash must never change - every
      *  line on the trail and in its archives was made with it.
       CHAIN-AUDIT-LINE.
           ADD 1 TO pyaudit-link-seq
           MOVE pyaudit-link-hash TO pyaudit-hi-prev
           MOVE pyaudit-link-seq TO pyaudit-hi-seq
           MOVE pyaudit-line TO pyaudit-hi-body
           PERFORM HASH-AUDIT-LINE
           MOVE pyaudit-hash-out TO pyaudit-link-hash
           MOVE pyaudit-line TO pyaudit-cl-body
           MOVE " CH=" TO pyaudit-cl-ch-tag
           MOVE pyaudit-hi-chain TO pyaudit-cl-chain
           MOVE " SEQ=" TO pyaudit-cl-seq-tag
           MOVE pyaudit-link-seq TO pyaudit-cl-seq
           MOVE " HC=" TO pyaudit-cl-hc-tag
           MOVE pyaudit-link-hash TO pyaudit-cl-hash.

      ** Hashes pyaudit-hash-input into pyaudit-hash-out.
       HASH-AUDIT-LINE.
           MOVE 1 TO pyaudit-hash-h1
           MOVE 7 TO pyaudit-hash-h2
           PERFORM HASH-AUDIT-BYTE
               VARYING pyaudit-hash-idx FROM 1 BY 1
               UNTIL pyaudit-hash-idx > LENGTH OF pyaudit-hash-input
           MOVE pyaudit-hash-h1 TO pyaudit-ho-h1
           MOVE pyaudit-hash-h2 TO pyaudit-ho-h2.

       HASH-AUDIT-BYTE.
           COMPUTE pyaudit-hash-h1 = FUNCTION MOD(pyaudit-hash-h1
               * 257 + FUNCTION ORD(pyaudit-hash-input
                   (pyaudit-hash-idx:1)), 999999937)
           COMPUTE pyaudit-hash-h2 = FUNCTION MOD(pyaudit-hash-h2
               * 65599 + FUNCTION ORD(pyaudit-hash-input
                   (pyaudit-hash-idx:1)), 999999929).
