      ** PYAUDCIC - the CICS counterparts of PYAUDWRT and PYWTOWRT
      *  for an online transaction, which can neither OPEN the
      *  PYAUDIT dataset nor DISPLAY UPON CONSOLE. The audit line is
      *  built exactly as PYAUDWRT builds it (keep the two in step)
      *  and written to the extrapartition transient-data queue
      *  PYAU, which the region allocates to the same audit dataset
      *  the batch programs extend; the alert goes out as the same
      *  fixed-id PYZK001E message through WRITE OPERATOR. COPY this
      *  as its own paragraphs in the PROCEDURE DIVISION of a CICS
      *  program that COPYs PYAUDWS, in place of PYAUDWRT and
      *  PYWTOWRT.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO pyaudit-ts
           MOVE pyaudit-rc TO pyaudit-rc-disp
           MOVE SPACES TO pyaudit-line
           MOVE 1 TO pyaudit-str-ptr
           STRING pyaudit-ts DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               pyaudit-program DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               pyaudit-action DELIMITED BY SIZE
               " RC=" DELIMITED BY SIZE
               pyaudit-rc-disp DELIMITED BY SIZE
               INTO pyaudit-line
               WITH POINTER pyaudit-str-ptr
           END-STRING
           IF pyaudit-runid NOT = SPACES
               STRING " RUN=" DELIMITED BY SIZE
                   pyaudit-runid DELIMITED BY SIZE
                   INTO pyaudit-line
                   WITH POINTER pyaudit-str-ptr
               END-STRING
           END-IF
           IF pyaudit-operator NOT = SPACES
               STRING " OPR=" DELIMITED BY SIZE
                   pyaudit-operator DELIMITED BY SIZE
                   INTO pyaudit-line
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

      ** The region cannot read the dataset to find the batch
      *  chain's end, so its lines form the online chain (O), whose
      *  position the region holds in the TS queue PYAUCHN. The ENQ
      *  keeps two tasks from taking the same link; a region cold
      *  start loses the queue and the chain restarts, which AUDVRFY
      *  reports as a restart, not a break.
           EXEC CICS ENQ RESOURCE(pyaudit-online-queue)
               LENGTH(LENGTH OF pyaudit-online-queue)
               NOHANDLE
           END-EXEC
           MOVE LENGTH OF pyaudit-online-state TO pyaudit-online-len
           EXEC CICS READQ TS QUEUE(pyaudit-online-queue)
               INTO(pyaudit-online-state)
               LENGTH(pyaudit-online-len)
               ITEM(1)
               RESP(pyaudit-online-resp)
           END-EXEC
           IF pyaudit-online-resp = DFHRESP(NORMAL)
               AND pyaudit-os-seq IS NUMERIC
               SET pyaudit-online-found TO TRUE
               MOVE pyaudit-os-seq TO pyaudit-link-seq
               MOVE pyaudit-os-hash TO pyaudit-link-hash
           ELSE
               MOVE "N" TO pyaudit-online-found-sw
               MOVE ZERO TO pyaudit-link-seq
               MOVE ALL "0" TO pyaudit-link-hash
           END-IF
           MOVE "O" TO pyaudit-hi-chain
           PERFORM CHAIN-AUDIT-LINE

           EXEC CICS WRITEQ TD QUEUE('PYAU')
               FROM(pyaudit-chain-line)
               LENGTH(LENGTH OF pyaudit-chain-line)
               RESP(pyaudit-online-resp)
           END-EXEC
      ** The chain moves on only once the line is on the queue.
           IF pyaudit-online-resp = DFHRESP(NORMAL)
               MOVE pyaudit-link-seq TO pyaudit-os-seq
               MOVE pyaudit-link-hash TO pyaudit-os-hash
               MOVE LENGTH OF pyaudit-online-state
                   TO pyaudit-online-len
               IF pyaudit-online-found
                   EXEC CICS WRITEQ TS QUEUE(pyaudit-online-queue)
                       FROM(pyaudit-online-state)
                       LENGTH(pyaudit-online-len)
                       ITEM(1) REWRITE AUXILIARY
                       NOHANDLE
                   END-EXEC
               ELSE
                   EXEC CICS DELETEQ TS QUEUE(pyaudit-online-queue)
                       NOHANDLE
                   END-EXEC
                   EXEC CICS WRITEQ TS QUEUE(pyaudit-online-queue)
                       FROM(pyaudit-online-state)
                       LENGTH(pyaudit-online-len)
                       AUXILIARY
                       NOHANDLE
                   END-EXEC
               END-IF
           END-IF
           EXEC CICS DEQ RESOURCE(pyaudit-online-queue)
               LENGTH(LENGTH OF pyaudit-online-queue)
               NOHANDLE
           END-EXEC.

       ISSUE-OPERATOR-ALERT.
           MOVE SPACES TO pyaudit-line
           STRING "PYZK001E " DELIMITED BY SIZE
               pyaudit-program DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               pyaudit-action DELIMITED BY SIZE
               " FAILED" DELIMITED BY SIZE
               INTO pyaudit-line
           END-STRING
           EXEC CICS WRITE OPERATOR
               TEXT(pyaudit-line)
               TEXTLENGTH(LENGTH OF pyaudit-line)
               NOHANDLE
           END-EXEC.

       COPY PYAUDHSH.
