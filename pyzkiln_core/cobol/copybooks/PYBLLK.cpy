      ** PYBLLK - shared paragraphs for the cross-stage balancing
      *  ledger. COPY as its own paragraphs in the PROCEDURE
      *  DIVISION; see PYBLWS for the calling protocol.
      ** Replaces a freshly minted run id with the job's, when the
      *  job sets PYZKILN_RUN_ID. PERFORM it right after the MOVE
      *  FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid of a run that
      *  is not part of a PYDRIVER chain.
       ADOPT-JOB-RUNID.
           MOVE SPACES TO pybal-job-runid
           ACCEPT pybal-job-runid FROM ENVIRONMENT "PYZKILN_RUN_ID"
           IF pybal-job-runid NOT = SPACES
               MOVE pybal-job-runid TO pyaudit-runid
           END-IF.

       POST-BALANCE-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO bl-ts
           MOVE pyaudit-runid TO bl-runid
           MOVE pybal-stage TO bl-stage
           MOVE pyaudit-program TO bl-program
           MOVE pybal-in-count TO bl-in-count
           MOVE pybal-out-count TO bl-out-count
           MOVE pybal-rej-count TO bl-rej-count
           MOVE pybal-skip-count TO bl-skip-count
           IF pybal-amounts-measured
               MOVE pybal-in-amount TO bl-in-amount
               MOVE pybal-out-amount TO bl-out-amount
               MOVE pybal-rej-amount TO bl-rej-amount
               MOVE pybal-skip-amount TO bl-skip-amount
           ELSE
               MOVE ZERO TO bl-in-amount bl-out-amount
                   bl-rej-amount bl-skip-amount
           END-IF
           MOVE pybal-amount-sw TO bl-amount-sw
           MOVE pybal-note TO bl-note
           MOVE pybal-subject TO bl-subject

           OPEN EXTEND BALLEDG-FILE
           IF pybal-status = "35"
               OPEN OUTPUT BALLEDG-FILE
           END-IF
           IF pybal-status NOT = "00"
               DISPLAY "UNABLE TO OPEN BALLEDG DD, STATUS="
                   pybal-status " - " FUNCTION TRIM(pybal-stage)
                   " COUNTS NOT POSTED"
           ELSE
               MOVE pybal-detail TO balledg-record
               WRITE balledg-record
               CLOSE BALLEDG-FILE
           END-IF

           MOVE SPACES TO pybal-stage pybal-subject pybal-note
           MOVE "Y" TO pybal-amount-sw
           MOVE ZERO TO pybal-in-count pybal-in-amount
               pybal-out-count pybal-out-amount
               pybal-rej-count pybal-rej-amount
               pybal-skip-count pybal-skip-amount.
