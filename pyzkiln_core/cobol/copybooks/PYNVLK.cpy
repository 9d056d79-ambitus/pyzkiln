      ** PYNVLK - shared paragraphs for the customer-name vault.
      *  COPY as its own paragraphs in the PROCEDURE DIVISION of a
      *  program that also COPYs PYAUDWRT; see PYNVWS for the
      *  calling protocol.
       PROTECT-PII-VALUE.
           MOVE nv-in-value TO nv-out-value
           SET nv-result-passed TO TRUE
           PERFORM CHECK-PII-TOKEN
           IF nv-in-value = SPACES OR nv-value-is-token
               CONTINUE
           ELSE
               IF NOT nv-vault-update
                   PERFORM OPEN-NAME-VAULT-UPDATE
               END-IF
               IF nv-vault-update
                   PERFORM ISSUE-PII-TOKEN
               ELSE
                   SET nv-result-failed TO TRUE
               END-IF
               IF NOT nv-result-ok
                   MOVE nv-withheld-token TO nv-out-value
                   IF NOT nv-warned
                       DISPLAY "NAME VAULT UNAVAILABLE, STATUS="
                           namevlt-status " - CUSTOMER NAMES "
                           "WITHHELD FROM THE DATASET"
                       SET nv-warned TO TRUE
                   END-IF
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      ** Protects the name field of the master record image in
      *  nv-image (id 1-8, entity 9-12, name 13-42); a blank image
      *  - the ADD version of a history record - has nothing to
      *  protect.
       PROTECT-IMAGE-NAME.
           IF nv-image NOT = SPACES
               MOVE nv-image(13:30) TO nv-in-value
               MOVE "NAM" TO nv-in-kind
               IF nv-image(1:8) IS NUMERIC
                   MOVE nv-image(1:8) TO nv-in-id
               ELSE
                   MOVE ZERO TO nv-in-id
               END-IF
               MOVE nv-image(9:4) TO nv-in-entity
               PERFORM PROTECT-PII-VALUE
               MOVE nv-out-value TO nv-image(13:30)
           END-IF.

      ** Recovers the name field of the image in nv-image; a token
      *  the vault cannot answer is left in place.
       RECOVER-IMAGE-NAME.
           SET nv-result-passed TO TRUE
           IF nv-image NOT = SPACES
               MOVE nv-image(13:30) TO nv-in-value
               PERFORM RECOVER-PII-VALUE
               IF nv-result-ok
                   MOVE nv-out-value TO nv-image(13:30)
               END-IF
           END-IF.

      ** Takes the next token number from the control record and
      *  files the clear value under it.
       ISSUE-PII-TOKEN.
           MOVE nv-ctl-token TO nv-token
           READ NAME-VAULT-FILE
               INVALID KEY
                   PERFORM CREATE-VAULT-CONTROL
           END-READ
           IF namevlt-status = "00"
               ADD 1 TO nv-ctl-last-seq
               MOVE nv-ctl-last-seq TO nv-new-seq
               REWRITE namevlt-record
               END-REWRITE
           END-IF
           IF namevlt-status NOT = "00"
               SET nv-result-failed TO TRUE
           ELSE
               MOVE SPACES TO namevlt-record
               MOVE nv-new-token TO nv-token
               MOVE nv-in-kind TO nv-kind
               MOVE nv-in-id TO nv-mst-id
               MOVE nv-in-entity TO nv-mst-entity
               MOVE FUNCTION CURRENT-DATE TO nv-ts
               MOVE pyaudit-program TO nv-program
               MOVE nv-in-value TO nv-clear
               WRITE namevlt-record
                   INVALID KEY
                       SET nv-result-failed TO TRUE
                   NOT INVALID KEY
                       SET nv-result-ok TO TRUE
                       MOVE nv-new-token TO nv-out-value
                       ADD 1 TO nv-protect-count
               END-WRITE
           END-IF.

      ** A new vault's first protect writes the control record,
      *  then reads it back for update.
       CREATE-VAULT-CONTROL.
           MOVE SPACES TO namevlt-record
           MOVE nv-ctl-token TO nv-token
           MOVE "CTL" TO nv-kind
           MOVE ZERO TO nv-mst-id nv-ctl-last-seq
           MOVE SPACES TO nv-mst-entity
           MOVE FUNCTION CURRENT-DATE TO nv-ts
           MOVE pyaudit-program TO nv-program
           WRITE namevlt-record
           END-WRITE
           IF namevlt-status = "00"
               MOVE nv-ctl-token TO nv-token
               READ NAME-VAULT-FILE
               END-READ
           END-IF.

      ** Looks a token up in the vault and returns the clear value.
      *  Every lookup of a token - found or not - is written to
      *  PYAUDIT with the token as its REF= tag; the caller's own
      *  audit fields are put back afterwards.
       RECOVER-PII-VALUE.
           MOVE nv-in-value TO nv-out-value
           SET nv-result-passed TO TRUE
           PERFORM CHECK-PII-TOKEN
           IF nv-in-value(1:12) = nv-withheld-token
               SET nv-result-missing TO TRUE
           END-IF
           IF nv-value-is-token AND NOT nv-result-missing
               IF nv-vault-closed
                   OPEN INPUT NAME-VAULT-FILE
                   IF namevlt-status = "00"
                       SET nv-vault-input TO TRUE
                   END-IF
               END-IF
               IF nv-vault-closed
                   SET nv-result-failed TO TRUE
                   DISPLAY "NAME VAULT UNAVAILABLE, STATUS="
                       namevlt-status " - " nv-in-value(1:12)
                       " CANNOT BE RECOVERED"
               ELSE
                   MOVE nv-in-value(1:12) TO nv-token
                   READ NAME-VAULT-FILE
                       INVALID KEY
                           SET nv-result-missing TO TRUE
                       NOT INVALID KEY
                           SET nv-result-ok TO TRUE
                           MOVE nv-clear TO nv-out-value
                           ADD 1 TO nv-recover-count
                   END-READ
               END-IF
               MOVE pyaudit-action TO nv-save-action
               MOVE pyaudit-rc TO nv-save-rc
               MOVE pyaudit-ref TO nv-save-ref
               MOVE "PII_RECOVER" TO pyaudit-action
               MOVE nv-in-value(1:12) TO pyaudit-ref
               IF nv-result-ok
                   MOVE ZERO TO pyaudit-rc
               ELSE
                   MOVE 8 TO pyaudit-rc
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               MOVE nv-save-action TO pyaudit-action
               MOVE nv-save-rc TO pyaudit-rc
               MOVE nv-save-ref TO pyaudit-ref
           END-IF.

      ** A token is *NV, nine digits, and nothing after. The
      *  withheld marker counts as one - it is never protected
      *  again, and there is nothing behind it to recover.
       CHECK-PII-TOKEN.
           MOVE "N" TO nv-token-sw
           IF nv-in-value(1:3) = "*NV"
               AND nv-in-value(4:9) IS NUMERIC
               AND nv-in-value(13:) = SPACES
               SET nv-value-is-token TO TRUE
           END-IF
           IF nv-in-value(1:12) = nv-withheld-token
               AND nv-in-value(13:) = SPACES
               SET nv-value-is-token TO TRUE
           END-IF.

      ** Opens the vault for update, creating it on first use; a
      *  vault already open for input is reopened.
       OPEN-NAME-VAULT-UPDATE.
           IF nv-vault-input
               CLOSE NAME-VAULT-FILE
               SET nv-vault-closed TO TRUE
           END-IF
           OPEN I-O NAME-VAULT-FILE
           IF namevlt-status = "35"
               OPEN OUTPUT NAME-VAULT-FILE
               IF namevlt-status = "00"
                   CLOSE NAME-VAULT-FILE
                   OPEN I-O NAME-VAULT-FILE
               END-IF
           END-IF
           IF namevlt-status = "00"
               SET nv-vault-update TO TRUE
           END-IF.

       CLOSE-NAME-VAULT.
           IF NOT nv-vault-closed
               CLOSE NAME-VAULT-FILE
               SET nv-vault-closed TO TRUE
               IF nv-protect-count NOT = ZERO
                   DISPLAY "NAME VAULT - " nv-protect-count
                       " VALUE(S) PROTECTED"
               END-IF
           END-IF.
