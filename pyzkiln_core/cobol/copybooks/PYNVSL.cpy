      ** PYNVSL - SELECT clause for the customer-name vault. COPY
      *  this inside FILE-CONTROL alongside COPY PYNVWS (WORKING-
      *  STORAGE), PYNVFD (FILE SECTION), and PYNVLK (PROCEDURE
      *  DIVISION paragraphs).
           SELECT NAME-VAULT-FILE ASSIGN TO "NAMEVLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS nv-token
               FILE STATUS IS namevlt-status.
