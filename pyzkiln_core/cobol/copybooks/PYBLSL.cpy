      ** PYBLSL - SELECT clause for the cross-stage balancing
      *  ledger. COPY this inside FILE-CONTROL alongside COPY PYBLWS
      *  (WORKING-STORAGE), PYBLFD (FILE SECTION), and PYBLLK
      *  (PROCEDURE DIVISION paragraphs).
           SELECT BALLEDG-FILE ASSIGN TO "BALLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pybal-status.
