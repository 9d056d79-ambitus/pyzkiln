      ** PYCESL - SELECT clauses for the master change-event feed
      *  (CHGEVT DD) and its sequence control record (CHGSEQ DD).
      *  COPY this inside FILE-CONTROL alongside COPY PYCEWS
      *  (WORKING-STORAGE), PYCEFD (FILE SECTION), and PYCELK
      *  (PROCEDURE DIVISION paragraphs).
           SELECT CHGEVT-FILE ASSIGN TO "CHGEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pyce-status.
           SELECT CHGSEQ-FILE ASSIGN TO "CHGSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pyce-seq-status.
