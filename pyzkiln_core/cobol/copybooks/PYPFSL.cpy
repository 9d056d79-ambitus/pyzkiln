      ** PYPFSL - SELECT clause for the shared Python bridge
      *  performance dataset. COPY this inside FILE-CONTROL
      *  alongside COPY PYPFWS (WORKING-STORAGE), PYPFFD (FILE
      *  SECTION), and PYPFLK (PROCEDURE DIVISION paragraphs).
           SELECT PYPERF-FILE ASSIGN TO "PYPERF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pyperf-status.
