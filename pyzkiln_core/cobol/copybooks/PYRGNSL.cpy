      ** PYRGNSL - SELECT clause for the region reference master.
      *  COPY this inside FILE-CONTROL alongside COPY PYRGNWS
      *  (WORKING-STORAGE), PYRGNFD (FILE SECTION), and PYRGNLK
      *  (PROCEDURE DIVISION paragraphs).
           SELECT REGNMST-FILE ASSIGN TO "REGNMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pyrgn-status.
