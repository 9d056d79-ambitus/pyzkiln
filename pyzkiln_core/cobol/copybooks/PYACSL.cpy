      ** PYACSL - SELECT clause for the audit-chain register
      *  (AUDCHN DD). COPY this inside FILE-CONTROL alongside COPY
      *  PYACWS (WORKING-STORAGE), PYACFD (FILE SECTION), and, for
      *  a program that archives audit lines, PYACLK (PROCEDURE
      *  DIVISION paragraphs).
           SELECT AUDCHN-FILE ASSIGN TO "AUDCHN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pyac-status.
