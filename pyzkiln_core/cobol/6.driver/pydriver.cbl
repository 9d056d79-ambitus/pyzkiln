      *                   [IF=<step|program>,<op>,<rc>]
      *    RESTART <n>
      *  PARM is passed to the step as its first parameter (the
      *  module selector for COBTEST2, the csv path for PANDASREAD,
      *  the as-of date for MTDPROJ); ONERROR defaults to ABORT.
      *  IF= makes the step conditional
      *  on an earlier step's outcome, named by step number or
      *  program name, with <op> one of EQ NE LT LE GT GE - in the
      *  spirit of JCL COND but read the intuitive way round: the
       01 remain-secs         PIC S9(07) VALUE ZERO.
       01 calendar-override-alpha PIC X(01) VALUE "N".
           88 calendar-override VALUE "Y".
      ** The job-wide run id the JCL resolves once per job, so the
      *  chain's ledger and audit lines tie up with the job's other
      *  steps.
       01 chain-job-runid     PIC X(16) VALUE SPACES.
       COPY PYZCALWS.
       COPY PYAUDWS.
       COPY PYSESSWS.
      *  onwards - the driver's, the manager's, and every chained
      *  callee's - carries the same RUN= tag.
           MOVE FUNCTION CURRENT-DATE(1:16) TO pyaudit-runid
           ACCEPT chain-job-runid FROM ENVIRONMENT "PYZKILN_RUN_ID"
           IF chain-job-runid NOT = SPACES
               MOVE chain-job-runid TO pyaudit-runid
           END-IF
           MOVE "SETID" TO pysessn-request
           MOVE "N" TO pysessn-reply
           CALL "PYSESSN" USING pysessn-request pysessn-reply
