      ** PYCASL - SELECT clause for the customer activity profile
      *  master (CUSTPRF DD). COPY this inside FILE-CONTROL and
      *  COPY PYCAFD inside FILE SECTION; the program declares
      *  custact-status PIC X(02) in WORKING-STORAGE.
           SELECT CUST-ACTIVITY-FILE ASSIGN TO "CUSTPRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ca-key
               FILE STATUS IS custact-status.
