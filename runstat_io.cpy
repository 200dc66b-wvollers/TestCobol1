      ******************************************************************
      *    FILE-CONTROL ENTRY FOR THE NIGHTLY RUN STATISTICS FILE.    *
      ******************************************************************
           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RST-FILE-STATUS.
