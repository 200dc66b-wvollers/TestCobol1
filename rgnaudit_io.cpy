      ******************************************************************
      *    FILE-CONTROL ENTRY FOR THE REGION MASTER AUDIT TRAIL.       *
      ******************************************************************
           SELECT REGION-AUDIT-FILE ASSIGN TO "RGNAUDIT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RAU-FILE-STATUS.
