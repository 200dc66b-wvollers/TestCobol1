      ******************************************************************
      *    FILE-CONTROL ENTRY FOR THE TERMINAL MASTER FILE.            *
      ******************************************************************
           SELECT TERMINAL-MASTER-FILE ASSIGN TO "TERMINAL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TM-TERMINAL-ID
               FILE STATUS WS-TRM-FILE-STATUS.
