      ******************************************************************
      *    FILE-CONTROL ENTRY FOR THE DISTRIBUTION SEQUENCE CONTROL    *
      *    FILE.                                                       *
      ******************************************************************
           SELECT DIST-SEQ-FILE ASSIGN TO "DISTSEQ"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-SEQ-FILE-STATUS.
