      ******************************************************************
      *    FILE-CONTROL ENTRY FOR THE SIGN-ON MESSAGE DISPLAY LOG.     *
      ******************************************************************
           SELECT MSG-DISPLAY-LOG ASSIGN TO "WMDSPLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-DSP-FILE-STATUS.
