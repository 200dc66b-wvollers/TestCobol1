      ******************************************************************
      *    TERMINAL MASTER RECORD.  EVERY TERMINAL THAT SIGNS ON IS    *
      *    REGISTERED HERE WITH THE REGION IT SERVES, SO THE SIGN-ON   *
      *    DISPLAY (ABC4420) TAKES THE REGION FROM THIS FILE RATHER    *
      *    THAN FROM THE TERMINAL ID.  A RETIRED TERMINAL (ACTIVE      *
      *    FLAG N) STAYS ON FILE FOR HISTORY; A SIGN-ON FROM IT, OR    *
      *    FROM A TERMINAL NOT ON FILE, IS LOGGED AS AN EXCEPTION.     *
      *    TERMINALS ARE ADDED, MOVED AND RETIRED IN WM_M06.           *
      ******************************************************************
       FD  TERMINAL-MASTER-FILE.
       01  TM-RECORD.
           05  TM-TERMINAL-ID          pic x(4).
           05  TM-REGION-CODE          pic x(4).
           05  TM-LOCATION             pic x(30).
           05  TM-ACTIVE-FLAG          pic x.
               88  tm-terminal-active  value "Y".
           05  TM-DATE-ADDED           pic x(8).
