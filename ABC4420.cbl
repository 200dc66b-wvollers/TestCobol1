      *    OPERATOR GETS PAST THE SCREEN, AND THE ACKNOWLEDGEMENT     *
      *    (OPERATOR, TERMINAL, TIMESTAMP) IS WRITTEN TO FLASHACK     *
      *    FOR THE HOME OFFICE ACK STATUS REPORT (ABC4418).           *
      *                                                               *
      *    THE TERMINAL'S REGION COMES FROM THE TERMINAL MASTER       *
      *    (MAINTAINED IN WM_M06).  A SIGN-ON FROM A TERMINAL THAT    *
      *    IS NOT ON FILE OR HAS BEEN RETIRED IS LOGGED TO MENULOG    *
      *    AS AN EXCEPTION AND SHOWN THE HOME OFFICE MESSAGE.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4420.
           copy "common_io.cpy".
           copy "region_io.cpy".
           copy "bcastsav_io.cpy".
           copy "terminal_io.cpy".
           copy "dsplog_io.cpy".
           SELECT FLASH-ACK-FILE ASSIGN TO "FLASHACK"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
       copy "common_fd.cpy".
       copy "region_fd.cpy".
       copy "bcastsav_fd.cpy".
       copy "terminal_fd.cpy".
       copy "dsplog_fd.cpy".
       FD  FLASH-ACK-FILE.
       01  FLASH-ACK-RECORD.
           05  FA-TIMESTAMP            pic x(26).
           05  WS-MESSAGE-FOUND-SW     pic x value "N".
               88  message-found       value "Y".
           05  WS-REGION-CODE          pic x(4)  value spaces.
           05  WS-TERM-REGION          pic x(4)  value spaces.
           05  WS-TRM-FOUND-SW         pic x     value "N".
               88  terminal-on-master  value "Y".
           05  WS-WELCOME-MESSAGE.
               10  WS-WELCOME-LINE occurs 4 times
                                       pic x(50).
           05  WS-BCS-FILE-STATUS      pic xx    value "00".
           05  WS-WM-FILE-STATUS       pic xx    value "00".
           05  WS-RGN-FILE-STATUS      pic xx    value "00".
           05  WS-TRM-FILE-STATUS      pic xx    value "00".
      $if use-sql defined
       EXEC SQL INCLUDE SQLCA END-EXEC.

           move "WM_S01" to Menu-Id
           perform log-menu-navigation
           perform stamp-changed-at
           perform get-terminal-region
           move WS-TERM-REGION to WS-REGION-CODE
           perform check-region-distributable
           if not region-distributable
               move spaces to WS-REGION-CODE
           end-if.
      $end

      ******************************************************************
      *    THE TERMINAL MASTER TIES EACH TERMINAL TO ITS REGION.  AN   *
      *    UNKNOWN OR RETIRED TERMINAL GETS NO REGION (SO THE HOME     *
      *    OFFICE MESSAGE SHOWS) AND IS LOGGED TO MENULOG WITH THE     *
      *    TERMINAL ID SO IT CAN BE ADDED OR CHASED.  IF THE TERMINAL  *
      *    MASTER CANNOT BE OPENED THE FILE STATUS IS LOGGED INSTEAD   *
      *    AND THE HOME OFFICE MESSAGE SHOWS.                          *
      ******************************************************************
       get-terminal-region.
           move spaces to WS-TERM-REGION
           move "N" to WS-TRM-FOUND-SW
           move LK-TERMINAL-ID to TM-TERMINAL-ID
           open input TERMINAL-MASTER-FILE
           if WS-TRM-FILE-STATUS not = "00"
               move spaces to WS-LOG-EVENT
               string "TERMINAL FILE ERROR " delimited by size
                      WS-TRM-FILE-STATUS delimited by size
                      into WS-LOG-EVENT
               perform write-menu-log-record
               exit paragraph
           end-if
           read TERMINAL-MASTER-FILE
               invalid key
                   continue
               not invalid key
                   move "Y" to WS-TRM-FOUND-SW
           end-read
           close TERMINAL-MASTER-FILE
           evaluate true
               when not terminal-on-master
                   move spaces to WS-LOG-EVENT
                   string "UNKNOWN TERMINAL " delimited by size
                          LK-TERMINAL-ID delimited by size
                          into WS-LOG-EVENT
                   perform write-menu-log-record
               when not tm-terminal-active
                   move spaces to WS-LOG-EVENT
                   string "RETIRED TERMINAL " delimited by size
                          LK-TERMINAL-ID delimited by size
                          into WS-LOG-EVENT
                   perform write-menu-log-record
               when other
                   move TM-REGION-CODE to WS-TERM-REGION
           end-evaluate.

      ******************************************************************
      *    A REGION IS DISTRIBUTABLE WHEN IT IS THE HOME OFFICE        *
      *    (BLANK) OR IS ON THE REGION MASTER AND MARKED ACTIVE.       *
           move WS-TIMESTAMP       to MD-TIMESTAMP
           move WS-OPERATOR-ID     to MD-OPERATOR-ID
           move LK-TERMINAL-ID     to MD-TERMINAL-ID
           move WS-TERM-REGION     to MD-REGION-CODE
           move WS-REGION-CODE     to MD-MSG-REGION
           if flash-found
               move WS-FLASH-MESSAGE to MD-MESSAGE
               move "Y" to MD-FLASH-FLAG
           else
               move WS-WELCOME-MESSAGE to MD-MESSAGE
               move "N" to MD-FLASH-FLAG
           end-if
           open extend MSG-DISPLAY-LOG
           if WS-DSP-FILE-STATUS = "05" or WS-DSP-FILE-STATUS = "35"
           move WS-TIMESTAMP       to FA-TIMESTAMP
           move WS-OPERATOR-ID     to FA-OPERATOR-ID
           move LK-TERMINAL-ID     to FA-TERMINAL-ID
           move WS-TERM-REGION     to FA-REGION-CODE
           move WS-FLASH-MESSAGE   to FA-MESSAGE
           open extend FLASH-ACK-FILE
           if WS-FLA-FILE-STATUS = "05" or WS-FLA-FILE-STATUS = "35"
