      *    PRIORITY SO THE SIGN-ON DISPLAY SHOWS IT ABOVE THE NORMAL  *
      *    REGIONAL MESSAGE.  WHAT EACH REGION CARRIED BEFORE IS      *
      *    KEPT ON THE BROADCAST SAVE FILE, AND ONE ACTION PUTS IT    *
      *    ALL BACK WHEN THE EMERGENCY IS OVER.  A ONE-LINE TEMPLATE  *
      *    FROM THE WM_M08 LIBRARY MAY BE USED INSTEAD OF TYPING THE  *
      *    MESSAGE, WITH EACH REGION'S OWN NAME FILLED IN.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4405.
           copy "common_io.cpy".
           copy "region_io.cpy".
           copy "bcastsav_io.cpy".
           copy "template_io.cpy".
           SELECT FLASH-ACK-FILE ASSIGN TO "FLASHACK"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
       copy "common_fd.cpy".
       copy "region_fd.cpy".
       copy "bcastsav_fd.cpy".
       copy "template_fd.cpy".
       FD  FLASH-ACK-FILE.
       01  FLASH-ACK-RECORD.
           05  FA-TIMESTAMP            pic x(26).
           05  WS-FLA-FILE-STATUS      pic xx    value "00".
           05  WS-RGN-FILE-STATUS      pic xx    value "00".
           05  WS-WM-FILE-STATUS       pic xx    value "00".
           05  WS-TPL-FILE-STATUS      pic xx    value "00".
       COPY "tplfill_ws.cpy".
      $if use-sql defined
       EXEC SQL INCLUDE SQLCA END-EXEC.


               evaluate true
                   when key-f3
                       if WS-TPL-CODE not = spaces
                           perform check-broadcast-template
                       else
                           perform validate-broadcast-message
                       end-if
                       if valid-input
                           perform broadcast-to-all-regions
                       end-if
      *    GROUP CODE (AND SKIPS THE HOME OFFICE).  EACH REGION'S     *
      *    CURRENT MESSAGE IS SAVED FIRST, UNLESS A SAVE IS ALREADY   *
      *    THERE FROM AN EARLIER BROADCAST THAT WAS NEVER RESTORED.   *
      *    WITH A TEMPLATE, EACH REGION GETS ITS OWN NAME FILLED IN.  *
      ******************************************************************
       broadcast-to-all-regions.
           perform stamp-changed-at
           move zero to WS-REGION-COUNT
           move zero to WS-TPL-FAIL-COUNT
           perform validate-target-group
           if not target-group-ok
               move "Error: no active regions in that group"
           perform open-broadcast-files
           if WS-TARGET-GROUP = spaces
               move spaces to WS-TARGET-REGION
               move "HOME OFFICE" to WS-TPL-REGION-NAME
               perform broadcast-region-message
           end-if
           open input REGION-MASTER-FILE
           if WS-RGN-FILE-STATUS = "00"
                           and (WS-TARGET-GROUP = spaces or
                           RG-GROUP-CODE = WS-TARGET-GROUP)
                       move RG-REGION-CODE to WS-TARGET-REGION
                       move RG-REGION-NAME to WS-TPL-REGION-NAME
                       perform broadcast-region-message
                   end-if
               end-perform
           end-if
           close REGION-MASTER-FILE
           perform close-broadcast-files
           move spaces to WS-ERROR-LINE
           evaluate true
               when WS-REGION-COUNT = zero and
                       WS-TPL-FAIL-COUNT > zero
                   move
                   "Error: template failed the checks in every region"
                       to WS-ERROR-LINE
               when WS-REGION-COUNT = zero
                   move "Error: no active regions in that group"
                       to WS-ERROR-LINE
               when WS-TPL-FAIL-COUNT > zero
                   string "Broadcast applied to " delimited by size
                          WS-REGION-COUNT delimited by size
                          " regions, " delimited by size
                          WS-TPL-FAIL-COUNT delimited by size
                          " failed" delimited by size
                          into WS-ERROR-LINE
               when other
                   string "Broadcast applied to " delimited by size
                          WS-REGION-COUNT delimited by size
                          " regions" delimited by size
                          into WS-ERROR-LINE
           end-evaluate.

      ******************************************************************
      *    THE BROADCAST LINE IS ONE 50-CHARACTER LINE, SO ONLY A     *
      *    TEMPLATE WHOSE TEXT IS ALL ON ITS FIRST LINE CAN BE        *
      *    BROADCAST.  IT IS FILLED AND CHECKED REGION BY REGION IN   *
      *    BROADCAST-REGION-MESSAGE.                                  *
      ******************************************************************
       check-broadcast-template.
           set valid-input to true
           perform load-message-template
           evaluate true
               when not template-found
                   move "Error: template code not on file"
                       to WS-ERROR-LINE
                   move "N" to WS-VALID-SW
               when WS-TPL-LINE (2) not = spaces or
                       WS-TPL-LINE (3) not = spaces or
                       WS-TPL-LINE (4) not = spaces
                   move "Error: template is more than one line"
                       to WS-ERROR-LINE
                   move "N" to WS-VALID-SW
               when other
                   continue
           end-evaluate.

      *    WS-TPL-REGION-NAME IS SET BY THE CALLER.  THE FILLED LINE
      *    GOES THROUGH THE SAME CHECKS AS A TYPED BROADCAST; A
      *    REGION THAT FAILS THEM IS NOT BROADCAST TO.
       broadcast-region-message.
           if WS-TPL-CODE not = spaces
               move spaces to WS-TPL-DEFAULT-DATE
               perform fill-message-template
               if template-fits
                   move WS-TPL-FILLED-LINE (1) to WS-BCAST-MESSAGE
                   perform validate-broadcast-message
               else
                   move "N" to WS-VALID-SW
               end-if
               if not valid-input
                   add 1 to WS-TPL-FAIL-COUNT
                   exit paragraph
               end-if
           end-if
           perform broadcast-one-region.

      ******************************************************************
      *    A KEYED GROUP MUST NAME AT LEAST ONE ACTIVE REGION BEFORE  *
           add 1 to WS-RESTORE-COUNT.
      $end

       copy "tplfill.cpy".

       copy "common.cpy".
