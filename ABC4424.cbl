      ******************************************************************
      *    ABC4424 - MESSAGE IN EFFECT INQUIRY (WM_M07).  ANSWERS     *
      *    "WHAT WAS SHOWING FOR THIS REGION AT THIS DATE AND TIME":  *
      *    REBUILDS THE SIGN-ON MESSAGE BY THE SIGN-ON DISPLAY'S OWN  *
      *    RULES (LATEST EFFECTIVE DATE WINS, HOME OFFICE FALL-BACK,  *
      *    FLASH LINE ABOVE), AND SHOWS WHO LAST CHANGED IT, WHO      *
      *    APPROVED IT IN WM_M04, AND HOW MANY SIGN-ONS WMDSPLOG      *
      *    SAYS WERE SHOWN IT THAT DAY, WITH THE FIRST FEW OF THEM.   *
      *    ANY AUTHORIZED OPERATOR MAY INQUIRE.  THE REBUILD ITSELF   *
      *    LIVES IN ASOFMSG.CPY, SHARED WITH THE BATCH PRINT          *
      *    (ABC4425), WHICH LISTS EVERY SIGN-ON.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4424.
       environment division.
       special-names.
         crt status is key-status.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "common_io.cpy".
           copy "region_io.cpy".
           copy "bcastsav_io.cpy".
           copy "pendingmsg_io.cpy".
           copy "dsplog_io.cpy".
      $if use-sql not defined
           copy "welcomemsg_io.cpy".
      $end
       DATA DIVISION.
       FILE SECTION.
       copy "common_fd.cpy".
       copy "region_fd.cpy".
       copy "bcastsav_fd.cpy".
       copy "pendingmsg_fd.cpy".
       copy "dsplog_fd.cpy".
      $if use-sql not defined
       copy "welcomemsg_fd.cpy".
      $end
       WORKING-STORAGE SECTION.
       COPY "common_ws.cpy".
       COPY "asofmsg_ws.cpy".
       01  WS-LOCAL-AREA.
           05  WS-DONE-SW              pic x     value "N".
               88  done-processing     value "Y".
           05  WS-VALID-SW             pic x     value "Y".
               88  valid-input         value "Y".
           05  WS-FALLBACK-TEXT        pic x(10) value spaces.
           05  WS-EV-COUNT             pic 9(2)  value zero.
           05  WS-EV-TABLE occurs 5 times.
               10  WS-EV-TIME          pic x(6)  value spaces.
               10  WS-EV-OPERATOR      pic x(8)  value spaces.
               10  WS-EV-TERMINAL      pic x(4)  value spaces.
               10  WS-EV-NOTE          pic x(16) value spaces.
           05  WS-RGN-FILE-STATUS      pic xx    value "00".
           05  WS-BCS-FILE-STATUS      pic xx    value "00".
           05  WS-PND-FILE-STATUS      pic xx    value "00".
           05  WS-DSP-FILE-STATUS      pic xx    value "00".
           05  WS-WM-FILE-STATUS       pic xx    value "00".
      $if use-sql defined
       EXEC SQL INCLUDE SQLCA END-EXEC.
      $end

       linkage section.
       copy "common_lnk.cpy".

       SCREEN SECTION.
       COPY "msgasof.ss".

       copy "common_ss.cpy".
       PROCEDURE DIVISION USING LK-COMMAREA.
           move LK-OPERATOR-ID to WS-OPERATOR-ID
           move "Message In Effect Inquiry" to Menu-Name
           move "WM_M07" to Menu-Id
           perform log-menu-navigation
           perform check-operator-authorized
           if not operator-authorized
               perform clr-screen
               move "Error: not authorized to inquire on messages"
                   to WS-ERROR-LINE
               display g-menuheader
               goback
           end-if

           perform clr-screen
           perform stamp-changed-at
           move LK-TARGET-REGION to WS-ASOF-REGION
           move WS-CURRENT-DATE to WS-ASOF-DATE
           move WS-CURRENT-TIME (1:6) to WS-ASOF-TIME
           move "N" to WS-DONE-SW
           perform until done-processing
             display g-asofmenu
             display g-menuheader
             accept g-asofmenu
             perform f1-or-quit

             perform validate-inquiry
             if valid-input
                 perform clear-inquiry-results
                 perform resolve-asof-message
                 perform asof-scan-display-log
                 if asof-fell-back
                     move "(FALLBACK)" to WS-FALLBACK-TEXT
                 end-if
                 evaluate true
                     when not asof-message-found
                         move "No message was showing at that time"
                             to WS-ERROR-LINE
                     when WS-ASOF-SHOWN-COUNT > 5
                         move "More sign-ons on the batch print ABC4425"
                             to WS-ERROR-LINE
                     when other
                         move "Inquiry complete" to WS-ERROR-LINE
                 end-evaluate
             end-if
           end-perform
           goback.

      ******************************************************************
      *    THE DATE MUST BE A REAL YYYYMMDD DATE NO LATER THAN TODAY; *
      *    THE TIME, WHEN GIVEN, MUST BE HHMMSS.                      *
      ******************************************************************
       validate-inquiry.
           move spaces to WS-ERROR-LINE
           set valid-input to true
           perform stamp-changed-at
           evaluate true
               when WS-ASOF-DATE not numeric
                   move "Error: date must be YYYYMMDD"
                       to WS-ERROR-LINE
                   move "N" to WS-VALID-SW
               when function test-date-yyyymmdd
                       (function numval (WS-ASOF-DATE)) not = zero
                   move "Error: date is not a valid calendar date"
                       to WS-ERROR-LINE
                   move "N" to WS-VALID-SW
               when WS-ASOF-DATE > WS-CURRENT-DATE
                   move "Error: date cannot be in the future"
                       to WS-ERROR-LINE
                   move "N" to WS-VALID-SW
               when WS-ASOF-TIME not = spaces and
                       (WS-ASOF-TIME not numeric or
                        WS-ASOF-TIME > "235959")
                   move "Error: time must be HHMMSS"
                       to WS-ERROR-LINE
                   move "N" to WS-VALID-SW
           end-evaluate.

       clear-inquiry-results.
           move spaces to WS-FALLBACK-TEXT
           move zero to WS-EV-COUNT
           perform varying WS-EV-COUNT from 1 by 1
                   until WS-EV-COUNT > 5
               move spaces to WS-EV-TIME (WS-EV-COUNT)
               move spaces to WS-EV-OPERATOR (WS-EV-COUNT)
               move spaces to WS-EV-TERMINAL (WS-EV-COUNT)
               move spaces to WS-EV-NOTE (WS-EV-COUNT)
           end-perform
           move zero to WS-EV-COUNT.

      *    THE SCREEN HOLDS THE FIRST FIVE SIGN-ONS OF THE DAY.
       note-display-evidence.
           if WS-EV-COUNT < 5
               add 1 to WS-EV-COUNT
               move MD-TIMESTAMP (9:6) to WS-EV-TIME (WS-EV-COUNT)
               move MD-OPERATOR-ID to WS-EV-OPERATOR (WS-EV-COUNT)
               move MD-TERMINAL-ID to WS-EV-TERMINAL (WS-EV-COUNT)
               evaluate true
                   when asof-evidence-matches and md-flash-shown
                       move "FLASH" to WS-EV-NOTE (WS-EV-COUNT)
                   when asof-evidence-matches
                       move spaces to WS-EV-NOTE (WS-EV-COUNT)
                   when other
                       move "DIFFERENT TEXT" to WS-EV-NOTE (WS-EV-COUNT)
               end-evaluate
           end-if.

       copy "asofmsg.cpy".

       copy "common.cpy".
