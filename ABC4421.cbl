      ******************************************************************
      *    ABC4421 - TERMINAL MAINTENANCE (WM_M06).  ADDS, MOVES AND  *
      *    RETIRES ENTRIES ON THE TERMINAL MASTER FILE.  THE SIGN-ON  *
      *    DISPLAY (ABC4420) FINDS A TERMINAL'S REGION HERE, SO A     *
      *    TERMINAL MUST BE ADDED BEFORE IT GOES INTO SERVICE AND     *
      *    MOVED HERE WHEN IT CHANGES BRANCH.  A TERMINAL CAN ONLY    *
      *    BE PLACED IN AN ACTIVE REGION ON THE REGION MASTER.        *
      *    RETIRING A TERMINAL KEEPS IT ON FILE WITH THE ACTIVE FLAG  *
      *    OFF; SAVING IT AGAIN PUTS IT BACK INTO SERVICE.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4421.
       environment division.
       special-names.
         crt status is key-status.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "common_io.cpy".
           copy "region_io.cpy".
           copy "terminal_io.cpy".
       DATA DIVISION.
       FILE SECTION.
       copy "common_fd.cpy".
       copy "region_fd.cpy".
       copy "terminal_fd.cpy".
       WORKING-STORAGE SECTION.
       COPY "common_ws.cpy".
       01  WS-LOCAL-AREA.
           05  WS-ACTION               pic x value space.
               88  action-retire       value "R" "r".
           05  WS-TERMINAL-EXISTS-SW   pic x value "N".
               88  terminal-exists     value "Y".
           05  WS-VALID-SW             pic x value "Y".
               88  valid-input         value "Y".
           05  WS-TERMINAL-ID          pic x(4)  value spaces.
           05  WS-LAST-TERMINAL        pic x(4)  value spaces.
           05  WS-REGION-CODE          pic x(4)  value spaces.
           05  WS-ORIG-REGION          pic x(4)  value spaces.
           05  WS-LOCATION             pic x(30) value spaces.
           05  WS-ACTIVE-FLAG          pic x     value space.
           05  WS-DATE-ADDED           pic x(8)  value spaces.
           05  WS-DONE-SW              pic x     value "N".
               88  done-processing     value "Y".
           05  WS-RGN-FILE-STATUS      pic xx    value "00".
           05  WS-TRM-FILE-STATUS      pic xx    value "00".

       linkage section.
       copy "common_lnk.cpy".

       SCREEN SECTION.
       COPY "terminalmaint.ss".

       copy "common_ss.cpy".
       PROCEDURE DIVISION USING LK-COMMAREA.
           move LK-OPERATOR-ID to WS-OPERATOR-ID
           move "Terminal Maintenance" to Menu-Name
           move "WM_M06" to Menu-Id
           perform log-menu-navigation
           perform check-operator-authorized
           if operator-authorized and not auth-home-or-admin
               perform log-graded-refusal
           end-if
           if not operator-authorized
               perform clr-screen
               move "Error: not authorized to maintain terminals"
                   to WS-ERROR-LINE
               display g-menuheader
               goback
           end-if

           perform clr-screen
           perform get-current-terminal
           move "N" to WS-DONE-SW
           perform until done-processing
             display g-termmenu
             display g-menuheader
             accept g-termmenu
             perform f1-or-quit

             if WS-TERMINAL-ID not = WS-LAST-TERMINAL
                 move WS-TERMINAL-ID to WS-LAST-TERMINAL
                 perform get-current-terminal
                 move space to WS-ACTION
                 move
                   "Terminal changed - review entry, Enter to save"
                   to WS-ERROR-LINE
             else
                 if action-retire
                     perform validate-terminal-retire
                 else
                     perform validate-terminal-entry
                 end-if

                 if valid-input
                     evaluate true
                         when action-retire
                             perform retire-terminal
                             move "Terminal retired" to WS-ERROR-LINE
                         when not terminal-exists
                             perform save-terminal
                             move "Terminal added" to WS-ERROR-LINE
                         when WS-REGION-CODE not = WS-ORIG-REGION
                             perform save-terminal
                             move "Terminal moved to new region"
                                 to WS-ERROR-LINE
                         when other
                             perform save-terminal
                             move "Terminal saved" to WS-ERROR-LINE
                     end-evaluate
                     move space to WS-ACTION
                 end-if
             end-if
           end-perform
           goback.

      ******************************************************************
      *    A TERMINAL MAY ONLY BE PLACED IN A REGION THAT IS ON THE    *
      *    REGION MASTER AND ACTIVE, OTHERWISE ITS SIGN-ONS WOULD      *
      *    FALL STRAIGHT BACK TO THE HOME OFFICE MESSAGE.              *
      ******************************************************************
       validate-terminal-entry.
           move spaces to WS-ERROR-LINE
           set valid-input to true
           if WS-TERMINAL-ID = spaces
               move "Error: terminal id cannot be blank"
                   to WS-ERROR-LINE
               move "N" to WS-VALID-SW
           else
               if WS-REGION-CODE = spaces
                   move "Error: region code cannot be blank"
                       to WS-ERROR-LINE
                   move "N" to WS-VALID-SW
               else
                   if function trim(WS-LOCATION) = spaces
                       move "Error: location cannot be blank"
                           to WS-ERROR-LINE
                       move "N" to WS-VALID-SW
                   else
                       perform read-region-master
                   end-if
               end-if
           end-if.

       validate-terminal-retire.
           move spaces to WS-ERROR-LINE
           set valid-input to true
           if not terminal-exists
               move "Error: terminal is not on file"
                   to WS-ERROR-LINE
               move "N" to WS-VALID-SW
           else
               if WS-ACTIVE-FLAG = "N"
                   move "Error: terminal is already retired"
                       to WS-ERROR-LINE
                   move "N" to WS-VALID-SW
               end-if
           end-if.

       read-region-master.
           move WS-REGION-CODE to RG-REGION-CODE
           open input REGION-MASTER-FILE
           if WS-RGN-FILE-STATUS = "00"
               read REGION-MASTER-FILE
                   invalid key
                       move "Error: region code not on region master"
                           to WS-ERROR-LINE
                       move "N" to WS-VALID-SW
                   not invalid key
                       if not rg-region-active
                           move "Error: region is not active"
                               to WS-ERROR-LINE
                           move "N" to WS-VALID-SW
                       end-if
               end-read
           else
               move "Error: region master not available"
                   to WS-ERROR-LINE
               move "N" to WS-VALID-SW
           end-if
           close REGION-MASTER-FILE.

       get-current-terminal.
           move "N" to WS-TERMINAL-EXISTS-SW
           move spaces to WS-REGION-CODE
           move spaces to WS-ORIG-REGION
           move spaces to WS-LOCATION
           move space to WS-ACTIVE-FLAG
           move spaces to WS-DATE-ADDED
           move WS-TERMINAL-ID to TM-TERMINAL-ID
           open input TERMINAL-MASTER-FILE
           if WS-TRM-FILE-STATUS = "00"
               read TERMINAL-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       move "Y" to WS-TERMINAL-EXISTS-SW
                       move TM-REGION-CODE to WS-REGION-CODE
                       move TM-REGION-CODE to WS-ORIG-REGION
                       move TM-LOCATION    to WS-LOCATION
                       move TM-ACTIVE-FLAG to WS-ACTIVE-FLAG
                       move TM-DATE-ADDED  to WS-DATE-ADDED
               end-read
           end-if
           close TERMINAL-MASTER-FILE.

      ******************************************************************
      *    SAVE COVERS BOTH THE ADD AND THE MOVE: A NEW TERMINAL IS    *
      *    STAMPED WITH TODAY AS ITS DATE ADDED, AN EXISTING ONE       *
      *    KEEPS ITS DATE AND TAKES THE NEW REGION AND LOCATION.       *
      *    EITHER WAY THE TERMINAL IS IN SERVICE AFTER THE SAVE.       *
      ******************************************************************
       save-terminal.
           move WS-TERMINAL-ID to TM-TERMINAL-ID
           move WS-REGION-CODE to TM-REGION-CODE
           move WS-LOCATION    to TM-LOCATION
           move "Y"            to TM-ACTIVE-FLAG
           if terminal-exists
               move WS-DATE-ADDED to TM-DATE-ADDED
               open i-o TERMINAL-MASTER-FILE
               rewrite TM-RECORD
           else
               perform stamp-changed-at
               move WS-CURRENT-DATE to TM-DATE-ADDED
               open i-o TERMINAL-MASTER-FILE
               if WS-TRM-FILE-STATUS = "35"
                   close TERMINAL-MASTER-FILE
                   open output TERMINAL-MASTER-FILE
               end-if
               write TM-RECORD
           end-if
           close TERMINAL-MASTER-FILE
           move "Y" to WS-TERMINAL-EXISTS-SW
           move TM-ACTIVE-FLAG to WS-ACTIVE-FLAG
           move TM-DATE-ADDED  to WS-DATE-ADDED
           move WS-REGION-CODE to WS-ORIG-REGION.

       retire-terminal.
           move WS-TERMINAL-ID to TM-TERMINAL-ID
           open i-o TERMINAL-MASTER-FILE
           if WS-TRM-FILE-STATUS = "00"
               read TERMINAL-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       move "N" to TM-ACTIVE-FLAG
                       rewrite TM-RECORD
               end-read
           end-if
           close TERMINAL-MASTER-FILE
           move "N" to WS-ACTIVE-FLAG.

       copy "common.cpy".
