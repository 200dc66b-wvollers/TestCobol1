      ******************************************************************
      *    ABC4430 - MESSAGE TEMPLATE MAINTENANCE (WM_M08).  ADDS,    *
      *    CHANGES AND DELETES ENTRIES ON THE MESSAGE TEMPLATE        *
      *    LIBRARY: A FOUR-LINE BODY, A DESCRIPTION AND AN OWNER PER  *
      *    TEMPLATE CODE.  WM_M01 AND WM_M05 PICK A TEMPLATE BY CODE  *
      *    AND FILL IN ITS &REGION, &DATE AND &TIME PLACEHOLDERS FOR  *
      *    EACH REGION.  THE WORDING IS CONTROLLED CENTRALLY, SO THIS *
      *    SCREEN IS FOR LEVELS H AND S ONLY.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4430.
       environment division.
       special-names.
         crt status is key-status.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "common_io.cpy".
           copy "template_io.cpy".
       DATA DIVISION.
       FILE SECTION.
       copy "common_fd.cpy".
       copy "template_fd.cpy".
       WORKING-STORAGE SECTION.
       COPY "common_ws.cpy".
       01  WS-LOCAL-AREA.
           05  WS-ACTION               pic x value space.
               88  action-delete       value "D" "d".
           05  WS-TEMPLATE-EXISTS-SW   pic x value "N".
               88  template-exists     value "Y".
           05  WS-VALID-SW             pic x value "Y".
               88  valid-input         value "Y".
           05  WS-TEMPLATE-CODE        pic x(8)  value spaces.
           05  WS-LAST-TEMPLATE        pic x(8)  value spaces.
           05  WS-DESCRIPTION          pic x(40) value spaces.
           05  WS-OWNER                pic x(8)  value spaces.
           05  WS-TEMPLATE-BODY.
               10  WS-TEMPLATE-LINE occurs 4 times
                                       pic x(50).
           05  WS-CHANGED-BY           pic x(8)  value spaces.
           05  WS-CHANGED-AT           pic x(26) value spaces.
           05  WS-TRIMMED-LINE         pic x(50) value spaces.
           05  WS-LINE-IDX             pic 9(2)  value zero.
           05  WS-CTL-IDX              pic 9(3)  value zero.
           05  WS-DONE-SW              pic x     value "N".
               88  done-processing     value "Y".
           05  WS-TPL-FILE-STATUS      pic xx    value "00".

       linkage section.
       copy "common_lnk.cpy".

       SCREEN SECTION.
       COPY "templatemaint.ss".

       copy "common_ss.cpy".
       PROCEDURE DIVISION USING LK-COMMAREA.
           move LK-OPERATOR-ID to WS-OPERATOR-ID
           move "Message Template Maintenance" to Menu-Name
           move "WM_M08" to Menu-Id
           perform log-menu-navigation
           perform check-operator-authorized
           if operator-authorized and not auth-home-or-admin
               perform log-graded-refusal
           end-if
           if not operator-authorized
               perform clr-screen
               move "Error: not authorized to maintain templates"
                   to WS-ERROR-LINE
               display g-menuheader
               goback
           end-if

           perform clr-screen
           perform get-current-template
           move "N" to WS-DONE-SW
           perform until done-processing
             display g-templatemenu
             display g-menuheader
             accept g-templatemenu
             perform f1-or-quit

             if WS-TEMPLATE-CODE not = WS-LAST-TEMPLATE
                 move WS-TEMPLATE-CODE to WS-LAST-TEMPLATE
                 perform get-current-template
                 move space to WS-ACTION
                 move
                   "Template changed - review entry, Enter to save"
                   to WS-ERROR-LINE
             else
                 if action-delete
                     perform validate-template-delete
                 else
                     perform validate-template-entry
                 end-if

                 if valid-input
                     evaluate true
                         when action-delete
                             perform delete-template
                             move "Template deleted" to WS-ERROR-LINE
                         when other
                             perform save-template
                             move "Template saved" to WS-ERROR-LINE
                     end-evaluate
                     move space to WS-ACTION
                 end-if
             end-if
           end-perform
           goback.

       validate-template-delete.
           move spaces to WS-ERROR-LINE
           set valid-input to true
           if not template-exists
               move "Error: template code not on file"
                   to WS-ERROR-LINE
               move "N" to WS-VALID-SW
           end-if.

      ******************************************************************
      *    THE BODY IS CHECKED AS WM_M01 CHECKS A TYPED MESSAGE: NOT  *
      *    BLANK, NO CONTROL CHARACTERS, EACH LINE LEFT-JUSTIFIED.    *
      *    A BLANK OWNER DEFAULTS TO THE OPERATOR SAVING IT.          *
      ******************************************************************
       validate-template-entry.
           move spaces to WS-ERROR-LINE
           set valid-input to true
           evaluate true
               when WS-TEMPLATE-CODE = spaces
                   move "Error: template code cannot be blank"
                       to WS-ERROR-LINE
                   move "N" to WS-VALID-SW
               when function trim(WS-DESCRIPTION) = spaces
                   move "Error: description cannot be blank"
                       to WS-ERROR-LINE
                   move "N" to WS-VALID-SW
               when function trim(WS-TEMPLATE-BODY) = spaces
                   move "Error: template text cannot be blank"
                       to WS-ERROR-LINE
                   move "N" to WS-VALID-SW
               when other
                   perform check-template-characters
                   if not valid-input
                       move "Error: template has invalid characters"
                           to WS-ERROR-LINE
                   end-if
           end-evaluate
           if valid-input
               perform varying WS-LINE-IDX from 1 by 1
                       until WS-LINE-IDX > 4
                   move spaces to WS-TRIMMED-LINE
                   move function trim
                       (WS-TEMPLATE-LINE (WS-LINE-IDX))
                       to WS-TRIMMED-LINE
                   move WS-TRIMMED-LINE
                       to WS-TEMPLATE-LINE (WS-LINE-IDX)
               end-perform
               if WS-OWNER = spaces
                   move WS-OPERATOR-ID to WS-OWNER
               end-if
           end-if.

       check-template-characters.
           set valid-input to true
           perform varying WS-CTL-IDX from 1 by 1
                   until WS-CTL-IDX > 200
               if WS-TEMPLATE-BODY (WS-CTL-IDX:1) < space
                   move "N" to WS-VALID-SW
               end-if
           end-perform.

       get-current-template.
           move "N" to WS-TEMPLATE-EXISTS-SW
           move spaces to WS-DESCRIPTION
           move spaces to WS-OWNER
           move spaces to WS-TEMPLATE-BODY
           move spaces to WS-CHANGED-BY
           move spaces to WS-CHANGED-AT
           move WS-TEMPLATE-CODE to TP-TEMPLATE-CODE
           open input TEMPLATE-FILE
           if WS-TPL-FILE-STATUS = "00"
               read TEMPLATE-FILE
                   invalid key
                       continue
                   not invalid key
                       move "Y" to WS-TEMPLATE-EXISTS-SW
                       move TP-DESCRIPTION to WS-DESCRIPTION
                       move TP-OWNER       to WS-OWNER
                       move TP-BODY        to WS-TEMPLATE-BODY
                       move TP-CHANGED-BY  to WS-CHANGED-BY
                       move TP-CHANGED-AT  to WS-CHANGED-AT
               end-read
           end-if
           close TEMPLATE-FILE.

       save-template.
           perform stamp-changed-at
           move WS-TEMPLATE-CODE to TP-TEMPLATE-CODE
           move WS-DESCRIPTION   to TP-DESCRIPTION
           move WS-OWNER         to TP-OWNER
           move WS-TEMPLATE-BODY to TP-BODY
           move WS-OPERATOR-ID   to TP-CHANGED-BY
           move WS-TIMESTAMP     to TP-CHANGED-AT
           open i-o TEMPLATE-FILE
           if template-exists
               rewrite TP-RECORD
           else
               if WS-TPL-FILE-STATUS = "35"
                   close TEMPLATE-FILE
                   open output TEMPLATE-FILE
               end-if
               write TP-RECORD
           end-if
           close TEMPLATE-FILE
           move WS-OPERATOR-ID to WS-CHANGED-BY
           move WS-TIMESTAMP   to WS-CHANGED-AT
           move "Y" to WS-TEMPLATE-EXISTS-SW.

       delete-template.
           move WS-TEMPLATE-CODE to TP-TEMPLATE-CODE
           open i-o TEMPLATE-FILE
           if WS-TPL-FILE-STATUS = "00"
               delete TEMPLATE-FILE record
           end-if
           close TEMPLATE-FILE
           move "N" to WS-TEMPLATE-EXISTS-SW
           move spaces to WS-DESCRIPTION
           move spaces to WS-OWNER
           move spaces to WS-TEMPLATE-BODY
           move spaces to WS-CHANGED-BY
           move spaces to WS-CHANGED-AT.

       copy "common.cpy".
