           copy "common_io.cpy".
           copy "region_io.cpy".
           copy "pendingmsg_io.cpy".
           copy "template_io.cpy".
      $if use-sql not defined
           copy "welcomemsg_io.cpy".
      $end
       copy "common_fd.cpy".
       copy "region_fd.cpy".
       copy "pendingmsg_fd.cpy".
       copy "template_fd.cpy".
      $if use-sql not defined
       copy "welcomemsg_fd.cpy".
      $end
           05  WS-LAST-REGION          pic x(4)  value spaces.
           05  WS-TARGET-GROUP         pic x(4)  value spaces.
           05  WS-FANOUT-COUNT         pic 9(4)  value zero.
           05  WS-SCOPE-SKIP-COUNT     pic 9(4)  value zero.
           05  WS-FILE-OK-SW           pic x     value "Y".
               88  file-save-ok        value "Y".
           05  WS-WELCOME-MESSAGE.
               88  reject-notified     value "Y".
           05  WS-WM-FILE-STATUS       pic xx    value "00".
           05  WS-RGN-FILE-STATUS      pic xx    value "00".
           05  WS-TPL-FILE-STATUS      pic xx    value "00".
       COPY "tplfill_ws.cpy".
      $if use-sql defined
       EXEC SQL INCLUDE SQLCA END-EXEC.

                     move "Error: key a region or a group, not both"
                         to WS-ERROR-LINE
                 else
                     evaluate true
                         when action-delete
                             set valid-input to true
                         when WS-TPL-CODE not = spaces
                             perform check-fan-out-template
                         when other
                             perform validate-welcome-message
                     end-evaluate
                     if valid-input
                         perform fan-out-to-group
                         if WS-FANOUT-COUNT > zero
                 end-if
             else
                 perform validate-region-code
                 if valid-input
                     perform validate-region-scope
                 end-if
                 if valid-input and WS-TPL-CODE not = spaces
                         and not action-delete
                     perform apply-template-to-region
                 end-if
                 if valid-input
                     if action-delete
                         continue
               end-if
           end-if.

      ******************************************************************
      *    A LEVEL R OPERATOR MAY SAVE OR DELETE ONLY INSIDE THE      *
      *    REGION OR GROUP ON THEIR SECURITY RECORD.  THE REGION      *
      *    MASTER RECORD IS STILL THERE FROM VALIDATE-REGION-CODE.    *
      ******************************************************************
       validate-region-scope.
           if WS-REGION-CODE not = spaces
               move WS-REGION-CODE to WS-SCOPE-CHECK-REGION
               move RG-GROUP-CODE  to WS-SCOPE-CHECK-GROUP
               perform check-region-in-scope
               if not region-in-scope
                   move "Error: region is outside your permitted scope"
                       to WS-ERROR-LINE
                   move "N" to WS-VALID-SW
               end-if
           end-if.

      ******************************************************************
      *    A KEYED TEMPLATE CODE FILLS THE MESSAGE BODY FROM THE      *
      *    WM_M08 LIBRARY WITH THIS REGION'S NAME AND THE DATE AND    *
      *    TIME, AND PUTS IT ON THE SCREEN FOR REVIEW INSTEAD OF      *
      *    SAVING.  THE NEXT ENTER SAVES IT THROUGH THE NORMAL        *
      *    MESSAGE CHECKS, EXACTLY AS IF IT HAD BEEN TYPED.  THE      *
      *    REGION MASTER RECORD IS STILL THERE FROM                   *
      *    VALIDATE-REGION-CODE.                                      *
      ******************************************************************
       apply-template-to-region.
           perform load-message-template
           if not template-found
               move "Error: template code not on file" to WS-ERROR-LINE
           else
               if WS-REGION-CODE = spaces
                   move "HOME OFFICE" to WS-TPL-REGION-NAME
               else
                   move RG-REGION-NAME to WS-TPL-REGION-NAME
               end-if
               move WS-EFFECTIVE-DATE to WS-TPL-DEFAULT-DATE
               perform fill-message-template
               if template-fits
                   move WS-TPL-FILLED-BODY to WS-WELCOME-MESSAGE
                   move spaces to WS-TPL-CODE
                   move "Template filled in - review, Enter to save"
                       to WS-ERROR-LINE
               else
                   move "Error: filled template line is too long"
                       to WS-ERROR-LINE
               end-if
           end-if
           move "N" to WS-VALID-SW.

      *    FOR A GROUP THE TEMPLATE IS FILLED AND CHECKED REGION BY
      *    REGION IN FAN-OUT-ONE-REGION; HERE ONLY THE TEMPLATE CODE
      *    AND THE DATES ARE CHECKED.
       check-fan-out-template.
           move spaces to WS-ERROR-LINE
           set valid-input to true
           perform load-message-template
           if not template-found
               move "Error: template code not on file" to WS-ERROR-LINE
               move "N" to WS-VALID-SW
           else
               perform validate-message-dates
           end-if.

       fill-region-from-template.
           move RG-REGION-NAME to WS-TPL-REGION-NAME
           move WS-EFFECTIVE-DATE to WS-TPL-DEFAULT-DATE
           perform fill-message-template
           if template-fits
               move WS-TPL-FILLED-BODY to WS-WELCOME-MESSAGE
               perform validate-welcome-message
           else
               move "N" to WS-VALID-SW
           end-if.

       read-region-master.
           move "N" to WS-RGN-FOUND-SW
           move WS-REGION-CODE to RG-REGION-CODE
      *    ACTIVE REGION CARRYING THAT GROUP ON THE REGION MASTER,    *
      *    SO A DISTRICT-WIDE NOTICE IS ONE SAVE INSTEAD OF ONE PER   *
      *    REGION.  EACH REGION IS SAVED EXACTLY AS A SINGLE-REGION   *
      *    SAVE WOULD BE, HISTORY LOGGING INCLUDED.  FOR A LEVEL R    *
      *    OPERATOR, REGIONS OUTSIDE THEIR SCOPE ARE SKIPPED (AND     *
      *    LOGGED) AND THE COMPLETION LINE SAYS HOW MANY.  WITH A     *
      *    TEMPLATE, EACH REGION GETS ITS OWN NAME FILLED IN; A       *
      *    REGION WHOSE FILLED MESSAGE FAILS THE CHECKS IS NOT SAVED  *
      *    AND IS COUNTED AS FAILED.                                  *
      ******************************************************************
       fan-out-to-group.
           move zero to WS-FANOUT-COUNT
           move zero to WS-SCOPE-SKIP-COUNT
           move zero to WS-TPL-FAIL-COUNT
           open input REGION-MASTER-FILE
           if WS-RGN-FILE-STATUS = "00"
               move low-values to RG-REGION-CODE
                   if WS-RGN-FILE-STATUS = "00" and rg-region-active
                           and RG-GROUP-CODE = WS-TARGET-GROUP
                       move RG-REGION-CODE to WS-REGION-CODE
                       move RG-REGION-CODE to WS-SCOPE-CHECK-REGION
                       move RG-GROUP-CODE  to WS-SCOPE-CHECK-GROUP
                       perform check-region-in-scope
                       if region-in-scope
                           perform fan-out-one-region
                       else
                           add 1 to WS-SCOPE-SKIP-COUNT
                       end-if
                   end-if
               end-perform
           end-if
           close REGION-MASTER-FILE
           move spaces to WS-REGION-CODE
           move spaces to WS-LAST-REGION
           move spaces to WS-ERROR-LINE
           evaluate true
               when WS-FANOUT-COUNT = zero and
                       WS-TPL-FAIL-COUNT > zero
                   move
                   "Error: template failed the checks in every region"
                       to WS-ERROR-LINE
               when WS-FANOUT-COUNT = zero and
                       WS-SCOPE-SKIP-COUNT > zero
                   move "Error: group is entirely outside your scope"
                       to WS-ERROR-LINE
               when WS-FANOUT-COUNT = zero
                   move "Error: no active regions in that group"
                       to WS-ERROR-LINE
               when WS-TPL-FAIL-COUNT > zero
                   string "Applied to " delimited by size
                          WS-FANOUT-COUNT delimited by size
                          " regions, " delimited by size
                          WS-SCOPE-SKIP-COUNT delimited by size
                          " out of scope, " delimited by size
                          WS-TPL-FAIL-COUNT delimited by size
                          " failed" delimited by size
                          into WS-ERROR-LINE
               when WS-SCOPE-SKIP-COUNT > zero
                   string "Message applied to " delimited by size
                          WS-FANOUT-COUNT delimited by size
                          " regions, " delimited by size
                          WS-SCOPE-SKIP-COUNT delimited by size
                          " out of scope skipped"
                              delimited by size
                          into WS-ERROR-LINE
               when other
                   string "Message applied to " delimited by size
                          WS-FANOUT-COUNT delimited by size
                          " regions in group" delimited by size
                          into WS-ERROR-LINE
           end-evaluate.

       fan-out-one-region.
           if WS-TPL-CODE not = spaces and not action-delete
               perform fill-region-from-template
               if not valid-input
                   add 1 to WS-TPL-FAIL-COUNT
                   exit paragraph
               end-if
           end-if
           evaluate true
               when action-delete
                   perform delete-welcome-message
               when other
                   perform save-welcome-message
           end-evaluate
      $if use-sql defined
           if sql-save-ok
               add 1 to WS-FANOUT-COUNT
           end-if.
      $else
           if file-save-ok
               add 1 to WS-FANOUT-COUNT
           end-if.
      $end

      ******************************************************************
      *    A HOME OFFICE (BLANK REGION) CHANGE DOES NOT GO LIVE AT     *
           move spaces to WS-WELCOME-MESSAGE.
      $end

       copy "tplfill.cpy".

       copy "common.cpy".
