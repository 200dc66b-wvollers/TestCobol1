      *    ABC4401 - BROWSE WELCOME MESSAGES (WM_M02).  LETS THE       *
      *    OPERATOR PAGE THROUGH STORED MESSAGES, REACTIVATE AN OLDER  *
      *    ONE, OR JUMP INTO ABC4400 TO EDIT A SPECIFIC REGION.        *
      *    A LEVEL R OPERATOR IS HELD TO THEIR REGION SCOPE FOR BOTH.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4401.
                       if sel-row-found
                           perform check-selected-region
                           if region-on-master
                               perform check-selected-scope
                               if region-in-scope
                                   move WS-LIST-REGION (WS-SEL-IDX)
                                       to LK-TARGET-REGION
                                   call "ABC4400" using LK-COMMAREA
                                   perform clr-screen
                                   perform load-page
                               else
                                   move
                                     "Error: region outside your scope"
                                     to WS-ERROR-LINE
                               end-if
                           else
                               move
                                 "Error: region not on region master"
                                     "Error: not authorized"
                                     to WS-ERROR-LINE
                               when other
                                   perform reactivate-if-in-scope
                           end-evaluate
                       else
                           move "Error: mark a row first"
               close REGION-MASTER-FILE
           end-if.

      ******************************************************************
      *    A LEVEL R OPERATOR MAY REACTIVATE OR JUMP INTO EDIT ONLY   *
      *    INSIDE THEIR REGION OR GROUP.  CHECK-SELECTED-REGION HAS   *
      *    JUST READ THE REGION MASTER RECORD FOR THE GROUP CODE.     *
      *    THE HOME OFFICE ROW IS NOT A SCOPE QUESTION; WM_M01        *
      *    REFUSES IT TO LEVEL R ON ITS OWN.                          *
      ******************************************************************
       check-selected-scope.
           set region-in-scope to true
           if WS-LIST-REGION (WS-SEL-IDX) not = spaces
               move WS-LIST-REGION (WS-SEL-IDX)
                   to WS-SCOPE-CHECK-REGION
               if region-on-master
                   move RG-GROUP-CODE to WS-SCOPE-CHECK-GROUP
               else
                   move spaces to WS-SCOPE-CHECK-GROUP
               end-if
               perform check-region-in-scope
           end-if.

       reactivate-if-in-scope.
           perform check-selected-region
           perform check-selected-scope
           if region-in-scope
               perform reactivate-selected-row
               perform load-page
           else
               move "Error: region outside your scope" to WS-ERROR-LINE
           end-if.

       find-selected-row.
           move "N" to WS-SEL-FOUND-SW
           move zero to WS-SEL-IDX
