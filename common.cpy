       check-operator-authorized.
           move "N" to WS-AUTH-SW
           move space to WS-AUTH-LEVEL
           move space to WS-SCOPE-TYPE
           move spaces to WS-SCOPE-CODE
           move WS-OPERATOR-ID to OS-OPERATOR-ID
           open input OPERATOR-SEC-FILE
           if WS-SEC-FILE-STATUS = "00"
                       else
                           if OS-AUTH-LEVEL-VALID
                               move OS-AUTH-LEVEL to WS-AUTH-LEVEL
                               move OS-SCOPE-TYPE to WS-SCOPE-TYPE
                               move OS-SCOPE-CODE to WS-SCOPE-CODE
                           else
                               if OS-MSG-MAINT-AUTHORIZED
                                   move "H" to WS-AUTH-LEVEL
           move "UNAUTHORIZED ATTEMPT" to WS-LOG-EVENT
           perform write-menu-log-record.

      *    FOR A LEVEL R OPERATOR, WHETHER WS-SCOPE-CHECK-REGION IS
      *    INSIDE THE OPERATOR'S SCOPE: THE SCOPE REGION ITSELF, OR
      *    ANY REGION WHOSE GROUP (WS-SCOPE-CHECK-GROUP, SET BY THE
      *    CALLER FROM THE REGION MASTER) IS THE SCOPE GROUP.  LEVELS
      *    H AND S ARE NEVER OUT OF SCOPE.  AN OUT-OF-SCOPE ATTEMPT
      *    IS LOGGED TO MENULOG FOR THE SECURITY REPORTS.
       check-region-in-scope.
           set region-in-scope to true
           if auth-regional
               move "N" to WS-SCOPE-SW
               if WS-SCOPE-CODE not = spaces and
                       WS-SCOPE-CHECK-REGION not = spaces
                   evaluate true
                       when scope-by-region
                           if WS-SCOPE-CHECK-REGION = WS-SCOPE-CODE
                               set region-in-scope to true
                           end-if
                       when scope-by-group
                           if WS-SCOPE-CHECK-GROUP = WS-SCOPE-CODE
                               set region-in-scope to true
                           end-if
                   end-evaluate
               end-if
               if not region-in-scope
                   move spaces to WS-LOG-EVENT
                   string "OUT OF SCOPE REGION " delimited by size
                          WS-SCOPE-CHECK-REGION delimited by size
                          into WS-LOG-EVENT
                   perform write-menu-log-record
               end-if
           end-if.

       log-menu-navigation.
           move "ENTERED MENU" to WS-LOG-EVENT
           perform write-menu-log-record.
