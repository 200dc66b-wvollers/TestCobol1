      *    OPERATOR GETS A TEMPORARY PASSWORD (THE OPERATOR ID) THAT  *
      *    ABC4406 FORCES THEM TO CHANGE AT FIRST SIGN-ON, AND THE    *
      *    U ACTION UNLOCKS AN OPERATOR LOCKED OUT BY FAILED          *
      *    SIGN-ON ATTEMPTS.  A LEVEL R OPERATOR MUST CARRY A SCOPE:  *
      *    ONE REGION (R) OR ONE REGION GROUP (G) FROM THE REGION     *
      *    MASTER, WHICH WM_M01 AND WM_M02 HOLD THEM TO.  SCOPE       *
      *    CHANGES GO TO THE AUDIT TRAIL WITH THE OLD AND NEW SCOPE.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4404.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "common_io.cpy".
           copy "region_io.cpy".
           SELECT SEC-AUDIT-FILE ASSIGN TO "SECAUDIT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       copy "common_fd.cpy".
       copy "region_fd.cpy".
       FD  SEC-AUDIT-FILE.
       01  SEC-AUDIT-RECORD.
           05  SA-TIMESTAMP            pic x(26).
           05  SA-OLD-LEVEL            pic x.
           05  SA-NEW-LEVEL            pic x.
           05  SA-EVENT                pic x.
           05  SA-OLD-SCOPE.
               10  SA-OLD-SCOPE-TYPE   pic x.
               10  SA-OLD-SCOPE-CODE   pic x(4).
           05  SA-NEW-SCOPE.
               10  SA-NEW-SCOPE-TYPE   pic x.
               10  SA-NEW-SCOPE-CODE   pic x(4).
       WORKING-STORAGE SECTION.
       COPY "common_ws.cpy".
       01  WS-LOCAL-AREA.
           05  WS-UNLOCKED-SW          pic x     value "N".
               88  unlock-applied      value "Y".
           05  WS-AUD-FILE-STATUS      pic xx    value "00".
           05  WS-RGN-FILE-STATUS      pic xx    value "00".
           05  WS-TARGET-SCOPE-TYPE    pic x     value space.
               88  target-scope-valid  value "R" "G".
               88  target-scope-region value "R".
           05  WS-TARGET-SCOPE-CODE    pic x(4)  value spaces.
           05  WS-OLD-SCOPE.
               10  WS-OLD-SCOPE-TYPE   pic x     value space.
               10  WS-OLD-SCOPE-CODE   pic x(4)  value spaces.
           05  WS-SCOPE-FOUND-SW       pic x     value "N".
               88  scope-code-found    value "Y".

       linkage section.
       copy "common_lnk.cpy".
                       end-if
                   end-if
               end-if
           end-if
           if valid-input
               perform validate-operator-scope
           end-if.

      ******************************************************************
      *    LEVEL R NEEDS A SCOPE THAT EXISTS ON THE REGION MASTER: A  *
      *    REGION ON FILE, OR A GROUP CODE AT LEAST ONE REGION        *
      *    CARRIES.  THE OTHER LEVELS ARE NOT SCOPED, SO ANY SCOPE    *
      *    KEYED FOR THEM IS CLEARED.                                 *
      ******************************************************************
       validate-operator-scope.
           if WS-TARGET-LEVEL = "R"
               if not target-scope-valid or
                       WS-TARGET-SCOPE-CODE = spaces
                   move "Error: level R needs scope R or G and a code"
                       to WS-ERROR-LINE
                   move "N" to WS-VALID-SW
               else
                   perform check-scope-code
                   if not scope-code-found
                       if target-scope-region
                           move "Error: scope region not on file"
                               to WS-ERROR-LINE
                       else
                           move "Error: no region has that group"
                               to WS-ERROR-LINE
                       end-if
                       move "N" to WS-VALID-SW
                   end-if
               end-if
           else
               move space  to WS-TARGET-SCOPE-TYPE
               move spaces to WS-TARGET-SCOPE-CODE
           end-if.

       check-scope-code.
           move "N" to WS-SCOPE-FOUND-SW
           open input REGION-MASTER-FILE
           if WS-RGN-FILE-STATUS = "00"
               if target-scope-region
                   move WS-TARGET-SCOPE-CODE to RG-REGION-CODE
                   read REGION-MASTER-FILE
                       invalid key
                           continue
                       not invalid key
                           move "Y" to WS-SCOPE-FOUND-SW
                   end-read
               else
                   move low-values to RG-REGION-CODE
                   start REGION-MASTER-FILE key is >= RG-REGION-CODE
                   perform until WS-RGN-FILE-STATUS not = "00"
                           or scope-code-found
                       read REGION-MASTER-FILE next record
                       if WS-RGN-FILE-STATUS = "00" and
                               RG-GROUP-CODE = WS-TARGET-SCOPE-CODE
                           move "Y" to WS-SCOPE-FOUND-SW
                       end-if
                   end-perform
               end-if
           end-if
           close REGION-MASTER-FILE.

       get-current-operator.
           move "N" to WS-TARGET-EXISTS-SW
           move spaces to WS-TARGET-NAME
           move "V" to WS-TARGET-LEVEL
           move space to WS-OLD-LEVEL
           move space  to WS-TARGET-SCOPE-TYPE
           move spaces to WS-TARGET-SCOPE-CODE
           move spaces to WS-OLD-SCOPE
           move WS-TARGET-OPER to OS-OPERATOR-ID
           open input OPERATOR-SEC-FILE
           if WS-SEC-FILE-STATUS = "00"
                   not invalid key
                       move "Y" to WS-TARGET-EXISTS-SW
                       move OS-OPERATOR-NAME to WS-TARGET-NAME
                       move OS-SCOPE-TYPE to WS-TARGET-SCOPE-TYPE
                       move OS-SCOPE-CODE to WS-TARGET-SCOPE-CODE
                       move OS-SCOPE-TYPE to WS-OLD-SCOPE-TYPE
                       move OS-SCOPE-CODE to WS-OLD-SCOPE-CODE
                       if OS-AUTH-LEVEL-VALID
                           move OS-AUTH-LEVEL to WS-TARGET-LEVEL
                           move OS-AUTH-LEVEL to WS-OLD-LEVEL
           close OPERATOR-SEC-FILE
           move "Y" to WS-TARGET-EXISTS-SW
           perform write-sec-audit-record
           move WS-TARGET-LEVEL to WS-OLD-LEVEL
           move WS-TARGET-SCOPE-TYPE to WS-OLD-SCOPE-TYPE
           move WS-TARGET-SCOPE-CODE to WS-OLD-SCOPE-CODE.

       build-operator-record.
           move WS-TARGET-OPER  to OS-OPERATOR-ID
           move WS-TARGET-NAME  to OS-OPERATOR-NAME
           move WS-TARGET-LEVEL to OS-AUTH-LEVEL
           move WS-TARGET-SCOPE-TYPE to OS-SCOPE-TYPE
           move WS-TARGET-SCOPE-CODE to OS-SCOPE-CODE
           if WS-TARGET-LEVEL = "R" or "H" or "S"
               move "Y" to OS-MSG-MAINT-AUTH
           else
           close OPERATOR-SEC-FILE
           move "R" to WS-AUDIT-EVENT
           move space to WS-TARGET-LEVEL
           move space  to WS-TARGET-SCOPE-TYPE
           move spaces to WS-TARGET-SCOPE-CODE
           perform write-sec-audit-record
           move "N" to WS-TARGET-EXISTS-SW
           move spaces to WS-TARGET-NAME
           move space to WS-OLD-LEVEL
           move spaces to WS-OLD-SCOPE
           move "V" to WS-TARGET-LEVEL.

      ******************************************************************
           move WS-OLD-LEVEL    to SA-OLD-LEVEL
           move WS-TARGET-LEVEL to SA-NEW-LEVEL
           move WS-AUDIT-EVENT  to SA-EVENT
           move WS-OLD-SCOPE    to SA-OLD-SCOPE
           move WS-TARGET-SCOPE-TYPE to SA-NEW-SCOPE-TYPE
           move WS-TARGET-SCOPE-CODE to SA-NEW-SCOPE-CODE
           open extend SEC-AUDIT-FILE
           if WS-AUD-FILE-STATUS = "05" or WS-AUD-FILE-STATUS = "35"
               close SEC-AUDIT-FILE
