           05  WS-SEC-FILE-STATUS      pic xx    value "00".
           05  WS-LOG-FILE-STATUS      pic xx    value "00".
           05  WS-LOG-EVENT            pic x(30) value spaces.
           05  WS-SCOPE-TYPE           pic x     value space.
               88  scope-by-region     value "R".
               88  scope-by-group      value "G".
           05  WS-SCOPE-CODE           pic x(4)  value spaces.
           05  WS-SCOPE-CHECK-REGION   pic x(4)  value spaces.
           05  WS-SCOPE-CHECK-GROUP    pic x(4)  value spaces.
           05  WS-SCOPE-SW             pic x     value "Y".
               88  region-in-scope     value "Y".
