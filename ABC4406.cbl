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
           move OS-AUTH-LEVEL     to SA-OLD-LEVEL
           move OS-AUTH-LEVEL     to SA-NEW-LEVEL
           move WS-AUDIT-EVENT    to SA-EVENT
           move OS-SCOPE-TYPE     to SA-OLD-SCOPE-TYPE
           move OS-SCOPE-CODE     to SA-OLD-SCOPE-CODE
           move OS-SCOPE-TYPE     to SA-NEW-SCOPE-TYPE
           move OS-SCOPE-CODE     to SA-NEW-SCOPE-CODE
           open extend SEC-AUDIT-FILE
           if WS-AUD-FILE-STATUS = "05" or WS-AUD-FILE-STATUS = "35"
               close SEC-AUDIT-FILE
