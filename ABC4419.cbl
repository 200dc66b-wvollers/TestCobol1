      *    OPERATOR'S LAST ACTIVITY.  ENDS WITH A FLAGGED SECTION OF  *
      *    DORMANT OPERATORS (NO MENULOG ACTIVITY INSIDE THE DORMANT  *
      *    WINDOW) STILL HOLDING R, H OR S AUTHORITY, WHICH ARE THE   *
      *    CANDIDATES FOR REVOCATION, AND A SECTION LISTING EVERY     *
      *    LEVEL R ATTEMPT ON A REGION OUTSIDE THE OPERATOR'S SCOPE   *
      *    THIS QUARTER.  THE DORMANT WINDOW (COLS 1-3) AND THE AUDIT *
      *    WINDOW (COLS 4-6) COME FROM THE RCRTPARM CONTROL FILE,     *
      *    DEFAULTS 90 AND 92 DAYS WHEN ABSENT OR BAD.                *
      *                                                               *
      *    MENULOG IS SORTED BY OPERATOR ID AND RUN AS A BALANCED     *
      *    LINE AGAINST THE OPERSEC WALK (BOTH IN OPERATOR ORDER),    *
           05  OS-PWD-CHANGE-SW        pic x.
           05  OS-FAIL-COUNT           pic 9(2).
           05  OS-LOCKOUT-SW           pic x.
           05  OS-SCOPE-TYPE           pic x.
           05  OS-SCOPE-CODE           pic x(4).
       FD  SEC-AUDIT-FILE.
       01  SEC-AUDIT-RECORD.
           05  SA-TIMESTAMP            pic x(26).
           05  SA-OLD-LEVEL            pic x.
           05  SA-NEW-LEVEL            pic x.
           05  SA-EVENT                pic x.
           05  SA-OLD-SCOPE-TYPE       pic x.
           05  SA-OLD-SCOPE-CODE       pic x(4).
           05  SA-NEW-SCOPE-TYPE       pic x.
           05  SA-NEW-SCOPE-CODE       pic x(4).
       FD  MENU-LOG-FILE.
       01  MENU-LOG-RECORD.
           05  ML-TIMESTAMP            pic x(26).
           05  ML-MENU-NAME            pic x(30).
           05  ML-OPERATOR-ID          pic x(8).
           05  ML-EVENT                pic x(30).
           05  ML-EVENT-PREFIX redefines ML-EVENT.
               10  ML-EVENT-SCOPE      pic x(13).
                   88  ml-out-of-scope-event value "OUT OF SCOPE ".
               10  filler              pic x(17).
       FD  SORTED-LOG-FILE.
       01  SORTED-LOG-RECORD.
           05  SL-TIMESTAMP            pic x(26).
       01  WS-OPER-COUNT               pic 9(6) value zero.
       01  WS-CHANGES-PRINTED          pic 9(6) value zero.
       01  WS-DORMANT-COUNT            pic 9(6) value zero.
       01  WS-SCOPE-COUNT              pic 9(6) value zero.
       01  WS-LAST-SIGNON              pic x(8) value spaces.
       01  WS-LOG-EOF-SW               pic x value "N".
           88  sorted-log-eof          value "Y".
           05  DET-LEVEL               pic x.
           05  filler                  pic x(10) value "  LAST ON ".
           05  DET-LAST-SIGNON         pic x(8).
           05  filler                  pic x(2)  value spaces.
           05  DET-SCOPE-TYPE          pic x.
           05  filler                  pic x(1)  value space.
           05  DET-SCOPE-CODE          pic x(4).
           05  filler                  pic x(4)  value spaces.
       01  WS-RPT-CHANGE-LINE.
           05  filler                  pic x(2)  value spaces.
           05  CHG-DATE                pic x(8).
           05  CHG-NEW-LEVEL           pic x.
           05  filler                  pic x(7)  value "  BY   ".
           05  CHG-ADMIN-ID            pic x(8).
           05  filler                  pic x(8)  value "  SCOPE ".
           05  CHG-OLD-SCOPE-TYPE      pic x.
           05  filler                  pic x(1)  value space.
           05  CHG-OLD-SCOPE-CODE      pic x(4).
           05  filler                  pic x(4)  value " -> ".
           05  CHG-NEW-SCOPE-TYPE      pic x.
           05  filler                  pic x(1)  value space.
           05  CHG-NEW-SCOPE-CODE      pic x(4).
           05  filler                  pic x(10) value spaces.
       01  WS-RPT-SCOPE-LINE.
           05  filler                  pic x(2)  value spaces.
           05  SCO-DATE                pic x(8).
           05  filler                  pic x(2)  value spaces.
           05  SCO-OPERATOR-ID         pic x(8).
           05  filler                  pic x(2)  value spaces.
           05  SCO-MENU-ID             pic x(10).
           05  filler                  pic x(2)  value spaces.
           05  SCO-EVENT               pic x(30).
           05  filler                  pic x(16) value spaces.
       01  WS-RPT-TOTAL.
           05  filler                  pic x(12) value "OPERATORS:  ".
           05  TOT-OPERS               pic 9(6).
           05  TOT-CHANGES             pic 9(6).
           05  filler                  pic x(11) value "  DORMANT: ".
           05  TOT-DORMANT             pic 9(6).
           05  filler                  pic x(9)  value "  SCOPE: ".
           05  TOT-SCOPE               pic 9(6).
           05  filler                  pic x(13) value spaces.
       PROCEDURE DIVISION.
           accept WS-RUN-DATE from date yyyymmdd
           perform get-run-parms
           perform write-authority-section
           perform write-changes-section
           perform write-dormant-section
           perform write-scope-section
           perform write-report-totals
           close RECERT-REPORT
           display "ABC4419 recertification complete, operators: "
               WS-OPER-COUNT
           display "ABC4419 quarter changes: " WS-CHANGES-PRINTED
               " dormant flagged: " WS-DORMANT-COUNT
           display "ABC4419 out-of-scope attempts: " WS-SCOPE-COUNT
           goback.

       get-run-parms.
           move OS-OPERATOR-ID   to DET-OPERATOR-ID
           move OS-OPERATOR-NAME to DET-OPERATOR-NAME
           move OS-AUTH-LEVEL    to DET-LEVEL
           move OS-SCOPE-TYPE    to DET-SCOPE-TYPE
           move OS-SCOPE-CODE    to DET-SCOPE-CODE
           if OS-AUTH-LEVEL = "R" and OS-SCOPE-CODE = spaces
               move "NONE" to DET-SCOPE-CODE
           end-if
           if WS-LAST-SIGNON = spaces
               move "NEVER" to DET-LAST-SIGNON
           else
                           move SA-OLD-LEVEL       to CHG-OLD-LEVEL
                           move SA-NEW-LEVEL       to CHG-NEW-LEVEL
                           move SA-ADMIN-ID        to CHG-ADMIN-ID
                           move SA-OLD-SCOPE-TYPE  to CHG-OLD-SCOPE-TYPE
                           move SA-OLD-SCOPE-CODE  to CHG-OLD-SCOPE-CODE
                           move SA-NEW-SCOPE-TYPE  to CHG-NEW-SCOPE-TYPE
                           move SA-NEW-SCOPE-CODE  to CHG-NEW-SCOPE-CODE
                           move WS-RPT-CHANGE-LINE to RPT-LINE
                           write RPT-LINE
                       end-if
           end-perform
           perform close-operator-walk.

      ******************************************************************
      *    EVERY MENULOG ATTEMPT BY A LEVEL R OPERATOR ON A REGION    *
      *    OUTSIDE THEIR SCOPE INSIDE THE AUDIT WINDOW, IN FILE       *
      *    (TIME) ORDER.  THE EVENT TEXT CARRIES THE REGION.          *
      ******************************************************************
       write-scope-section.
           perform write-blank-line
           move "OUT-OF-SCOPE REGION ATTEMPTS THIS QUARTER" to SEC-TITLE
           move WS-RPT-SECTION to RPT-LINE
           write RPT-LINE
           open input MENU-LOG-FILE
           if WS-LOG-FILE-STATUS = "00"
               perform until WS-LOG-FILE-STATUS not = "00"
                   read MENU-LOG-FILE
                   if WS-LOG-FILE-STATUS = "00" and
                           ml-out-of-scope-event and
                           ML-TIMESTAMP (1:8) is numeric
                       if function numval (ML-TIMESTAMP (1:8))
                               >= WS-AUDIT-CUTOFF
                           add 1 to WS-SCOPE-COUNT
                           move ML-TIMESTAMP (1:8) to SCO-DATE
                           move ML-OPERATOR-ID     to SCO-OPERATOR-ID
                           move ML-MENU-ID         to SCO-MENU-ID
                           move ML-EVENT           to SCO-EVENT
                           move WS-RPT-SCOPE-LINE to RPT-LINE
                           write RPT-LINE
                       end-if
                   end-if
               end-perform
           end-if
           close MENU-LOG-FILE.

       write-report-totals.
           perform write-blank-line
           move WS-OPER-COUNT      to TOT-OPERS
           move WS-CHANGES-PRINTED to TOT-CHANGES
           move WS-DORMANT-COUNT   to TOT-DORMANT
           move WS-SCOPE-COUNT     to TOT-SCOPE
           move WS-RPT-TOTAL to RPT-LINE
           write RPT-LINE.

