      ******************************************************************
      *    REGION MASTER AUDIT RECORD.  ONE RECORD IS APPENDED FOR     *
      *    EVERY CHANGE TO THE REGION MASTER, BY WM_M03 (ABC4402) OR   *
      *    THE CLOSE/MERGE RUN (ABC4428), WITH THE VALUES BEFORE AND   *
      *    AFTER.  RH-CHANGED-BY IS THE OPERATOR, OR THE PROGRAM FOR   *
      *    A BATCH CHANGE.  EVENTS:                                    *
      *      A = ADDED      C = CHANGED     D = DELETED                *
      *      X = CLOSED     M = MERGED INTO RH-MERGED-INTO             *
      *    THE OLD VALUES ARE SPACES ON AN ADD AND THE NEW VALUES ARE  *
      *    SPACES ON A DELETE.  ABC4429 PRINTS THE HISTORY.            *
      ******************************************************************
       FD  REGION-AUDIT-FILE.
       01  REGION-AUDIT-RECORD.
           05  RH-TIMESTAMP            pic x(26).
           05  RH-CHANGED-BY           pic x(8).
           05  RH-REGION-CODE          pic x(4).
           05  RH-EVENT                pic x.
               88  rh-event-add        value "A".
               88  rh-event-change     value "C".
               88  rh-event-delete     value "D".
               88  rh-event-close      value "X".
               88  rh-event-merge      value "M".
           05  RH-OLD-VALUES.
               10  RH-OLD-NAME         pic x(30).
               10  RH-OLD-ACTIVE-FLAG  pic x.
               10  RH-OLD-GROUP-CODE   pic x(4).
           05  RH-NEW-VALUES.
               10  RH-NEW-NAME         pic x(30).
               10  RH-NEW-ACTIVE-FLAG  pic x.
               10  RH-NEW-GROUP-CODE   pic x(4).
           05  RH-MERGED-INTO          pic x(4).
