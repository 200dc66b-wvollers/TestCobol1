      *    ON) FORCES A PASSWORD CHANGE AT NEXT SIGN-ON.  FAILED
      *    ATTEMPTS ARE COUNTED AND THE RECORD LOCKS OUT AFTER THE
      *    LIMIT; ONLY THE SECURITY ADMIN (WM_M09) UNLOCKS IT.
      *    OS-SCOPE-TYPE / OS-SCOPE-CODE LIMIT A LEVEL R OPERATOR TO
      *    ONE REGION (TYPE R) OR TO THE REGIONS CARRYING ONE GROUP
      *    CODE ON THE REGION MASTER (TYPE G).  AN R OPERATOR WITH
      *    NO SCOPE MAY MAINTAIN NO REGION.  LEVELS H AND S ARE NOT
      *    SCOPED; THE FIELDS ARE SPACES FOR THEM.
       FD  OPERATOR-SEC-FILE.
       01  OPERATOR-SEC-RECORD.
           05  OS-OPERATOR-ID          pic x(8).
           05  OS-FAIL-COUNT           pic 9(2).
           05  OS-LOCKOUT-SW           pic x.
               88  OS-OPERATOR-LOCKED      value "Y".
           05  OS-SCOPE-TYPE           pic x.
               88  OS-SCOPE-REGION         value "R".
               88  OS-SCOPE-GROUP          value "G".
           05  OS-SCOPE-CODE           pic x(4).

       FD  MENU-LOG-FILE.
       01  MENU-LOG-RECORD.
