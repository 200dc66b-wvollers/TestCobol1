      ******************************************************************
      *    MESSAGE TEMPLATE RECORD.  A REUSABLE FOUR-LINE MESSAGE      *
      *    BODY, KEPT IN WM_M08 (ABC4430) AND PICKED BY CODE IN        *
      *    WM_M01 AND WM_M05.  THE BODY MAY CARRY THE PLACEHOLDERS     *
      *    &REGION (REGION NAME FROM THE REGION MASTER), &DATE AND     *
      *    &TIME, FILLED IN FOR EACH REGION WHEN THE TEMPLATE IS       *
      *    USED (SEE TPLFILL.CPY).  TP-OWNER IS THE OPERATOR WHO       *
      *    LOOKS AFTER THE WORDING.                                    *
      ******************************************************************
       FD  TEMPLATE-FILE.
       01  TP-RECORD.
           05  TP-TEMPLATE-CODE        pic x(8).
           05  TP-DESCRIPTION          pic x(40).
           05  TP-OWNER                pic x(8).
           05  TP-BODY.
               10  TP-LINE occurs 4 times
                                       pic x(50).
           05  TP-CHANGED-BY           pic x(8).
           05  TP-CHANGED-AT           pic x(26).
