      ******************************************************************
      *    SIGN-ON MESSAGE DISPLAY LOG RECORD.  THE SIGN-ON DISPLAY    *
      *    (ABC4420) WRITES ONE RECORD EACH TIME IT SHOWS A NOTICE.    *
      *    MD-REGION-CODE IS THE REGION OF THE TERMINAL FROM THE       *
      *    TERMINAL MASTER (SPACES WHEN THE TERMINAL IS UNKNOWN OR     *
      *    RETIRED).  MD-MSG-REGION IS THE REGION WHOSE MESSAGE WAS    *
      *    SHOWN: SPACES MEANS THE HOME OFFICE MESSAGE, SO A RECORD    *
      *    WITH A REGION BUT A BLANK MESSAGE REGION IS A SIGN-ON THAT  *
      *    FELL BACK TO THE HOME OFFICE.  MD-MESSAGE HOLDS THE FLASH   *
      *    LINE WHEN A FLASH NOTICE WAS SHOWN (MD-FLASH-FLAG Y),       *
      *    OTHERWISE THE FOUR-LINE REGULAR MESSAGE.                    *
      ******************************************************************
       FD  MSG-DISPLAY-LOG.
       01  MSG-DISPLAY-RECORD.
           05  MD-TIMESTAMP            pic x(26).
           05  MD-OPERATOR-ID          pic x(8).
           05  MD-TERMINAL-ID          pic x(4).
           05  MD-REGION-CODE          pic x(4).
           05  MD-MESSAGE              pic x(200).
           05  MD-MSG-REGION           pic x(4).
           05  MD-FLASH-FLAG           pic x.
               88  md-flash-shown      value "Y".
