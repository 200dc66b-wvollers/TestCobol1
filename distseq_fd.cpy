      ******************************************************************
      *    DISTRIBUTION SEQUENCE CONTROL RECORD.  ONE RECORD, KEPT AT  *
      *    THE HOME OFFICE.  EVERY DISTMSG (ABC4410) AND RETRMSG       *
      *    (ABC4417) FILE TAKES THE NEXT NUMBER AFTER SQ-LAST-SEQ FOR  *
      *    ITS HEADER RECORD.  SQ-LAST-NIGHTLY-SEQ IS THE LAST FULL OR *
      *    DELTA EXTRACT THAT RAN TO COMPLETION; A DELTA OR RETRANSMIT *
      *    NAMES IT AS THE FILE IT FOLLOWS, SO A BRANCH CAN TELL WHEN  *
      *    IT IS MISSING THE FILE ANOTHER ONE DEPENDS ON.  A NUMBER    *
      *    TAKEN BY A RUN THAT NEVER COMPLETED IS SIMPLY NOT REUSED.   *
      ******************************************************************
       FD  DIST-SEQ-FILE.
       01  SQ-RECORD.
           05  SQ-LAST-SEQ             pic 9(8).
           05  SQ-LAST-NIGHTLY-SEQ     pic 9(8).
           05  SQ-LAST-TYPE            pic x.
           05  SQ-LAST-DATE            pic x(8).
           05  SQ-LAST-TIME            pic x(8).
           05  filler                  pic x(47).
