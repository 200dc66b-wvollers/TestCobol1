      ******************************************************************
      *    RUN STATISTICS PARAGRAPH, SHARED BY THE NIGHTLY JOBS THAT  *
      *    FEED THE MORNING OPERATIONS STATUS REPORT (ABC4432).       *
      *    APPENDS ONE RUNSTATS RECORD FROM WS-RST-AREA, STAMPED WITH *
      *    THE CURRENT DATE AND TIME.  THE PROGRAM COPYING THIS MUST  *
      *    COPY RUNSTAT_IO.CPY, RUNSTAT_FD.CPY AND RUNSTAT_WS.CPY.    *
      *    A RUNSTATS PROBLEM IS DISPLAYED BUT NEVER STOPS THE JOB;   *
      *    THE MORNING REPORT THEN SHOWS THE JOB AS NOT RUN.          *
      ******************************************************************
       write-run-stats.
           accept WS-RST-DATE from date yyyymmdd
           accept WS-RST-TIME from time
           open extend RUN-STATS-FILE
           if WS-RST-FILE-STATUS = "05" or WS-RST-FILE-STATUS = "35"
               close RUN-STATS-FILE
               open output RUN-STATS-FILE
           end-if
           if WS-RST-FILE-STATUS not = "00"
               display WS-RST-JOB-NAME
                   " cannot open run statistics file, status: "
                   WS-RST-FILE-STATUS
               exit paragraph
           end-if
           move spaces             to RUN-STATS-RECORD
           move WS-RST-JOB-NAME    to RS-JOB-NAME
           move WS-RST-DATE        to RS-RUN-DATE
           move WS-RST-TIME (1:6)  to RS-RUN-TIME
           move WS-RST-RETURN-CODE to RS-RETURN-CODE
           perform varying WS-RST-IDX from 1 by 1 until WS-RST-IDX > 4
               move WS-RST-COUNT-NAME (WS-RST-IDX)
                   to RS-COUNT-NAME (WS-RST-IDX)
               move WS-RST-COUNT-VALUE (WS-RST-IDX)
                   to RS-COUNT-VALUE (WS-RST-IDX)
           end-perform
           write RUN-STATS-RECORD
           if WS-RST-FILE-STATUS not = "00"
               display WS-RST-JOB-NAME
                   " cannot write run statistics, status: "
                   WS-RST-FILE-STATUS
           end-if
           close RUN-STATS-FILE.
