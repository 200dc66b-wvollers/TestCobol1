      ******************************************************************
      *    WORKING-STORAGE FOR THE RUN STATISTICS PARAGRAPH IN        *
      *    RUNSTAT.CPY.  THE CALLER FILLS IN ITS JOB NAME, RETURN     *
      *    CODE AND COUNTS AND PERFORMS WRITE-RUN-STATS; THE RUN      *
      *    DATE AND TIME ARE STAMPED BY THE PARAGRAPH.                *
      ******************************************************************
       01  WS-RST-AREA.
           05  WS-RST-FILE-STATUS      pic xx    value "00".
           05  WS-RST-JOB-NAME         pic x(8)  value spaces.
           05  WS-RST-RETURN-CODE      pic 9(4)  value zero.
           05  WS-RST-COUNTS.
               10  WS-RST-COUNT-ENTRY occurs 4 times.
                   15  WS-RST-COUNT-NAME   pic x(12).
                   15  WS-RST-COUNT-VALUE  pic 9(8).
           05  WS-RST-DATE             pic x(8)  value spaces.
           05  WS-RST-TIME             pic x(8)  value spaces.
           05  WS-RST-IDX              pic 9     value zero.
