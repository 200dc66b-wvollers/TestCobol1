      ******************************************************************
      *    NIGHTLY RUN STATISTICS RECORD.  EACH NIGHTLY JOB (ABC4410, *
      *    ABC4411, ABC4412, ABC4414, ABC4416 AND ABC4418) APPENDS    *
      *    ONE RECORD WHEN IT ENDS, NORMALLY OR NOT, AND THE MORNING  *
      *    OPERATIONS STATUS REPORT (ABC4432) READS THEM BACK.  THE   *
      *    RETURN CODE IS 0 FOR A CLEAN RUN, 4 FOR A RUN THAT ENDED   *
      *    WITH EXCEPTIONS OR WARNINGS AND 8 FOR A RUN THAT STOPPED   *
      *    SHORT.  EACH JOB PUTS ITS KEY COUNT IN THE FIRST SLOT;     *
      *    UNUSED SLOTS HAVE A BLANK NAME.                            *
      ******************************************************************
       FD  RUN-STATS-FILE.
       01  RUN-STATS-RECORD.
           05  RS-JOB-NAME             pic x(8).
           05  RS-RUN-DATE             pic x(8).
           05  RS-RUN-TIME             pic x(6).
           05  RS-RETURN-CODE          pic 9(4).
           05  RS-COUNT-ENTRY occurs 4 times.
               10  RS-COUNT-NAME       pic x(12).
               10  RS-COUNT-VALUE      pic 9(8).
           05  filler                  pic x(14).
