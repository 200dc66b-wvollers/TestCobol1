      ******************************************************************
      *    ABC4432 - MORNING OPERATIONS STATUS REPORT.  ONE PAGE FOR  *
      *    THE HELP DESK BEFORE THE BRANCHES OPEN, BUILT FROM THE     *
      *    RUNSTATS RECORDS APPENDED BY THE NIGHTLY JOBS (ABC4410     *
      *    EXTRACT, ABC4411 RECONCILIATION, ABC4414 STORE SYNC,       *
      *    ABC4416 PENDING QUEUE AGING, ABC4418 FLASH ACK STATUS AND  *
      *    ABC4412 MENU LOG SUMMARY).  FOR EACH JOB THE LATEST RUN IN *
      *    THE LAST 24 HOURS IS SHOWN WITH ITS RETURN CODE AND COUNTS *
      *    AND A RED/AMBER/GREEN FLAG; AN EXPECTED JOB WITH NO RUN IN *
      *    THE WINDOW IS FLAGGED RED AS NOT RUN.                      *
      *                                                               *
      *    THE FLAG IS THE WORSE OF THE RETURN CODE (0 GREEN, 1-4     *
      *    AMBER, ABOVE 4 RED) AND THE JOB'S CHECKED COUNT AGAINST    *
      *    ITS AMBER AND RED LIMITS (COUNT AT OR ABOVE THE LIMIT; A   *
      *    ZERO LIMIT IS NOT CHECKED).  THE BUILT-IN LIMITS CAN BE    *
      *    OVERRIDDEN, AND OTHER JOBS ADDED, BY OPSPARM RECORDS:      *
      *      COLS  1-8   JOB NAME                                     *
      *      COL   9     EXPECTED EVERY NIGHT (Y/N)                   *
      *      COL   10    COUNT SLOT CHECKED (1-4, 0 = NONE)           *
      *      COLS 11-18  AMBER LIMIT                                  *
      *      COLS 19-26  RED LIMIT                                    *
      *    A JOB ON RUNSTATS THAT IS IN NEITHER LIST IS STILL SHOWN,  *
      *    FLAGGED ON ITS RETURN CODE ONLY.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4432.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "runstat_io.cpy".
           SELECT OPS-PARM-FILE ASSIGN TO "OPSPARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PRM-FILE-STATUS.
           SELECT OPS-REPORT ASSIGN TO "OPSRPT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       copy "runstat_fd.cpy".
       FD  OPS-PARM-FILE.
       01  OPS-PARM-RECORD.
           05  OP-JOB-NAME             pic x(8).
           05  OP-EXPECTED             pic x.
           05  OP-COUNT-SLOT           pic x.
           05  OP-AMBER-LIMIT          pic x(8).
           05  OP-RED-LIMIT            pic x(8).
           05  filler                  pic x(54).
       FD  OPS-REPORT.
       01  RPT-LINE                    pic x(80).
       WORKING-STORAGE SECTION.
       01  WS-RST-FILE-STATUS          pic xx value "00".
       01  WS-PRM-FILE-STATUS          pic xx value "00".
       01  WS-RPT-FILE-STATUS          pic xx value "00".
       01  WS-RUN-DATE                 pic x(8) value spaces.
       01  WS-RUN-DATE-NUM redefines WS-RUN-DATE pic 9(8).
       01  WS-RUN-TIME                 pic x(8) value spaces.
       01  WS-PRIOR-DATE               pic 9(8) value zero.
       01  WS-PRIOR-DATE-X redefines WS-PRIOR-DATE pic x(8).
       01  WS-DATE-INTEGER             pic 9(8) value zero.
       01  WS-STATS-READ               pic 9(6) value zero.
       01  WS-STATS-USED               pic 9(6) value zero.
       01  WS-JOB-COUNT                pic 9(3) comp value zero.
       01  WS-IDX                      pic 9(3) comp value zero.
       01  WS-SLOT                     pic 9(3) comp value zero.
       01  WS-FOUND-IDX                pic 9(3) comp value zero.
       01  WS-CHECK-SLOT               pic 9(3) comp value zero.
       01  WS-PAIR                     pic 9(3) comp value zero.
       01  WS-JOB-TABLE.
           05  JT-ENTRY occurs 20 times.
               10  JT-JOB-NAME         pic x(8).
               10  JT-EXPECTED-SW      pic x.
                   88  jt-expected     value "Y".
               10  JT-COUNT-SLOT       pic 9.
               10  JT-AMBER-LIMIT      pic 9(8).
               10  JT-RED-LIMIT        pic 9(8).
               10  JT-RUNS             pic 9(4).
               10  JT-LAST-DATE        pic x(8).
               10  JT-LAST-TIME        pic x(6).
               10  JT-LAST-RC          pic 9(4).
               10  JT-COUNT-ENTRY occurs 4 times.
                   15  JT-COUNT-NAME   pic x(12).
                   15  JT-COUNT-VALUE  pic 9(8).
       01  WS-NEW-JOB.
           05  WS-NEW-JOB-NAME         pic x(8).
           05  WS-NEW-EXPECTED         pic x.
           05  WS-NEW-COUNT-SLOT       pic 9.
           05  WS-NEW-AMBER            pic 9(8).
           05  WS-NEW-RED              pic 9(8).
       01  WS-STAMP-NEW                pic x(14) value spaces.
       01  WS-STAMP-LAST               pic x(14) value spaces.
       01  WS-RC-RANK                  pic 9 value zero.
       01  WS-COUNT-RANK               pic 9 value zero.
       01  WS-JOB-RANK                 pic 9 value zero.
           88  job-green               value 1.
           88  job-amber               value 2.
           88  job-red                 value 3.
       01  WS-OVERALL-RANK             pic 9 value zero.
       01  WS-CHECKED-VALUE            pic 9(8) value zero.
       01  WS-CHECKED-LIMIT            pic 9(8) value zero.
       01  WS-EDIT-VALUE               pic z(7)9.
       01  WS-EDIT-LIMIT               pic z(7)9.
       01  WS-EDIT-RC                  pic z(3)9.
       01  WS-EDIT-RUNS                pic z(3)9.
       01  WS-NOTE                     pic x(35) value spaces.
       01  WS-GREEN-COUNT              pic 9(3) value zero.
       01  WS-AMBER-COUNT              pic 9(3) value zero.
       01  WS-RED-COUNT                pic 9(3) value zero.
       01  WS-RAN-COUNT                pic 9(3) value zero.
       01  WS-MISSING-COUNT            pic 9(3) value zero.
       01  WS-RPT-HEADER-1.
           05  filler                  pic x(44) value
               "MORNING OPERATIONS STATUS                   ".
           05  filler                  pic x(9)  value "RUN DATE ".
           05  HDR-RUN-DATE            pic x(8).
           05  filler                  pic x(6)  value " TIME ".
           05  HDR-RUN-TIME            pic x(6).
           05  filler                  pic x(7)  value spaces.
       01  WS-RPT-HEADER-2.
           05  filler                  pic x(19) value
               "NIGHTLY RUNS SINCE ".
           05  HDR-SINCE-DATE          pic x(8).
           05  filler                  pic x     value space.
           05  HDR-SINCE-TIME          pic x(6).
           05  filler                  pic x(46) value spaces.
       01  WS-RPT-COL-HDR.
           05  filler                  pic x(38) value
               "JOB       FLAG     RC  RUN DATE TIME  ".
           05  filler                  pic x(42) value
               "RUNS  NOTE".
       01  WS-RPT-DETAIL.
           05  DET-JOB                 pic x(8).
           05  filler                  pic x(2)  value spaces.
           05  DET-FLAG                pic x(5).
           05  filler                  pic x(2)  value spaces.
           05  DET-RC                  pic x(4).
           05  filler                  pic x(2)  value spaces.
           05  DET-DATE                pic x(8).
           05  filler                  pic x     value space.
           05  DET-TIME                pic x(6).
           05  filler                  pic x     value space.
           05  DET-RUNS                pic x(4).
           05  filler                  pic x(2)  value spaces.
           05  DET-NOTE                pic x(35).
       01  WS-RPT-COUNT-LINE.
           05  filler                  pic x(10) value spaces.
           05  CNT-PAIR occurs 2 times.
               10  CNT-NAME            pic x(12).
               10  filler              pic x.
               10  CNT-VALUE           pic z(7)9.
               10  CNT-MARK            pic x.
               10  filler              pic x(4).
           05  filler                  pic x(18) value spaces.
       01  WS-RPT-OVERALL.
           05  filler                  pic x(16) value
               "OVERALL STATUS: ".
           05  OVR-FLAG                pic x(5).
           05  filler                  pic x(13) value
               "   JOBS RUN: ".
           05  OVR-RAN                 pic zz9.
           05  filler                  pic x(15) value
               "  DID NOT RUN: ".
           05  OVR-MISSING             pic zz9.
           05  filler                  pic x(25) value spaces.
       01  WS-RPT-FLAG-TOTALS.
           05  filler                  pic x(5)  value "RED: ".
           05  TOT-RED                 pic zz9.
           05  filler                  pic x(9)  value "  AMBER: ".
           05  TOT-AMBER               pic zz9.
           05  filler                  pic x(9)  value "  GREEN: ".
           05  TOT-GREEN               pic zz9.
           05  filler                  pic x(48) value spaces.
       01  WS-RPT-LEGEND.
           05  filler                  pic x(40) value
               "RC 0 GREEN, 1-4 AMBER, OVER 4 RED.  * = ".
           05  filler                  pic x(40) value
               "COUNT CHECKED AGAINST ITS LIMITS        ".
       PROCEDURE DIVISION.
           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time
           compute WS-DATE-INTEGER =
               function integer-of-date (WS-RUN-DATE-NUM) - 1
           compute WS-PRIOR-DATE =
               function date-of-integer (WS-DATE-INTEGER)
           perform load-default-limits
           perform get-run-parms
           open input RUN-STATS-FILE
           if WS-RST-FILE-STATUS = "00"
               perform until WS-RST-FILE-STATUS not = "00"
                   read RUN-STATS-FILE
                   if WS-RST-FILE-STATUS = "00"
                       add 1 to WS-STATS-READ
                       perform select-run-stats
                   end-if
               end-perform
           else
               display "ABC4432 no run statistics file, status: "
                   WS-RST-FILE-STATUS
           end-if
           close RUN-STATS-FILE
           open output OPS-REPORT
           if WS-RPT-FILE-STATUS not = "00"
               display "ABC4432 cannot open report file, status: "
                   WS-RPT-FILE-STATUS
               goback
           end-if
           perform write-report-headers
           perform varying WS-IDX from 1 by 1
                   until WS-IDX > WS-JOB-COUNT
               perform report-one-job
           end-perform
           perform write-report-totals
           close OPS-REPORT
           display "ABC4432 operations status complete, overall: "
               OVR-FLAG
           display "ABC4432 run statistics read: " WS-STATS-READ
               " in window: " WS-STATS-USED
           goback.

      ******************************************************************
      *    THE JOBS THE MORNING REPORT LOOKS FOR, IN THE ORDER THEY   *
      *    PRINT, WITH THE COUNT (SLOT 1 = THE JOB'S KEY COUNT) AND   *
      *    LIMITS USED WHEN OPSPARM SAYS NOTHING ABOUT THEM.  THE     *
      *    FLASH ACK STATUS (ABC4418) RUNS ONLY ON DEMAND.            *
      ******************************************************************
       load-default-limits.
           move "ABC4410" to WS-NEW-JOB-NAME
           move "Y"       to WS-NEW-EXPECTED
           move zero      to WS-NEW-COUNT-SLOT
           move zero      to WS-NEW-AMBER
           move zero      to WS-NEW-RED
           perform add-job-entry
           move "ABC4411" to WS-NEW-JOB-NAME
           move "Y"       to WS-NEW-EXPECTED
           move 1         to WS-NEW-COUNT-SLOT
           move 1         to WS-NEW-AMBER
           move 10        to WS-NEW-RED
           perform add-job-entry
           move "ABC4414" to WS-NEW-JOB-NAME
           move "Y"       to WS-NEW-EXPECTED
           move 1         to WS-NEW-COUNT-SLOT
           move 10        to WS-NEW-AMBER
           move 100       to WS-NEW-RED
           perform add-job-entry
           move "ABC4416" to WS-NEW-JOB-NAME
           move "Y"       to WS-NEW-EXPECTED
           move 1         to WS-NEW-COUNT-SLOT
           move 1         to WS-NEW-AMBER
           move 10        to WS-NEW-RED
           perform add-job-entry
           move "ABC4418" to WS-NEW-JOB-NAME
           move "N"       to WS-NEW-EXPECTED
           move 1         to WS-NEW-COUNT-SLOT
           move 1         to WS-NEW-AMBER
           move 25        to WS-NEW-RED
           perform add-job-entry
           move "ABC4412" to WS-NEW-JOB-NAME
           move "Y"       to WS-NEW-EXPECTED
           move 1         to WS-NEW-COUNT-SLOT
           move 1         to WS-NEW-AMBER
           move 10        to WS-NEW-RED
           perform add-job-entry.

      ******************************************************************
      *    EACH OPSPARM RECORD REPLACES THE LIMITS FOR ITS JOB, OR     *
      *    ADDS THE JOB TO THE END OF THE LIST.  A BAD SLOT OR LIMIT   *
      *    IS TAKEN AS ZERO (NOT CHECKED); A BAD EXPECTED FLAG AS Y.   *
      ******************************************************************
       get-run-parms.
           open input OPS-PARM-FILE
           if WS-PRM-FILE-STATUS = "00"
               perform until WS-PRM-FILE-STATUS not = "00"
                   read OPS-PARM-FILE
                   if WS-PRM-FILE-STATUS = "00" and
                           OP-JOB-NAME not = spaces
                       perform apply-parm-record
                   end-if
               end-perform
           end-if
           close OPS-PARM-FILE.

       apply-parm-record.
           move OP-JOB-NAME to WS-NEW-JOB-NAME
           if OP-EXPECTED = "N"
               move "N" to WS-NEW-EXPECTED
           else
               move "Y" to WS-NEW-EXPECTED
           end-if
           if OP-COUNT-SLOT is numeric and OP-COUNT-SLOT <= "4"
               move OP-COUNT-SLOT to WS-NEW-COUNT-SLOT
           else
               move zero to WS-NEW-COUNT-SLOT
           end-if
           if OP-AMBER-LIMIT is numeric
               move OP-AMBER-LIMIT to WS-NEW-AMBER
           else
               move zero to WS-NEW-AMBER
           end-if
           if OP-RED-LIMIT is numeric
               move OP-RED-LIMIT to WS-NEW-RED
           else
               move zero to WS-NEW-RED
           end-if
           perform find-job-entry
           if WS-FOUND-IDX = zero
               perform add-job-entry
           else
               move WS-NEW-EXPECTED   to JT-EXPECTED-SW (WS-FOUND-IDX)
               move WS-NEW-COUNT-SLOT to JT-COUNT-SLOT (WS-FOUND-IDX)
               move WS-NEW-AMBER      to JT-AMBER-LIMIT (WS-FOUND-IDX)
               move WS-NEW-RED        to JT-RED-LIMIT (WS-FOUND-IDX)
           end-if.

       find-job-entry.
           move zero to WS-FOUND-IDX
           perform varying WS-SLOT from 1 by 1
                   until WS-SLOT > WS-JOB-COUNT
               if JT-JOB-NAME (WS-SLOT) = WS-NEW-JOB-NAME
                   move WS-SLOT to WS-FOUND-IDX
                   exit paragraph
               end-if
           end-perform.

       add-job-entry.
           if WS-JOB-COUNT >= 20
               display "ABC4432 job table full, not reported: "
                   WS-NEW-JOB-NAME
               move zero to WS-FOUND-IDX
               exit paragraph
           end-if
           add 1 to WS-JOB-COUNT
           move WS-JOB-COUNT to WS-FOUND-IDX
           move WS-NEW-JOB-NAME   to JT-JOB-NAME (WS-JOB-COUNT)
           move WS-NEW-EXPECTED   to JT-EXPECTED-SW (WS-JOB-COUNT)
           move WS-NEW-COUNT-SLOT to JT-COUNT-SLOT (WS-JOB-COUNT)
           move WS-NEW-AMBER      to JT-AMBER-LIMIT (WS-JOB-COUNT)
           move WS-NEW-RED        to JT-RED-LIMIT (WS-JOB-COUNT)
           move zero              to JT-RUNS (WS-JOB-COUNT)
           move spaces            to JT-LAST-DATE (WS-JOB-COUNT)
           move spaces            to JT-LAST-TIME (WS-JOB-COUNT)
           move zero              to JT-LAST-RC (WS-JOB-COUNT).

      ******************************************************************
      *    A RUN COUNTS WHEN IT ENDED IN THE 24 HOURS BEFORE THIS     *
      *    REPORT: TODAY, OR YESTERDAY AT OR AFTER THE TIME NOW.  THE *
      *    LATEST RUN OF EACH JOB IS THE ONE REPORTED; RERUNS SHOW IN *
      *    THE RUNS COLUMN.  A JOB NOT ON THE LIST IS ADDED AS NOT    *
      *    EXPECTED, WITH NO COUNT CHECKED.                           *
      ******************************************************************
       select-run-stats.
           if RS-RUN-DATE is not numeric or RS-JOB-NAME = spaces
               exit paragraph
           end-if
           if not (RS-RUN-DATE = WS-RUN-DATE or
                   (RS-RUN-DATE = WS-PRIOR-DATE-X and
                    RS-RUN-TIME >= WS-RUN-TIME (1:6)))
               exit paragraph
           end-if
           add 1 to WS-STATS-USED
           move RS-JOB-NAME to WS-NEW-JOB-NAME
           perform find-job-entry
           if WS-FOUND-IDX = zero
               move "N"  to WS-NEW-EXPECTED
               move zero to WS-NEW-COUNT-SLOT
               move zero to WS-NEW-AMBER
               move zero to WS-NEW-RED
               perform add-job-entry
               if WS-FOUND-IDX = zero
                   exit paragraph
               end-if
           end-if
           add 1 to JT-RUNS (WS-FOUND-IDX)
           string RS-RUN-DATE RS-RUN-TIME delimited by size
               into WS-STAMP-NEW
           string JT-LAST-DATE (WS-FOUND-IDX)
                  JT-LAST-TIME (WS-FOUND-IDX) delimited by size
               into WS-STAMP-LAST
           if WS-STAMP-NEW >= WS-STAMP-LAST
               move RS-RUN-DATE    to JT-LAST-DATE (WS-FOUND-IDX)
               move RS-RUN-TIME    to JT-LAST-TIME (WS-FOUND-IDX)
               move RS-RETURN-CODE to JT-LAST-RC (WS-FOUND-IDX)
               perform varying WS-SLOT from 1 by 1 until WS-SLOT > 4
                   move RS-COUNT-NAME (WS-SLOT)
                       to JT-COUNT-NAME (WS-FOUND-IDX, WS-SLOT)
                   move RS-COUNT-VALUE (WS-SLOT)
                       to JT-COUNT-VALUE (WS-FOUND-IDX, WS-SLOT)
               end-perform
           end-if.

       write-report-headers.
           move WS-RUN-DATE       to HDR-RUN-DATE
           move WS-RUN-TIME (1:6) to HDR-RUN-TIME
           move WS-RPT-HEADER-1 to RPT-LINE
           write RPT-LINE
           move WS-PRIOR-DATE-X   to HDR-SINCE-DATE
           move WS-RUN-TIME (1:6) to HDR-SINCE-TIME
           move WS-RPT-HEADER-2 to RPT-LINE
           write RPT-LINE
           perform write-blank-line
           move WS-RPT-COL-HDR to RPT-LINE
           write RPT-LINE.

      ******************************************************************
      *    ONE JOB: THE STATUS LINE, THEN ITS COUNTS TWO TO A LINE.   *
      *    AN EXPECTED JOB THAT DID NOT RUN IS RED; ONE THAT IS NOT   *
      *    EXPECTED EVERY NIGHT IS LISTED WITHOUT A FLAG.             *
      ******************************************************************
       report-one-job.
           move spaces to WS-RPT-DETAIL
           move JT-JOB-NAME (WS-IDX) to DET-JOB
           if JT-RUNS (WS-IDX) = zero
               if jt-expected (WS-IDX)
                   move 3 to WS-JOB-RANK
                   move "DID NOT RUN" to WS-NOTE
                   add 1 to WS-MISSING-COUNT
               else
                   move zero to WS-JOB-RANK
                   move "NOT RUN (NOT EXPECTED NIGHTLY)" to WS-NOTE
               end-if
           else
               add 1 to WS-RAN-COUNT
               perform rate-job-run
               move JT-LAST-RC (WS-IDX)   to WS-EDIT-RC
               move WS-EDIT-RC            to DET-RC
               move JT-LAST-DATE (WS-IDX) to DET-DATE
               move JT-LAST-TIME (WS-IDX) to DET-TIME
               move JT-RUNS (WS-IDX)      to WS-EDIT-RUNS
               move WS-EDIT-RUNS          to DET-RUNS
           end-if
           evaluate true
               when job-red
                   move "RED"   to DET-FLAG
                   add 1 to WS-RED-COUNT
               when job-amber
                   move "AMBER" to DET-FLAG
                   add 1 to WS-AMBER-COUNT
               when job-green
                   move "GREEN" to DET-FLAG
                   add 1 to WS-GREEN-COUNT
           end-evaluate
           if WS-JOB-RANK > WS-OVERALL-RANK
               move WS-JOB-RANK to WS-OVERALL-RANK
           end-if
           move WS-NOTE to DET-NOTE
           move WS-RPT-DETAIL to RPT-LINE
           write RPT-LINE
           if JT-RUNS (WS-IDX) > zero
               move 1 to WS-SLOT
               perform write-count-line
               move 3 to WS-SLOT
               perform write-count-line
           end-if.

      ******************************************************************
      *    RETURN CODE RANK AND CHECKED-COUNT RANK; THE WORSE WINS,   *
      *    AND THE NOTE SAYS WHY.                                     *
      ******************************************************************
       rate-job-run.
           evaluate true
               when JT-LAST-RC (WS-IDX) = zero
                   move 1 to WS-RC-RANK
               when JT-LAST-RC (WS-IDX) <= 4
                   move 2 to WS-RC-RANK
               when other
                   move 3 to WS-RC-RANK
           end-evaluate
           move 1 to WS-COUNT-RANK
           move zero to WS-CHECKED-LIMIT
           move JT-COUNT-SLOT (WS-IDX) to WS-CHECK-SLOT
           if WS-CHECK-SLOT > zero
               move JT-COUNT-VALUE (WS-IDX, WS-CHECK-SLOT)
                   to WS-CHECKED-VALUE
               if JT-RED-LIMIT (WS-IDX) > zero and
                       WS-CHECKED-VALUE >= JT-RED-LIMIT (WS-IDX)
                   move 3 to WS-COUNT-RANK
                   move JT-RED-LIMIT (WS-IDX) to WS-CHECKED-LIMIT
               else
                   if JT-AMBER-LIMIT (WS-IDX) > zero and
                           WS-CHECKED-VALUE >= JT-AMBER-LIMIT (WS-IDX)
                       move 2 to WS-COUNT-RANK
                       move JT-AMBER-LIMIT (WS-IDX)
                           to WS-CHECKED-LIMIT
                   end-if
               end-if
           end-if
           move spaces to WS-NOTE
           if WS-RC-RANK >= WS-COUNT-RANK
               move WS-RC-RANK to WS-JOB-RANK
               if WS-RC-RANK = 1
                   move "OK" to WS-NOTE
               else
                   move JT-LAST-RC (WS-IDX) to WS-EDIT-RC
                   string "ENDED WITH RETURN CODE "
                          function trim (WS-EDIT-RC)
                          delimited by size into WS-NOTE
               end-if
           else
               move WS-COUNT-RANK to WS-JOB-RANK
               move WS-CHECKED-VALUE to WS-EDIT-VALUE
               move WS-CHECKED-LIMIT to WS-EDIT-LIMIT
               string function trim
                          (JT-COUNT-NAME (WS-IDX, WS-CHECK-SLOT))
                      " "
                      function trim (WS-EDIT-VALUE)
                      " AT/OVER LIMIT "
                      function trim (WS-EDIT-LIMIT)
                      delimited by size into WS-NOTE
           end-if.

       write-count-line.
           move spaces to WS-RPT-COUNT-LINE
           if JT-COUNT-NAME (WS-IDX, WS-SLOT) = spaces
               exit paragraph
           end-if
           perform fill-count-pair
           add 1 to WS-SLOT
           if JT-COUNT-NAME (WS-IDX, WS-SLOT) not = spaces
               perform fill-count-pair
           end-if
           move WS-RPT-COUNT-LINE to RPT-LINE
           write RPT-LINE.

       fill-count-pair.
           if WS-SLOT = 1 or WS-SLOT = 3
               move 1 to WS-PAIR
           else
               move 2 to WS-PAIR
           end-if
           move JT-COUNT-NAME (WS-IDX, WS-SLOT) to CNT-NAME (WS-PAIR)
           move JT-COUNT-VALUE (WS-IDX, WS-SLOT) to CNT-VALUE (WS-PAIR)
           if JT-COUNT-SLOT (WS-IDX) = WS-SLOT
               move "*" to CNT-MARK (WS-PAIR)
           end-if.

       write-report-totals.
           perform write-blank-line
           evaluate WS-OVERALL-RANK
               when 3
                   move "RED"   to OVR-FLAG
               when 2
                   move "AMBER" to OVR-FLAG
               when other
                   move "GREEN" to OVR-FLAG
           end-evaluate
           move WS-RAN-COUNT     to OVR-RAN
           move WS-MISSING-COUNT to OVR-MISSING
           move WS-RPT-OVERALL to RPT-LINE
           write RPT-LINE
           move WS-RED-COUNT   to TOT-RED
           move WS-AMBER-COUNT to TOT-AMBER
           move WS-GREEN-COUNT to TOT-GREEN
           move WS-RPT-FLAG-TOTALS to RPT-LINE
           write RPT-LINE
           perform write-blank-line
           move WS-RPT-LEGEND to RPT-LINE
           write RPT-LINE.

       write-blank-line.
           move spaces to RPT-LINE
           write RPT-LINE.
