      ******************************************************************
      *    ABC4429 - REGION MASTER HISTORY REPORT.  PRINTS THE        *
      *    RGNAUDIT TRAIL WRITTEN BY WM_M03 (ABC4402) AND THE BRANCH  *
      *    CLOSE/MERGE RUN (ABC4428), THE WAY ABC4419 PRINTS SECAUDIT *
      *    FOR OPERATORS: EVERY EVENT INSIDE THE WINDOW, IN FILE      *
      *    (TIME) ORDER, WITH WHO MADE THE CHANGE AND THE REGION'S    *
      *    NAME, ACTIVE FLAG AND GROUP BEFORE AND AFTER.  THE WINDOW  *
      *    IN DAYS (COLS 1-3, DEFAULT 92) AND AN OPTIONAL SINGLE      *
      *    REGION (COLS 4-7, BLANK = ALL REGIONS) COME FROM THE       *
      *    RHSTPARM CONTROL FILE.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4429.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "rgnaudit_io.cpy".
           SELECT HISTORY-REPORT ASSIGN TO "RHSTRPT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
           SELECT HISTORY-PARM-FILE ASSIGN TO "RHSTPARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PRM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       copy "rgnaudit_fd.cpy".
       FD  HISTORY-REPORT.
       01  RPT-LINE                    pic x(80).
       FD  HISTORY-PARM-FILE.
       01  HISTORY-PARM-RECORD.
           05  HP-HISTORY-DAYS         pic 9(3).
           05  HP-REGION-CODE          pic x(4).
           05  filler                  pic x(73).
       WORKING-STORAGE SECTION.
       01  WS-RAU-FILE-STATUS          pic xx value "00".
       01  WS-RPT-FILE-STATUS          pic xx value "00".
       01  WS-PRM-FILE-STATUS          pic xx value "00".
       01  WS-RUN-DATE                 pic x(8) value spaces.
       01  WS-RUN-DATE-NUM redefines WS-RUN-DATE pic 9(8).
       01  WS-HISTORY-DAYS             pic 9(3) value 92.
       01  WS-REGION-FILTER            pic x(4) value spaces.
       01  WS-HISTORY-CUTOFF           pic 9(8) value zero.
       01  WS-DATE-INTEGER             pic 9(8) value zero.
       01  WS-EVENTS-READ              pic 9(6) value zero.
       01  WS-EVENTS-PRINTED           pic 9(6) value zero.
       01  WS-CLOSES-PRINTED           pic 9(6) value zero.
       01  WS-RPT-HEADER-1.
           05  filler                  pic x(44) value
               "REGION MASTER HISTORY                       ".
           05  filler                  pic x(9)  value "RUN DATE ".
           05  HDR-RUN-DATE            pic x(8).
           05  filler                  pic x(19) value spaces.
       01  WS-RPT-HEADER-2.
           05  filler                  pic x(14) value "EVENTS SINCE  ".
           05  HDR-CUTOFF              pic x(8).
           05  filler                  pic x(10) value "  REGION  ".
           05  HDR-REGION              pic x(4).
           05  filler                  pic x(44) value spaces.
       01  WS-RPT-COL-HDR.
           05  filler                  pic x(40) value
               "  DATE      TIME    REGION EVENT      BY".
           05  filler                  pic x(40) value
               "       MERGED INTO                      ".
       01  WS-RPT-EVENT-LINE.
           05  filler                  pic x(2)  value spaces.
           05  EVT-DATE                pic x(8).
           05  filler                  pic x(2)  value spaces.
           05  EVT-TIME                pic x(6).
           05  filler                  pic x(2)  value spaces.
           05  EVT-REGION              pic x(4).
           05  filler                  pic x(3)  value spaces.
           05  EVT-EVENT               pic x(10).
           05  filler                  pic x(1)  value space.
           05  EVT-CHANGED-BY          pic x(8).
           05  filler                  pic x(1)  value space.
           05  EVT-MERGED-INTO         pic x(4).
           05  filler                  pic x(29) value spaces.
       01  WS-RPT-VALUE-LINE.
           05  filler                  pic x(14) value spaces.
           05  VAL-LABEL               pic x(5).
           05  VAL-NAME                pic x(30).
           05  filler                  pic x(8)  value " ACTIVE ".
           05  VAL-ACTIVE              pic x.
           05  filler                  pic x(7)  value " GROUP ".
           05  VAL-GROUP               pic x(4).
           05  filler                  pic x(11) value spaces.
       01  WS-RPT-TOTAL.
           05  filler                  pic x(16) value
               "EVENTS PRINTED: ".
           05  TOT-EVENTS              pic 9(6).
           05  filler                  pic x(26) value
               "  CLOSES/MERGES PRINTED:  ".
           05  TOT-CLOSES              pic 9(6).
           05  filler                  pic x(26) value spaces.
       PROCEDURE DIVISION.
           accept WS-RUN-DATE from date yyyymmdd
           perform get-run-parms
           compute WS-DATE-INTEGER =
               function integer-of-date (WS-RUN-DATE-NUM)
               - WS-HISTORY-DAYS
           compute WS-HISTORY-CUTOFF =
               function date-of-integer (WS-DATE-INTEGER)
           open output HISTORY-REPORT
           if WS-RPT-FILE-STATUS not = "00"
               display "ABC4429 cannot open report file, status: "
                   WS-RPT-FILE-STATUS
               goback
           end-if
           perform write-report-headers
           open input REGION-AUDIT-FILE
           if WS-RAU-FILE-STATUS = "00"
               perform until WS-RAU-FILE-STATUS not = "00"
                   read REGION-AUDIT-FILE
                   if WS-RAU-FILE-STATUS = "00"
                       add 1 to WS-EVENTS-READ
                       perform select-audit-record
                   end-if
               end-perform
           end-if
           close REGION-AUDIT-FILE
           perform write-report-totals
           close HISTORY-REPORT
           display "ABC4429 region history complete, events read: "
               WS-EVENTS-READ
           display "ABC4429 events printed: " WS-EVENTS-PRINTED
           goback.

       get-run-parms.
           open input HISTORY-PARM-FILE
           if WS-PRM-FILE-STATUS = "00"
               read HISTORY-PARM-FILE
               if WS-PRM-FILE-STATUS = "00"
                   if HP-HISTORY-DAYS is numeric and
                           HP-HISTORY-DAYS > zero
                       move HP-HISTORY-DAYS to WS-HISTORY-DAYS
                   end-if
                   move HP-REGION-CODE to WS-REGION-FILTER
               end-if
           end-if
           close HISTORY-PARM-FILE.

       write-report-headers.
           move WS-RUN-DATE to HDR-RUN-DATE
           move WS-RPT-HEADER-1 to RPT-LINE
           write RPT-LINE
           move WS-HISTORY-CUTOFF to HDR-CUTOFF
           if WS-REGION-FILTER = spaces
               move "ALL" to HDR-REGION
           else
               move WS-REGION-FILTER to HDR-REGION
           end-if
           move WS-RPT-HEADER-2 to RPT-LINE
           write RPT-LINE
           perform write-blank-line
           move WS-RPT-COL-HDR to RPT-LINE
           write RPT-LINE.

      ******************************************************************
      *    ONE EVENT INSIDE THE WINDOW (AND FOR THE REQUESTED REGION, *
      *    IF ANY): THE EVENT LINE, THEN WAS/NOW LINES.  AN ADD HAS   *
      *    NO WAS LINE AND A DELETE HAS NO NOW LINE.                  *
      ******************************************************************
       select-audit-record.
           if RH-TIMESTAMP (1:8) is numeric and
                   function numval (RH-TIMESTAMP (1:8))
                   >= WS-HISTORY-CUTOFF and
                   (WS-REGION-FILTER = spaces or
                    RH-REGION-CODE = WS-REGION-FILTER)
               add 1 to WS-EVENTS-PRINTED
               perform write-event-lines
           end-if.

       write-event-lines.
           move RH-TIMESTAMP (1:8)  to EVT-DATE
           move RH-TIMESTAMP (9:6)  to EVT-TIME
           move RH-REGION-CODE      to EVT-REGION
           move RH-CHANGED-BY       to EVT-CHANGED-BY
           move RH-MERGED-INTO      to EVT-MERGED-INTO
           evaluate true
               when rh-event-add
                   move "ADDED"      to EVT-EVENT
               when rh-event-change
                   move "CHANGED"    to EVT-EVENT
               when rh-event-delete
                   move "DELETED"    to EVT-EVENT
               when rh-event-close
                   move "CLOSED"     to EVT-EVENT
                   add 1 to WS-CLOSES-PRINTED
               when rh-event-merge
                   move "MERGED"     to EVT-EVENT
                   add 1 to WS-CLOSES-PRINTED
               when other
                   move RH-EVENT     to EVT-EVENT
           end-evaluate
           move WS-RPT-EVENT-LINE to RPT-LINE
           write RPT-LINE
           if not rh-event-add
               move "WAS  "            to VAL-LABEL
               move RH-OLD-NAME        to VAL-NAME
               move RH-OLD-ACTIVE-FLAG to VAL-ACTIVE
               move RH-OLD-GROUP-CODE  to VAL-GROUP
               move WS-RPT-VALUE-LINE to RPT-LINE
               write RPT-LINE
           end-if
           if not rh-event-delete
               move "NOW  "            to VAL-LABEL
               move RH-NEW-NAME        to VAL-NAME
               move RH-NEW-ACTIVE-FLAG to VAL-ACTIVE
               move RH-NEW-GROUP-CODE  to VAL-GROUP
               move WS-RPT-VALUE-LINE to RPT-LINE
               write RPT-LINE
           end-if.

       write-report-totals.
           perform write-blank-line
           move WS-EVENTS-PRINTED to TOT-EVENTS
           move WS-CLOSES-PRINTED to TOT-CLOSES
           move WS-RPT-TOTAL to RPT-LINE
           write RPT-LINE.

       write-blank-line.
           move spaces to RPT-LINE
           write RPT-LINE.
