      ******************************************************************
      *    ABC4427 - FORWARD MESSAGE SCHEDULE FORECAST AND GAP        *
      *    REPORT.  NIGHTLY, FOR THE REGION MANAGERS' MORNING.        *
      *    PROJECTS THE NEXT N DAYS (N FROM THE FCSTPARM CONTROL      *
      *    FILE) FOR THE HOME OFFICE AND EVERY ACTIVE REGION ON THE   *
      *    REGION MASTER, USING THE SIGN-ON DISPLAY'S OWN RULE (THE   *
      *    LATEST EFFECTIVE DATE AMONG THE ACTIVE ROWS WINS), AND     *
      *    PRINTS WHICH MESSAGE WILL BE LIVE AS RUNS OF DAYS.  IT     *
      *    FLAGS:                                                     *
      *      - DAYS THE REGION HAS NO MESSAGE OF ITS OWN AND WILL     *
      *        FALL BACK TO THE HOME OFFICE MESSAGE;                  *
      *      - MESSAGES EXPIRING INSIDE THE WINDOW WITH NOTHING OF    *
      *        THE REGION'S OWN QUEUED TO SHOW THE NEXT DAY;          *
      *      - DATED ROWS THAT WILL NEVER SHOW BECAUSE LATER ROWS     *
      *        HIDE EVERY DAY OF THEIR ACTIVE PERIOD;                 *
      *      - FLASH BROADCASTS LIVE LONGER THAN THE THRESHOLD        *
      *        HOURS (FCSTPARM, DEFAULT 24);                          *
      *    AND LISTS ROWS STILL ON FILE FOR REGIONS THAT ARE          *
      *    INACTIVE OR NO LONGER ON THE REGION MASTER.                *
      *                                                               *
      *    THE MESSAGE STORE (SYSTEMMESSAGES IN THE SQL BUILD,        *
      *    WELCOMSG OTHERWISE) AND THE REGION MASTER BOTH ARRIVE IN   *
      *    REGION ORDER AND RUN AS A BALANCED LINE, THE WAY ABC4414   *
      *    MATCHES ITS TWO STORES.  ONE REGION'S ROWS AT A TIME ARE   *
      *    HELD IN CORE.  A FLASH ROW IS NOT PART OF THE SCHEDULE:    *
      *    THE ROW IT REPLACED, KEPT ON THE BROADCAST SAVE FILE, IS   *
      *    FORECAST INSTEAD, SINCE THAT IS WHAT RETURNS ON RESTORE.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4427.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "region_io.cpy".
           copy "bcastsav_io.cpy".
      $if use-sql not defined
           copy "welcomemsg_io.cpy".
      $end
           SELECT ORPHAN-ROW-FILE ASSIGN TO "FCSTORP"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ORP-FILE-STATUS.
           SELECT FCST-PARM-FILE ASSIGN TO "FCSTPARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PRM-FILE-STATUS.
           SELECT FORECAST-REPORT ASSIGN TO "FCSTRPT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       copy "region_fd.cpy".
       copy "bcastsav_fd.cpy".
      $if use-sql not defined
       copy "welcomemsg_fd.cpy".
      $end
       FD  ORPHAN-ROW-FILE.
       01  ORPHAN-ROW-RECORD.
           05  OR-REGION-CODE          pic x(4).
           05  OR-REGION-STATUS        pic x(13).
           05  OR-EFFECTIVE-DATE       pic x(8).
           05  OR-EXPIRES-DATE         pic x(8).
           05  OR-FLASH-FLAG           pic x.
           05  OR-MESSAGE              pic x(40).
       FD  FCST-PARM-FILE.
       01  FCST-PARM-RECORD.
           05  FP-FORECAST-DAYS        pic 9(3).
           05  FP-FLASH-HOURS          pic 9(3).
           05  filler                  pic x(74).
       FD  FORECAST-REPORT.
       01  RPT-LINE                    pic x(80).
       WORKING-STORAGE SECTION.
       01  WS-RGN-FILE-STATUS          pic xx value "00".
       01  WS-BCS-FILE-STATUS          pic xx value "00".
       01  WS-WM-FILE-STATUS           pic xx value "00".
       01  WS-ORP-FILE-STATUS          pic xx value "00".
       01  WS-PRM-FILE-STATUS          pic xx value "00".
       01  WS-RPT-FILE-STATUS          pic xx value "00".
       01  WS-RUN-DATE                 pic x(8) value spaces.
       01  WS-RUN-DATE-NUM redefines WS-RUN-DATE pic 9(8).
       01  WS-RUN-TIME                 pic x(8) value spaces.
       01  WS-END-DATE                 pic x(8) value spaces.
       01  WS-FORECAST-DAYS            pic 9(3) value 14.
       01  WS-FLASH-HOURS              pic 9(3) value 24.
       01  WS-ABORT-SW                 pic x value "N".
           88  run-aborted             value "Y".
       01  WS-SRC-EOF-SW               pic x value "N".
           88  source-eof              value "Y".
       01  WS-RGN-EOF-SW               pic x value "N".
           88  region-eof              value "Y".
       01  WS-SRC-REGION               pic x(4) value spaces.
       01  WS-SRC-EFFECTIVE            pic x(8) value spaces.
       01  WS-SRC-MESSAGE              pic x(200) value spaces.
       01  WS-SRC-EXPIRES              pic x(8) value spaces.
       01  WS-SRC-FLASH                pic x value space.
       01  WS-SRC-CHANGED-BY           pic x(8) value spaces.
       01  WS-SRC-CHANGED-AT           pic x(14) value spaces.
       01  WS-GROUP-REGION             pic x(4) value spaces.
       01  WS-GROUP-STATUS             pic x(13) value spaces.
           88  group-forecast          value "FORECAST".
       01  WS-GROUP-NAME               pic x(30) value spaces.
       01  WS-GROUP-CODE               pic x(4) value spaces.
      *    ONE REGION'S SCHEDULE ROWS, IN EFFECTIVE DATE ORDER.
       01  WS-ROW-COUNT                pic 9(3) comp value zero.
       01  WS-ROW-OVERFLOW             pic 9(5) value zero.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY occurs 100 times.
               10  WS-ROW-EFFECTIVE    pic x(8).
               10  WS-ROW-EXPIRES      pic x(8).
               10  WS-ROW-MESSAGE      pic x(40).
       01  WS-FLASH-SW                 pic x value "N".
           88  old-flash-found         value "Y".
       01  WS-FLASH-AGE                pic s9(5) value zero.
       01  WS-FLASH-MAX-AGE            pic 9(5) value zero.
       01  WS-FLASH-BY                 pic x(8) value spaces.
       01  WS-FLASH-AT                 pic x(14) value spaces.
      *    DATE ARITHMETIC WORK FIELDS.  THE DAY LOOP RUNS ON
      *    INTEGER DATES; WS-TEST-DATE IS THE YYYYMMDD BEING TESTED.
       01  WS-START-INT                pic 9(8) value zero.
       01  WS-END-INT                  pic 9(8) value zero.
       01  WS-DAY-INT                  pic 9(8) value zero.
       01  WS-WORK-INT                 pic 9(8) value zero.
       01  WS-TEST-DATE                pic x(8) value spaces.
       01  WS-TEST-DATE-NUM redefines WS-TEST-DATE pic 9(8).
       01  WS-WORK-DATE                pic x(8) value spaces.
       01  WS-WORK-DATE-NUM redefines WS-WORK-DATE pic 9(8).
       01  WS-PREV-DATE                pic x(8) value spaces.
       01  WS-LIVE-IDX                 pic 9(3) comp value zero.
       01  WS-RUN-IDX                  pic 9(3) comp value zero.
       01  WS-RUN-FROM                 pic x(8) value spaces.
       01  WS-IDX                      pic 9(3) comp value zero.
       01  WS-JDX                      pic 9(3) comp value zero.
       01  WS-ACTIVE-SW                pic x value "N".
           88  row-active-on-date      value "Y".
       01  WS-CHECK-EFFECTIVE          pic x(8) value spaces.
       01  WS-CHECK-EXPIRES            pic x(8) value spaces.
       01  WS-CHECK-MESSAGE            pic x(40) value spaces.
      *    HIDDEN-ROW SCAN.  T WALKS FORWARD THROUGH THE ROW'S ACTIVE
      *    PERIOD, JUMPING PAST EACH STRETCH COVERED BY LATER ROWS.
       01  WS-HIDE-T                   pic 9(8) value zero.
       01  WS-HIDE-NEXT                pic 9(8) value zero.
       01  WS-HIDE-LIMIT               pic 9(8) value zero.
       01  WS-HIDE-STATE-SW            pic x value space.
           88  hide-scan-open          value space.
           88  row-is-visible          value "V".
           88  row-is-hidden           value "H".
       01  WS-COVER-SW                 pic x value "N".
           88  day-covered             value "Y".
       01  WS-COVER-OPEN-SW            pic x value "N".
           88  cover-open-ended        value "Y".
       01  WS-REGION-GAP-DAYS          pic 9(5) value zero.
       01  WS-REGIONS-FORECAST         pic 9(5) value zero.
       01  WS-REGIONS-WITH-GAPS        pic 9(5) value zero.
       01  WS-TOTAL-GAP-DAYS           pic 9(6) value zero.
       01  WS-EXPIRING-COUNT           pic 9(5) value zero.
       01  WS-HIDDEN-COUNT             pic 9(5) value zero.
       01  WS-FLASH-AGED-COUNT         pic 9(5) value zero.
       01  WS-ORPHAN-COUNT             pic 9(5) value zero.
       01  WS-ORP-EOF-SW               pic x value "N".
           88  orphan-eof              value "Y".
       01  WS-RPT-HEADER-1.
           05  filler                  pic x(30) value
               "MESSAGE SCHEDULE FORECAST     ".
           05  filler                  pic x(5)  value "FROM ".
           05  HDR-START-DATE          pic x(8).
           05  filler                  pic x(4)  value " TO ".
           05  HDR-END-DATE            pic x(8).
           05  filler                  pic x(11) value "  RUN DATE ".
           05  HDR-RUN-DATE            pic x(8).
           05  filler                  pic x(6)  value spaces.
       01  WS-RPT-SECTION.
           05  SEC-TITLE               pic x(80).
       01  WS-RPT-REGION-LINE.
           05  filler                  pic x(7)  value "REGION ".
           05  RGN-REGION              pic x(11).
           05  filler                  pic x(1)  value space.
           05  RGN-NAME                pic x(30).
           05  filler                  pic x(7)  value " GROUP ".
           05  RGN-GROUP               pic x(4).
           05  filler                  pic x(20) value spaces.
       01  WS-RPT-RANGE-HDR.
           05  filler                  pic x(40) value
               "    FROM      TO        EFFECTIVE  MESSA".
           05  filler                  pic x(40) value
               "GE                                      ".
       01  WS-RPT-RANGE-LINE.
           05  filler                  pic x(4)  value spaces.
           05  RNG-FROM                pic x(8).
           05  filler                  pic x(2)  value spaces.
           05  RNG-TO                  pic x(8).
           05  filler                  pic x(2)  value spaces.
           05  RNG-EFFECTIVE           pic x(8).
           05  filler                  pic x(3)  value spaces.
           05  RNG-MESSAGE             pic x(45).
       01  WS-RPT-FLAG-LINE.
           05  filler                  pic x(4)  value spaces.
           05  filler                  pic x(3)  value "** ".
           05  FLG-TEXT                pic x(73).
       01  WS-RPT-ORPHAN-HDR.
           05  filler                  pic x(40) value
               "  RGN   STATUS         EFFECTVE EXPIRES ".
           05  filler                  pic x(40) value
               " F MESSAGE                              ".
       01  WS-RPT-ORPHAN-LINE.
           05  filler                  pic x(2)  value spaces.
           05  ORP-REGION              pic x(4).
           05  filler                  pic x(2)  value spaces.
           05  ORP-STATUS              pic x(13).
           05  filler                  pic x(2)  value spaces.
           05  ORP-EFFECTIVE           pic x(8).
           05  filler                  pic x(1)  value space.
           05  ORP-EXPIRES             pic x(8).
           05  filler                  pic x(1)  value space.
           05  ORP-FLASH               pic x(1).
           05  filler                  pic x(1)  value space.
           05  ORP-MESSAGE             pic x(37).
       01  WS-RPT-TOTAL-LINE.
           05  TOT-LABEL               pic x(44).
           05  TOT-COUNT               pic 9(6).
           05  filler                  pic x(30) value spaces.
      $if use-sql defined
       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC
           01 ws-sql-region-code   pic x(4).
           01 ws-sql-message       pic x(200).
           01 ws-sql-effective     pic x(8).
           01 ws-sql-expires       pic x(8).
           01 ws-sql-flash         pic x.
           01 ws-sql-changed-by    pic x(8).
           01 ws-sql-changed-at    pic x(26).
       EXEC SQL END DECLARE SECTION END-EXEC
      $end
       PROCEDURE DIVISION.
           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time
           perform get-forecast-parms
           compute WS-START-INT =
               function integer-of-date (WS-RUN-DATE-NUM)
           compute WS-END-INT = WS-START-INT + WS-FORECAST-DAYS - 1
           compute WS-WORK-DATE-NUM =
               function date-of-integer (WS-END-INT)
           move WS-WORK-DATE to WS-END-DATE
           perform open-source-cursor
           if run-aborted
               goback
           end-if
           open input REGION-MASTER-FILE
           if WS-RGN-FILE-STATUS not = "00"
               display "ABC4427 cannot open region master, status: "
                   WS-RGN-FILE-STATUS
               perform close-source-cursor
               goback
           end-if
           open output FORECAST-REPORT
           if WS-RPT-FILE-STATUS not = "00"
               display "ABC4427 cannot open report file, status: "
                   WS-RPT-FILE-STATUS
               perform close-source-cursor
               close REGION-MASTER-FILE
               goback
           end-if
           open output ORPHAN-ROW-FILE
           if WS-ORP-FILE-STATUS not = "00"
               display "ABC4427 cannot open orphan work file, status: "
                   WS-ORP-FILE-STATUS
               perform close-source-cursor
               close REGION-MASTER-FILE
               close FORECAST-REPORT
               goback
           end-if
           perform write-report-headers
           move low-values to RG-REGION-CODE
           start REGION-MASTER-FILE key is >= RG-REGION-CODE
           if WS-RGN-FILE-STATUS not = "00"
               set region-eof to true
           end-if
           perform get-next-source-row
           perform get-next-region
           perform forecast-one-group
               until source-eof and region-eof
           perform close-source-cursor
           close REGION-MASTER-FILE
           close ORPHAN-ROW-FILE
           perform write-orphan-section
           perform write-report-totals
           close FORECAST-REPORT
           display "ABC4427 forecast complete, days: "
               WS-FORECAST-DAYS
           display "ABC4427 regions with gaps:  " WS-REGIONS-WITH-GAPS
           display "ABC4427 hidden rows:        " WS-HIDDEN-COUNT
           display "ABC4427 orphaned rows:      " WS-ORPHAN-COUNT
           goback.

      ******************************************************************
      *    FORECAST DAYS IN COLUMNS 1-3 (DEFAULT 14, AT MOST 366) AND *
      *    FLASH AGE THRESHOLD HOURS IN COLUMNS 4-6 (DEFAULT 24).     *
      ******************************************************************
       get-forecast-parms.
           open input FCST-PARM-FILE
           if WS-PRM-FILE-STATUS = "00"
               read FCST-PARM-FILE
               if WS-PRM-FILE-STATUS = "00"
                   if FP-FORECAST-DAYS is numeric and
                           FP-FORECAST-DAYS > zero and
                           FP-FORECAST-DAYS not > 366
                       move FP-FORECAST-DAYS to WS-FORECAST-DAYS
                   end-if
                   if FP-FLASH-HOURS is numeric and
                           FP-FLASH-HOURS > zero
                       move FP-FLASH-HOURS to WS-FLASH-HOURS
                   end-if
               end-if
           end-if
           close FCST-PARM-FILE.

       write-report-headers.
           move WS-RUN-DATE to HDR-START-DATE
           move WS-END-DATE to HDR-END-DATE
           move WS-RUN-DATE to HDR-RUN-DATE
           move WS-RPT-HEADER-1 to RPT-LINE
           write RPT-LINE.

       get-next-region.
           if not region-eof
               read REGION-MASTER-FILE next record
               if WS-RGN-FILE-STATUS not = "00"
                   set region-eof to true
               end-if
           end-if.

      ******************************************************************
      *    BALANCED LINE ON REGION CODE.  THE HOME OFFICE (BLANK)     *
      *    GROUP SORTS FIRST AND IS NEVER ON THE REGION MASTER; IT IS *
      *    FORECAST LIKE AN ACTIVE REGION.  ROWS FOR ANY OTHER REGION *
      *    NOT ON THE MASTER, OR ON IT BUT INACTIVE, ARE ORPHANS.  AN *
      *    ACTIVE REGION WITH NO ROWS AT ALL IS FORECAST AS ALL GAP.  *
      ******************************************************************
       forecast-one-group.
           evaluate true
               when region-eof or (not source-eof and
                       WS-SRC-REGION < RG-REGION-CODE)
                   move WS-SRC-REGION to WS-GROUP-REGION
                   move spaces to WS-GROUP-CODE
                   if WS-SRC-REGION = spaces
                       move "FORECAST" to WS-GROUP-STATUS
                       move "HOME OFFICE" to WS-GROUP-NAME
                   else
                       move "NOT ON MASTER" to WS-GROUP-STATUS
                       move spaces to WS-GROUP-NAME
                   end-if
                   perform load-region-rows
               when source-eof or RG-REGION-CODE < WS-SRC-REGION
                   if rg-region-active
                       move RG-REGION-CODE to WS-GROUP-REGION
                       move RG-REGION-NAME to WS-GROUP-NAME
                       move RG-GROUP-CODE  to WS-GROUP-CODE
                       move "FORECAST" to WS-GROUP-STATUS
                       move zero to WS-ROW-COUNT
                       move zero to WS-ROW-OVERFLOW
                       move "N" to WS-FLASH-SW
                       perform forecast-region
                   end-if
                   perform get-next-region
               when other
                   move RG-REGION-CODE to WS-GROUP-REGION
                   move RG-REGION-NAME to WS-GROUP-NAME
                   move RG-GROUP-CODE  to WS-GROUP-CODE
                   if rg-region-active
                       move "FORECAST" to WS-GROUP-STATUS
                   else
                       move "INACTIVE" to WS-GROUP-STATUS
                   end-if
                   perform load-region-rows
                   perform get-next-region
           end-evaluate.

       load-region-rows.
           move zero to WS-ROW-COUNT
           move zero to WS-ROW-OVERFLOW
           move "N" to WS-FLASH-SW
           move zero to WS-FLASH-MAX-AGE
           perform until source-eof or
                   WS-SRC-REGION not = WS-GROUP-REGION
               if group-forecast
                   perform store-source-row
               else
                   perform write-orphan-row
               end-if
               perform get-next-source-row
           end-perform
           if group-forecast
               perform forecast-region
           end-if.

      ******************************************************************
      *    A FLASH ROW IS AGED, NOT SCHEDULED; THE BLANK-EFFECTIVE    *
      *    ROW IT REPLACED COMES BACK FROM THE BROADCAST SAVE FILE.   *
      ******************************************************************
       store-source-row.
           if WS-SRC-FLASH = "Y"
               perform check-flash-age
               if WS-SRC-EFFECTIVE = spaces
                   perform store-saved-row
               end-if
           else
               move WS-SRC-EFFECTIVE to WS-CHECK-EFFECTIVE
               move WS-SRC-EXPIRES   to WS-CHECK-EXPIRES
               move WS-SRC-MESSAGE (1:40) to WS-CHECK-MESSAGE
               perform add-schedule-row
           end-if.

       store-saved-row.
           move WS-GROUP-REGION to BS-REGION-CODE
           open input BROADCAST-SAVE-FILE
           if WS-BCS-FILE-STATUS = "00"
               read BROADCAST-SAVE-FILE
                   invalid key
                       continue
                   not invalid key
                       if bs-had-message
                           move BS-EFFECTIVE-DATE
                               to WS-CHECK-EFFECTIVE
                           move BS-EXPIRES-DATE to WS-CHECK-EXPIRES
                           move BS-MESSAGE (1:40) to WS-CHECK-MESSAGE
                           perform add-schedule-row
                       end-if
               end-read
           end-if
           close BROADCAST-SAVE-FILE.

       add-schedule-row.
           if WS-ROW-COUNT < 100
               add 1 to WS-ROW-COUNT
               move WS-CHECK-EFFECTIVE
                   to WS-ROW-EFFECTIVE (WS-ROW-COUNT)
               move WS-CHECK-EXPIRES
                   to WS-ROW-EXPIRES (WS-ROW-COUNT)
               move WS-CHECK-MESSAGE
                   to WS-ROW-MESSAGE (WS-ROW-COUNT)
           else
               add 1 to WS-ROW-OVERFLOW
           end-if.

      ******************************************************************
      *    A FLASH IS LIVE WHILE ITS ROW IS ACTIVE TODAY.  ITS AGE IN *
      *    HOURS RUNS FROM THE BROADCAST TIME TO NOW.                 *
      ******************************************************************
       check-flash-age.
           move WS-SRC-EFFECTIVE to WS-CHECK-EFFECTIVE
           move WS-SRC-EXPIRES   to WS-CHECK-EXPIRES
           move WS-RUN-DATE      to WS-TEST-DATE
           perform check-row-active
           if row-active-on-date and
                   WS-SRC-CHANGED-AT (1:10) is numeric
               move WS-SRC-CHANGED-AT (1:8) to WS-WORK-DATE
               compute WS-FLASH-AGE =
                   (WS-START-INT -
                    function integer-of-date (WS-WORK-DATE-NUM)) * 24
                   + function numval (WS-RUN-TIME (1:2))
                   - function numval (WS-SRC-CHANGED-AT (9:2))
               if WS-FLASH-AGE > WS-FLASH-HOURS and
                       WS-FLASH-AGE > WS-FLASH-MAX-AGE
                   set old-flash-found to true
                   move WS-FLASH-AGE to WS-FLASH-MAX-AGE
                   move WS-SRC-CHANGED-BY to WS-FLASH-BY
                   move WS-SRC-CHANGED-AT to WS-FLASH-AT
               end-if
           end-if.

      ******************************************************************
      *    ONE REGION: ITS HEADING, THE DAY-BY-DAY SCHEDULE PRINTED   *
      *    AS RUNS OF DAYS SHOWING THE SAME ROW, THEN ITS FLAGS.      *
      ******************************************************************
       forecast-region.
           add 1 to WS-REGIONS-FORECAST
           move zero to WS-REGION-GAP-DAYS
           move spaces to RPT-LINE
           write RPT-LINE
           if WS-GROUP-REGION = spaces
               move "HOME OFFICE" to RGN-REGION
           else
               move WS-GROUP-REGION to RGN-REGION
           end-if
           move WS-GROUP-NAME to RGN-NAME
           move WS-GROUP-CODE to RGN-GROUP
           move WS-RPT-REGION-LINE to RPT-LINE
           write RPT-LINE
           move WS-RPT-RANGE-HDR to RPT-LINE
           write RPT-LINE
           move WS-START-INT to WS-DAY-INT
           move zero to WS-RUN-IDX
           move spaces to WS-RUN-FROM
           perform until WS-DAY-INT > WS-END-INT
               compute WS-TEST-DATE-NUM =
                   function date-of-integer (WS-DAY-INT)
               perform find-live-row
               if WS-LIVE-IDX = zero
                   add 1 to WS-REGION-GAP-DAYS
               end-if
               if WS-RUN-FROM = spaces
                   move WS-LIVE-IDX to WS-RUN-IDX
                   move WS-TEST-DATE to WS-RUN-FROM
               else
                   if WS-LIVE-IDX not = WS-RUN-IDX
                       perform write-range-line
                       move WS-LIVE-IDX to WS-RUN-IDX
                       move WS-TEST-DATE to WS-RUN-FROM
                   end-if
               end-if
               move WS-TEST-DATE to WS-PREV-DATE
               add 1 to WS-DAY-INT
           end-perform
           perform write-range-line
           if WS-REGION-GAP-DAYS > zero
               add 1 to WS-REGIONS-WITH-GAPS
               add WS-REGION-GAP-DAYS to WS-TOTAL-GAP-DAYS
           end-if
           perform check-expiring-rows
           perform check-hidden-rows
           if old-flash-found
               add 1 to WS-FLASH-AGED-COUNT
               move spaces to FLG-TEXT
               string "FLASH LIVE " delimited by size
                      WS-FLASH-MAX-AGE delimited by size
                      " HOURS, SENT BY " delimited by size
                      WS-FLASH-BY delimited by space
                      " AT " delimited by size
                      WS-FLASH-AT delimited by size
                      into FLG-TEXT
               perform write-flag-line
           end-if
           if WS-ROW-OVERFLOW > zero
               move spaces to FLG-TEXT
               string "MORE THAN 100 ROWS ON FILE, " delimited by size
                      WS-ROW-OVERFLOW delimited by size
                      " NOT FORECAST" delimited by size
                      into FLG-TEXT
               perform write-flag-line
           end-if.

       write-range-line.
           move WS-RUN-FROM  to RNG-FROM
           move WS-PREV-DATE to RNG-TO
           if WS-RUN-IDX = zero
               move spaces to RNG-EFFECTIVE
               if WS-GROUP-REGION = spaces
                   move "** NOTHING SHOWS AT SIGN-ON" to RNG-MESSAGE
               else
                   move "** NONE OF ITS OWN - HOME OFFICE SHOWS"
                       to RNG-MESSAGE
               end-if
           else
               move WS-ROW-EFFECTIVE (WS-RUN-IDX) to RNG-EFFECTIVE
               move WS-ROW-MESSAGE (WS-RUN-IDX)   to RNG-MESSAGE
           end-if
           move WS-RPT-RANGE-LINE to RPT-LINE
           write RPT-LINE.

      *    THE LIVE ROW ON WS-TEST-DATE: THE LAST ACTIVE ROW IN
      *    EFFECTIVE DATE ORDER, OR ZERO WHEN NONE IS ACTIVE.
       find-live-row.
           move zero to WS-LIVE-IDX
           perform varying WS-IDX from 1 by 1
                   until WS-IDX > WS-ROW-COUNT
               move WS-ROW-EFFECTIVE (WS-IDX) to WS-CHECK-EFFECTIVE
               move WS-ROW-EXPIRES (WS-IDX)   to WS-CHECK-EXPIRES
               perform check-row-active
               if row-active-on-date
                   move WS-IDX to WS-LIVE-IDX
               end-if
           end-perform.

       check-row-active.
           move "Y" to WS-ACTIVE-SW
           if WS-CHECK-EFFECTIVE not = spaces and
                   WS-CHECK-EFFECTIVE > WS-TEST-DATE
               move "N" to WS-ACTIVE-SW
           end-if
           if WS-CHECK-EXPIRES not = spaces and
                   WS-CHECK-EXPIRES < WS-TEST-DATE
               move "N" to WS-ACTIVE-SW
           end-if.

      ******************************************************************
      *    A ROW THAT IS LIVE ON ITS LAST DAY INSIDE THE WINDOW, WITH *
      *    NOTHING OF THE REGION'S OWN LIVE THE DAY AFTER, LEAVES THE *
      *    REGION BLANK.                                              *
      ******************************************************************
       check-expiring-rows.
           perform varying WS-JDX from 1 by 1
                   until WS-JDX > WS-ROW-COUNT
               if WS-ROW-EXPIRES (WS-JDX) not = spaces and
                       WS-ROW-EXPIRES (WS-JDX) is numeric and
                       WS-ROW-EXPIRES (WS-JDX) not < WS-RUN-DATE and
                       WS-ROW-EXPIRES (WS-JDX) not > WS-END-DATE
                   move WS-ROW-EXPIRES (WS-JDX) to WS-TEST-DATE
                   perform find-live-row
                   if WS-LIVE-IDX = WS-JDX
                       compute WS-DAY-INT =
                           function integer-of-date (WS-TEST-DATE-NUM)
                           + 1
                       compute WS-TEST-DATE-NUM =
                           function date-of-integer (WS-DAY-INT)
                       perform find-live-row
                       if WS-LIVE-IDX = zero
                           add 1 to WS-EXPIRING-COUNT
                           move spaces to FLG-TEXT
                           string "EXPIRES " delimited by size
                                  WS-ROW-EXPIRES (WS-JDX)
                                      delimited by size
                                  " WITH NOTHING QUEUED BEHIND: "
                                      delimited by size
                                  WS-ROW-MESSAGE (WS-JDX) (1:30)
                                      delimited by size
                                  into FLG-TEXT
                           perform write-flag-line
                       end-if
                   end-if
               end-if
           end-perform.

      ******************************************************************
      *    A ROW IS HIDDEN WHEN EVERY DAY FROM THE LATER OF TODAY AND *
      *    ITS EFFECTIVE DATE THROUGH ITS EXPIRES DATE HAS A LATER    *
      *    ROW ACTIVE.  FROM EACH UNCOVERED-SO-FAR DAY T, THE LATER   *
      *    ROWS ACTIVE ON T COVER THROUGH THE LATEST OF THEIR EXPIRES *
      *    DATES, SO T JUMPS PAST THAT; AN OPEN-ENDED COVER HIDES THE *
      *    ROW FOR GOOD.  ROWS ALREADY EXPIRED ARE NOT CHECKED.       *
      ******************************************************************
       check-hidden-rows.
           perform varying WS-JDX from 1 by 1
                   until WS-JDX > WS-ROW-COUNT
               if WS-ROW-EXPIRES (WS-JDX) = spaces or
                       WS-ROW-EXPIRES (WS-JDX) not < WS-RUN-DATE
                   perform check-one-row-hidden
                   if row-is-hidden
                       add 1 to WS-HIDDEN-COUNT
                       move spaces to FLG-TEXT
                       string "NEVER SHOWS, HIDDEN BY LATER ROWS: EFF "
                                  delimited by size
                              WS-ROW-EFFECTIVE (WS-JDX)
                                  delimited by size
                              " " delimited by size
                              WS-ROW-MESSAGE (WS-JDX) (1:25)
                                  delimited by size
                              into FLG-TEXT
                       perform write-flag-line
                   end-if
               end-if
           end-perform.

       check-one-row-hidden.
           move space to WS-HIDE-STATE-SW
           move WS-START-INT to WS-HIDE-T
           if WS-ROW-EFFECTIVE (WS-JDX) is numeric and
                   WS-ROW-EFFECTIVE (WS-JDX) > WS-RUN-DATE
               move WS-ROW-EFFECTIVE (WS-JDX) to WS-WORK-DATE
               compute WS-HIDE-T =
                   function integer-of-date (WS-WORK-DATE-NUM)
           end-if
           if WS-ROW-EXPIRES (WS-JDX) is numeric
               move WS-ROW-EXPIRES (WS-JDX) to WS-WORK-DATE
               compute WS-HIDE-LIMIT =
                   function integer-of-date (WS-WORK-DATE-NUM)
           else
               move 99999999 to WS-HIDE-LIMIT
           end-if
           if WS-HIDE-T > WS-HIDE-LIMIT
               set row-is-visible to true
           end-if
           perform until not hide-scan-open
               compute WS-TEST-DATE-NUM =
                   function date-of-integer (WS-HIDE-T)
               perform find-covering-rows
               evaluate true
                   when not day-covered
                       set row-is-visible to true
                   when cover-open-ended
                       set row-is-hidden to true
                   when WS-HIDE-NEXT > WS-HIDE-LIMIT
                       set row-is-hidden to true
                   when other
                       move WS-HIDE-NEXT to WS-HIDE-T
               end-evaluate
           end-perform.

       find-covering-rows.
           move "N" to WS-COVER-SW
           move "N" to WS-COVER-OPEN-SW
           move WS-HIDE-T to WS-HIDE-NEXT
           compute WS-IDX = WS-JDX + 1
           perform until WS-IDX > WS-ROW-COUNT
               move WS-ROW-EFFECTIVE (WS-IDX) to WS-CHECK-EFFECTIVE
               move WS-ROW-EXPIRES (WS-IDX)   to WS-CHECK-EXPIRES
               perform check-row-active
               if row-active-on-date
                   set day-covered to true
                   if WS-CHECK-EXPIRES is numeric
                       move WS-CHECK-EXPIRES to WS-WORK-DATE
                       compute WS-WORK-INT =
                           function integer-of-date (WS-WORK-DATE-NUM)
                           + 1
                       if WS-WORK-INT > WS-HIDE-NEXT
                           move WS-WORK-INT to WS-HIDE-NEXT
                       end-if
                   else
                       set cover-open-ended to true
                   end-if
               end-if
               add 1 to WS-IDX
           end-perform.

       write-flag-line.
           move WS-RPT-FLAG-LINE to RPT-LINE
           write RPT-LINE.

       write-orphan-row.
           add 1 to WS-ORPHAN-COUNT
           move WS-GROUP-REGION       to OR-REGION-CODE
           move WS-GROUP-STATUS       to OR-REGION-STATUS
           move WS-SRC-EFFECTIVE      to OR-EFFECTIVE-DATE
           move WS-SRC-EXPIRES        to OR-EXPIRES-DATE
           move WS-SRC-FLASH          to OR-FLASH-FLAG
           move WS-SRC-MESSAGE (1:40) to OR-MESSAGE
           write ORPHAN-ROW-RECORD.

      ******************************************************************
      *    ROWS LEFT ON FILE FOR REGIONS THAT ARE INACTIVE OR HAVE    *
      *    GONE FROM THE REGION MASTER.  THEY NEVER SHOW, BUT THEY    *
      *    STILL DISTRIBUTE AND SHOULD BE CLEANED UP.                 *
      ******************************************************************
       write-orphan-section.
           move spaces to RPT-LINE
           write RPT-LINE
           move "MESSAGES ON FILE FOR INACTIVE OR DELETED REGIONS"
               to SEC-TITLE
           move WS-RPT-SECTION to RPT-LINE
           write RPT-LINE
           move WS-RPT-ORPHAN-HDR to RPT-LINE
           write RPT-LINE
           move "N" to WS-ORP-EOF-SW
           open input ORPHAN-ROW-FILE
           if WS-ORP-FILE-STATUS not = "00"
               set orphan-eof to true
           end-if
           perform until orphan-eof
               read ORPHAN-ROW-FILE
               if WS-ORP-FILE-STATUS not = "00"
                   set orphan-eof to true
               else
                   move OR-REGION-CODE    to ORP-REGION
                   move OR-REGION-STATUS  to ORP-STATUS
                   move OR-EFFECTIVE-DATE to ORP-EFFECTIVE
                   move OR-EXPIRES-DATE   to ORP-EXPIRES
                   move OR-FLASH-FLAG     to ORP-FLASH
                   move OR-MESSAGE        to ORP-MESSAGE
                   move WS-RPT-ORPHAN-LINE to RPT-LINE
                   write RPT-LINE
               end-if
           end-perform
           close ORPHAN-ROW-FILE.

       write-report-totals.
           move spaces to RPT-LINE
           write RPT-LINE
           move "REGIONS FORECAST (INCLUDING HOME OFFICE)" to TOT-LABEL
           move WS-REGIONS-FORECAST to TOT-COUNT
           perform write-total-line
           move "REGIONS WITH DAYS OF NO MESSAGE OF THEIR OWN"
               to TOT-LABEL
           move WS-REGIONS-WITH-GAPS to TOT-COUNT
           perform write-total-line
           move "REGION-DAYS WITH NO MESSAGE OF THEIR OWN" to TOT-LABEL
           move WS-TOTAL-GAP-DAYS to TOT-COUNT
           perform write-total-line
           move "MESSAGES EXPIRING WITH NOTHING QUEUED" to TOT-LABEL
           move WS-EXPIRING-COUNT to TOT-COUNT
           perform write-total-line
           move "ROWS HIDDEN BY LATER ROWS" to TOT-LABEL
           move WS-HIDDEN-COUNT to TOT-COUNT
           perform write-total-line
           move "FLASH BROADCASTS OVER THE HOURS THRESHOLD" to TOT-LABEL
           move WS-FLASH-AGED-COUNT to TOT-COUNT
           perform write-total-line
           move "ROWS FOR INACTIVE OR DELETED REGIONS" to TOT-LABEL
           move WS-ORPHAN-COUNT to TOT-COUNT
           perform write-total-line.

       write-total-line.
           move WS-RPT-TOTAL-LINE to RPT-LINE
           write RPT-LINE.

      $if use-sql defined
       open-source-cursor.
           EXEC SQL
             DECLARE fcst-cur CURSOR FOR
             select Region-Code, EffectiveDate, Message,
                    ExpiresDate, FlashFlag
             from SystemMessages
             order by Region-Code, EffectiveDate
           END-EXEC
           EXEC SQL OPEN fcst-cur END-EXEC
           if sqlcode not = 0
               display "ABC4427 cannot open source cursor, sqlcode: "
                   sqlcode
               set run-aborted to true
           end-if.

      *    SYSTEMMESSAGES CARRIES NO CHANGE STAMP, SO A FLASH ROW
      *    TAKES ITS BROADCAST TIME FROM THE LATEST B HISTORY ROW.
       get-next-source-row.
           if not source-eof
               EXEC SQL
                 FETCH fcst-cur
                   INTO :ws-sql-region-code, :ws-sql-effective,
                        :ws-sql-message, :ws-sql-expires,
                        :ws-sql-flash
               END-EXEC
               if sqlcode not = 0
                   set source-eof to true
               else
                   move ws-sql-region-code to WS-SRC-REGION
                   move ws-sql-effective   to WS-SRC-EFFECTIVE
                   move ws-sql-message     to WS-SRC-MESSAGE
                   move ws-sql-expires     to WS-SRC-EXPIRES
                   move ws-sql-flash       to WS-SRC-FLASH
                   move spaces to WS-SRC-CHANGED-BY
                   move spaces to WS-SRC-CHANGED-AT
                   if ws-sql-flash = "Y"
                       perform get-broadcast-stamp
                   end-if
               end-if
           end-if.

       get-broadcast-stamp.
           EXEC SQL
             select ChangedBy, ChangedAt
               into :ws-sql-changed-by, :ws-sql-changed-at
             from SystemMessagesHistory
             where Region-Code = :ws-sql-region-code
               and Action = 'B'
             order by ChangedAt desc
             fetch first 1 rows only
           END-EXEC
           if sqlcode = 0
               move ws-sql-changed-by to WS-SRC-CHANGED-BY
               move ws-sql-changed-at (1:14) to WS-SRC-CHANGED-AT
           end-if.

       close-source-cursor.
           EXEC SQL CLOSE fcst-cur END-EXEC.
      $else
       open-source-cursor.
           open input WELCOME-MSG-FILE
           if WS-WM-FILE-STATUS = "35"
               set source-eof to true
           else
               if WS-WM-FILE-STATUS not = "00"
                   display "ABC4427 cannot open WELCOMSG, status: "
                       WS-WM-FILE-STATUS
                   set run-aborted to true
               else
                   move low-values to WM-MSG-KEY
                   start WELCOME-MSG-FILE key is >= WM-MSG-KEY
                   if WS-WM-FILE-STATUS not = "00"
                       set source-eof to true
                   end-if
               end-if
           end-if.

       get-next-source-row.
           if not source-eof
               read WELCOME-MSG-FILE next record
               if WS-WM-FILE-STATUS not = "00"
                   set source-eof to true
               else
                   move WM-REGION-CODE       to WS-SRC-REGION
                   move WM-EFFECTIVE-DATE    to WS-SRC-EFFECTIVE
                   move WM-MESSAGE           to WS-SRC-MESSAGE
                   move WM-EXPIRES-DATE      to WS-SRC-EXPIRES
                   move WM-FLASH-FLAG        to WS-SRC-FLASH
                   move WM-CHANGED-BY        to WS-SRC-CHANGED-BY
                   move WM-CHANGED-AT (1:14) to WS-SRC-CHANGED-AT
               end-if
           end-if.

       close-source-cursor.
           close WELCOME-MSG-FILE.
      $end
