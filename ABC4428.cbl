      ******************************************************************
      *    ABC4428 - BRANCH CLOSE / MERGE RUN FOR THE REGION MASTER.  *
      *    DRIVEN BY THE CLOSECTL CONTROL FILE, ONE RECORD PER        *
      *    BRANCH: FROM-REGION (COLS 1-4), TO-REGION (COLS 5-8) AND   *
      *    ACTION (COLS 9-13, CLOSE OR MERGE).  FOR EACH ACCEPTED     *
      *    RECORD THE FROM-REGION IS TAKEN OUT OF SERVICE CLEANLY     *
      *    INSTEAD OF BEING LEFT ORPHANED BY A DELETE OR A FLIPPED    *
      *    ACTIVE FLAG IN WM_M03:                                     *
      *      - ITS MESSAGE ROWS (SYSTEMMESSAGES, OR WELCOMSG IN THE   *
      *        NON-SQL BUILD) ARE EXPIRED AS OF YESTERDAY.  ON A      *
      *        MERGE, EACH FUTURE-DATED ROW IS FIRST COPIED TO THE    *
      *        SURVIVING REGION UNDER THE SAME EFFECTIVE DATE; A      *
      *        SURVIVOR ROW ALREADY ON THAT DATE WITH OTHER TEXT IS   *
      *        A COLLISION, REPORTED AND NOT OVERWRITTEN.  THE        *
      *        ORIGINAL ROWS STAY ON FILE, EXPIRED, FOR HISTORY;      *
      *      - ITS OPEN PENDMSG CHANGES ARE REJECTED, SO THE          *
      *        SUBMITTER IS TOLD IN WM_M01;                           *
      *      - ITS BROADCAST SAVE ENTRY IS DELETED, SO A RESTORE      *
      *        CANNOT PUT A MESSAGE BACK ON THE CLOSED REGION;        *
      *      - ITS ACTIVE TERMINALS MOVE TO THE SURVIVOR ON A MERGE   *
      *        AND ARE RETIRED ON A CLOSE;                            *
      *      - THE REGION IS MARKED INACTIVE AND THE CHANGE IS        *
      *        WRITTEN TO THE RGNAUDIT TRAIL (EVENT X OR M).          *
      *    THE CLOSRPT REPORT SHOWS EACH REGION BEFORE AND AFTER AND  *
      *    WHAT WAS DONE TO EVERY ROW.  A RERUN OF THE SAME CONTROL   *
      *    RECORD IS HARMLESS: EXPIRED ROWS ARE LEFT ALONE AND A ROW  *
      *    ALREADY COPIED WITH THE SAME TEXT IS NOT A COLLISION.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4428.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-CTL-FILE ASSIGN TO "CLOSECTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CTL-FILE-STATUS.
           SELECT CLOSE-REPORT ASSIGN TO "CLOSRPT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
           copy "region_io.cpy".
           copy "pendingmsg_io.cpy".
           copy "bcastsav_io.cpy".
           copy "terminal_io.cpy".
           copy "rgnaudit_io.cpy".
      $if use-sql not defined
           copy "welcomemsg_io.cpy".
      $end
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-CTL-FILE.
       01  CLOSE-CTL-RECORD.
           05  CC-FROM-REGION          pic x(4).
           05  CC-TO-REGION            pic x(4).
           05  CC-ACTION               pic x(5).
           05  filler                  pic x(67).
       FD  CLOSE-REPORT.
       01  RPT-LINE                    pic x(80).
       copy "region_fd.cpy".
       copy "pendingmsg_fd.cpy".
       copy "bcastsav_fd.cpy".
       copy "terminal_fd.cpy".
       copy "rgnaudit_fd.cpy".
      $if use-sql not defined
       copy "welcomemsg_fd.cpy".
      $end
       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS          pic xx value "00".
       01  WS-RPT-FILE-STATUS          pic xx value "00".
       01  WS-RGN-FILE-STATUS          pic xx value "00".
       01  WS-PND-FILE-STATUS          pic xx value "00".
       01  WS-BCS-FILE-STATUS          pic xx value "00".
       01  WS-TRM-FILE-STATUS          pic xx value "00".
       01  WS-RAU-FILE-STATUS          pic xx value "00".
       01  WS-WM-FILE-STATUS           pic xx value "00".
       01  WS-RUN-DATE                 pic x(8) value spaces.
       01  WS-RUN-DATE-NUM redefines WS-RUN-DATE pic 9(8).
       01  WS-RUN-TIME                 pic x(8) value spaces.
       01  WS-TIMESTAMP                pic x(26) value spaces.
       01  WS-EXPIRE-DATE              pic x(8) value spaces.
       01  WS-EXPIRE-DATE-NUM redefines WS-EXPIRE-DATE pic 9(8).
       01  WS-DATE-INTEGER             pic 9(8) value zero.
       01  WS-PROGRAM-ID               pic x(8) value "ABC4428".
       01  WS-FROM-REGION              pic x(4) value spaces.
       01  WS-TO-REGION                pic x(4) value spaces.
       01  WS-CLOSE-ACTION             pic x value space.
           88  close-region            value "C".
           88  merge-region            value "M".
       01  WS-REJECT-REASON            pic x(40) value spaces.
           88  control-accepted        value spaces.
       01  WS-CHECK-REGION             pic x(4) value spaces.
       01  WS-RGN-FOUND-SW             pic x value "N".
           88  region-on-master        value "Y".
       01  WS-FROM-NAME                pic x(30) value spaces.
       01  WS-FROM-ACTIVE              pic x value space.
       01  WS-FROM-GROUP               pic x(4) value spaces.
       01  WS-PENDING-REASON           pic x(40) value spaces.
       01  WS-ITEMS-LISTED             pic 9(5) value zero.
      *    THE FROM-REGION'S MESSAGE ROWS, IN EFFECTIVE DATE ORDER.
      *    THEY ARE LOADED FIRST AND CHANGED AFTERWARDS, SO THE SCAN
      *    NEVER RUNS OVER ROWS IT HAS JUST UPDATED.
       01  WS-ROW-COUNT                pic 9(3) comp value zero.
       01  WS-ROW-OVERFLOW             pic 9(5) value zero.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY occurs 100 times.
               10  WS-ROW-EFFECTIVE    pic x(8).
               10  WS-ROW-EXPIRES      pic x(8).
               10  WS-ROW-FLASH        pic x.
               10  WS-ROW-MESSAGE      pic x(200).
       01  WS-IDX                      pic 9(3) comp value zero.
       01  WS-SCAN-DONE-SW             pic x value "N".
           88  scan-done               value "Y".
       01  WS-STEP-OK-SW               pic x value "Y".
           88  step-ok                 value "Y".
       01  WS-COPY-STATE               pic x value space.
           88  row-copied              value "C".
           88  row-already-copied      value "A".
           88  row-collides            value "X".
           88  row-copy-failed         value "F".
       01  WS-ROW-RESULT               pic x(28) value spaces.
       01  WS-CTL-READ                 pic 9(6) value zero.
       01  WS-CTL-APPLIED              pic 9(6) value zero.
       01  WS-CTL-REJECTED             pic 9(6) value zero.
       01  WS-ROWS-COPIED              pic 9(6) value zero.
       01  WS-ROWS-EXPIRED             pic 9(6) value zero.
       01  WS-ROWS-COLLIDED            pic 9(6) value zero.
       01  WS-ROWS-FAILED              pic 9(6) value zero.
       01  WS-PENDING-REJECTED         pic 9(6) value zero.
       01  WS-BCAST-DELETED            pic 9(6) value zero.
       01  WS-TERMS-MOVED              pic 9(6) value zero.
       01  WS-TERMS-RETIRED            pic 9(6) value zero.
       01  WS-RPT-HEADER-1.
           05  filler                  pic x(44) value
               "REGION CLOSE / MERGE RUN                    ".
           05  filler                  pic x(9)  value "RUN DATE ".
           05  HDR-RUN-DATE            pic x(8).
           05  filler                  pic x(19) value spaces.
       01  WS-RPT-CTL-LINE.
           05  filler                  pic x(8)  value "CONTROL ".
           05  CTL-ACTION              pic x(5).
           05  filler                  pic x(8)  value " REGION ".
           05  CTL-FROM                pic x(4).
           05  CTL-INTO                pic x(6).
           05  CTL-TO                  pic x(4).
           05  filler                  pic x(45) value spaces.
       01  WS-RPT-REGION-LINE.
           05  filler                  pic x(2)  value spaces.
           05  RGL-LABEL               pic x(8).
           05  RGL-REGION              pic x(4).
           05  filler                  pic x(2)  value spaces.
           05  RGL-NAME                pic x(30).
           05  filler                  pic x(8)  value " ACTIVE ".
           05  RGL-ACTIVE              pic x.
           05  filler                  pic x(7)  value " GROUP ".
           05  RGL-GROUP               pic x(4).
           05  filler                  pic x(14) value spaces.
       01  WS-RPT-SUBTITLE.
           05  filler                  pic x(4)  value spaces.
           05  SUB-TEXT                pic x(76).
       01  WS-RPT-ROW-HDR.
           05  filler                  pic x(6)  value spaces.
           05  filler                  pic x(20) value
               "EFF DATE EXP DATE F ".
           05  filler                  pic x(29) value "RESULT".
           05  filler                  pic x(25) value "MESSAGE".
       01  WS-RPT-ROW-LINE.
           05  filler                  pic x(6)  value spaces.
           05  ROW-EFFECTIVE           pic x(8).
           05  filler                  pic x(1)  value space.
           05  ROW-EXPIRES             pic x(8).
           05  filler                  pic x(1)  value space.
           05  ROW-FLASH               pic x(1).
           05  filler                  pic x(1)  value space.
           05  ROW-RESULT              pic x(28).
           05  filler                  pic x(1)  value space.
           05  ROW-MESSAGE             pic x(25).
       01  WS-RPT-ITEM-LINE.
           05  filler                  pic x(6)  value spaces.
           05  ITM-KEY                 pic x(8).
           05  filler                  pic x(2)  value spaces.
           05  ITM-TEXT                pic x(64).
       01  WS-RPT-FLAG-LINE.
           05  filler                  pic x(4)  value spaces.
           05  filler                  pic x(3)  value "** ".
           05  FLG-TEXT                pic x(73).
       01  WS-RPT-TOTAL-LINE.
           05  TOT-LABEL               pic x(44).
           05  TOT-COUNT               pic 9(6).
           05  filler                  pic x(30) value spaces.
      $if use-sql defined
       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC
           01 ws-sql-region-code   pic x(4).
           01 ws-sql-to-region     pic x(4).
           01 ws-sql-message       pic x(200).
           01 ws-sql-effective     pic x(8).
           01 ws-sql-expires       pic x(8).
           01 ws-sql-flash         pic x.
           01 ws-sql-expire-date   pic x(8).
           01 ws-sql-survivor-msg  pic x(200).
           01 ws-sql-operator-id   pic x(8).
           01 ws-sql-changed-at    pic x(26).
           01 ws-sql-action        pic x.
       EXEC SQL END DECLARE SECTION END-EXEC
      $end
       PROCEDURE DIVISION.
           accept WS-RUN-DATE from date yyyymmdd
           accept WS-RUN-TIME from time
           string WS-RUN-DATE delimited by size
                  WS-RUN-TIME delimited by size
                  into WS-TIMESTAMP
           compute WS-DATE-INTEGER =
               function integer-of-date (WS-RUN-DATE-NUM) - 1
           compute WS-EXPIRE-DATE-NUM =
               function date-of-integer (WS-DATE-INTEGER)
           open input CLOSE-CTL-FILE
           if WS-CTL-FILE-STATUS not = "00"
               display "ABC4428 cannot open control file, status: "
                   WS-CTL-FILE-STATUS
               goback
           end-if
           open output CLOSE-REPORT
           if WS-RPT-FILE-STATUS not = "00"
               display "ABC4428 cannot open report file, status: "
                   WS-RPT-FILE-STATUS
               close CLOSE-CTL-FILE
               goback
           end-if
           perform write-report-headers
           perform until WS-CTL-FILE-STATUS not = "00"
               read CLOSE-CTL-FILE
               if WS-CTL-FILE-STATUS = "00"
                   add 1 to WS-CTL-READ
                   perform process-control-record
               end-if
           end-perform
           perform write-report-totals
           close CLOSE-CTL-FILE
           close CLOSE-REPORT
           display "ABC4428 close/merge complete, control records: "
               WS-CTL-READ
           display "ABC4428 applied: " WS-CTL-APPLIED
               " rejected: " WS-CTL-REJECTED
           display "ABC4428 rows copied: " WS-ROWS-COPIED
               " expired: " WS-ROWS-EXPIRED
               " collisions: " WS-ROWS-COLLIDED
           goback.

       write-report-headers.
           move WS-RUN-DATE to HDR-RUN-DATE
           move WS-RPT-HEADER-1 to RPT-LINE
           write RPT-LINE.

      ******************************************************************
      *    ONE CONTROL RECORD: VALIDATE IT, THEN TAKE THE REGION OUT  *
      *    OF SERVICE PIECE BY PIECE.  THE REGION MASTER IS CHANGED   *
      *    LAST, SO A RUN THAT DIES PART WAY LEAVES THE REGION        *
      *    ACTIVE AND THE RECORD CAN SIMPLY BE RUN AGAIN.             *
      ******************************************************************
       process-control-record.
           move CC-FROM-REGION to WS-FROM-REGION
           move CC-TO-REGION   to WS-TO-REGION
           perform validate-control-record
           perform write-control-heading
           if not control-accepted
               add 1 to WS-CTL-REJECTED
               move spaces to FLG-TEXT
               string "REJECTED: " delimited by size
                      WS-REJECT-REASON delimited by size
                      into FLG-TEXT
               move WS-RPT-FLAG-LINE to RPT-LINE
               write RPT-LINE
           else
               add 1 to WS-CTL-APPLIED
               move "BEFORE  "     to RGL-LABEL
               move WS-FROM-REGION to RGL-REGION
               move WS-FROM-NAME   to RGL-NAME
               move WS-FROM-ACTIVE to RGL-ACTIVE
               move WS-FROM-GROUP  to RGL-GROUP
               move WS-RPT-REGION-LINE to RPT-LINE
               write RPT-LINE
               perform load-region-rows
               perform move-message-rows
               perform reject-pending-changes
               perform drop-broadcast-save
               perform move-terminals
               perform deactivate-region
               perform write-after-line
           end-if.

       validate-control-record.
           move spaces to WS-REJECT-REASON
           move space to WS-CLOSE-ACTION
           evaluate CC-ACTION
               when "CLOSE"
                   move "C" to WS-CLOSE-ACTION
               when "MERGE"
                   move "M" to WS-CLOSE-ACTION
               when other
                   move "ACTION MUST BE CLOSE OR MERGE"
                       to WS-REJECT-REASON
           end-evaluate
           if control-accepted and WS-FROM-REGION = spaces
               move "HOME OFFICE CANNOT BE CLOSED OR MERGED"
                   to WS-REJECT-REASON
           end-if
           if control-accepted
               move WS-FROM-REGION to WS-CHECK-REGION
               perform read-region-master
               if region-on-master
                   move RG-REGION-NAME to WS-FROM-NAME
                   move RG-ACTIVE-FLAG to WS-FROM-ACTIVE
                   move RG-GROUP-CODE  to WS-FROM-GROUP
               else
                   move "REGION NOT ON REGION MASTER"
                       to WS-REJECT-REASON
               end-if
           end-if
           if control-accepted and close-region and
                   WS-TO-REGION not = spaces
               move "CLOSE TAKES NO SURVIVING REGION"
                   to WS-REJECT-REASON
           end-if
           if control-accepted and merge-region
               if WS-TO-REGION = spaces
                   move "MERGE NEEDS A SURVIVING REGION"
                       to WS-REJECT-REASON
               else
                   if WS-TO-REGION = WS-FROM-REGION
                       move "CANNOT MERGE A REGION INTO ITSELF"
                           to WS-REJECT-REASON
                   else
                       move WS-TO-REGION to WS-CHECK-REGION
                       perform read-region-master
                       if not region-on-master or
                               not rg-region-active
                           move "SURVIVING REGION IS NOT ACTIVE"
                               to WS-REJECT-REASON
                       end-if
                   end-if
               end-if
           end-if.

       read-region-master.
           move "N" to WS-RGN-FOUND-SW
           move WS-CHECK-REGION to RG-REGION-CODE
           open input REGION-MASTER-FILE
           if WS-RGN-FILE-STATUS = "00"
               read REGION-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       move "Y" to WS-RGN-FOUND-SW
               end-read
           end-if
           close REGION-MASTER-FILE.

       write-control-heading.
           perform write-blank-line
           move CC-ACTION      to CTL-ACTION
           move WS-FROM-REGION to CTL-FROM
           if WS-TO-REGION = spaces
               move spaces   to CTL-INTO
           else
               move " INTO " to CTL-INTO
           end-if
           move WS-TO-REGION to CTL-TO
           move WS-RPT-CTL-LINE to RPT-LINE
           write RPT-LINE.

      ******************************************************************
      *    EVERY ROW THE REGION HOLDS IS SETTLED HERE.  A ROW ALREADY *
      *    EXPIRED BEFORE TODAY IS LEFT ALONE.  ON A MERGE A FUTURE   *
      *    REGULAR ROW IS COPIED TO THE SURVIVOR FIRST; A FLASH ROW   *
      *    OR ONE ALREADY LIVE IS NOT, SINCE THE SURVIVOR KEEPS ITS   *
      *    OWN CURRENT MESSAGE.  A ROW WHOSE COPY FAILED IS NOT       *
      *    EXPIRED, SO A RERUN CAN STILL MOVE IT.                     *
      ******************************************************************
       move-message-rows.
           move "MESSAGE ROWS" to SUB-TEXT
           move WS-RPT-SUBTITLE to RPT-LINE
           write RPT-LINE
           if WS-ROW-COUNT = zero
               move "NONE ON FILE" to ITM-TEXT
               move spaces to ITM-KEY
               move WS-RPT-ITEM-LINE to RPT-LINE
               write RPT-LINE
           else
               move WS-RPT-ROW-HDR to RPT-LINE
               write RPT-LINE
               perform open-message-store
               perform varying WS-IDX from 1 by 1
                       until WS-IDX > WS-ROW-COUNT
                   perform move-one-row
               end-perform
               perform close-message-store
           end-if
           if WS-ROW-OVERFLOW > zero
               move spaces to FLG-TEXT
               string "MORE THAN 100 ROWS - " delimited by size
                      WS-ROW-OVERFLOW delimited by size
                      " NOT SEEN, RUN THIS RECORD AGAIN"
                          delimited by size
                      into FLG-TEXT
               move WS-RPT-FLAG-LINE to RPT-LINE
               write RPT-LINE
           end-if.

       move-one-row.
           move space to WS-COPY-STATE
           move spaces to WS-ROW-RESULT
           if WS-ROW-EXPIRES (WS-IDX) not = spaces and
                   WS-ROW-EXPIRES (WS-IDX) < WS-RUN-DATE
               move "ALREADY EXPIRED" to WS-ROW-RESULT
           else
               if merge-region and
                       WS-ROW-FLASH (WS-IDX) not = "Y" and
                       WS-ROW-EFFECTIVE (WS-IDX) not = spaces and
                       WS-ROW-EFFECTIVE (WS-IDX) > WS-RUN-DATE
                   perform copy-row-to-survivor
               end-if
               if row-copy-failed
                   add 1 to WS-ROWS-FAILED
                   move "** COPY FAILED, NOT EXPIRED" to WS-ROW-RESULT
               else
                   perform expire-row
                   perform set-row-result
               end-if
           end-if
           move WS-ROW-EFFECTIVE (WS-IDX) to ROW-EFFECTIVE
           move WS-ROW-EXPIRES (WS-IDX)   to ROW-EXPIRES
           move WS-ROW-FLASH (WS-IDX)     to ROW-FLASH
           move WS-ROW-RESULT             to ROW-RESULT
           move WS-ROW-MESSAGE (WS-IDX)   to ROW-MESSAGE
           move WS-RPT-ROW-LINE to RPT-LINE
           write RPT-LINE.

       set-row-result.
           if not step-ok
               add 1 to WS-ROWS-FAILED
               move "** EXPIRE FAILED" to WS-ROW-RESULT
           else
               add 1 to WS-ROWS-EXPIRED
               evaluate true
                   when row-copied
                       add 1 to WS-ROWS-COPIED
                       string "COPIED TO " delimited by size
                              WS-TO-REGION delimited by size
                              ", EXPIRED" delimited by size
                              into WS-ROW-RESULT
                   when row-already-copied
                       string "ALREADY ON " delimited by size
                              WS-TO-REGION delimited by size
                              ", EXPIRED" delimited by size
                              into WS-ROW-RESULT
                   when row-collides
                       add 1 to WS-ROWS-COLLIDED
                       string "** COLLIDES ON " delimited by size
                              WS-TO-REGION delimited by size
                              ", EXPIRED" delimited by size
                              into WS-ROW-RESULT
                   when other
                       move "EXPIRED" to WS-ROW-RESULT
               end-evaluate
           end-if.

      ******************************************************************
      *    OPEN PENDING CHANGES FOR THE REGION ARE REJECTED WITH THE  *
      *    REASON, SO THE SUBMITTER SEES WHY IN WM_M01.               *
      ******************************************************************
       reject-pending-changes.
           move "PENDING CHANGES" to SUB-TEXT
           move WS-RPT-SUBTITLE to RPT-LINE
           write RPT-LINE
           move zero to WS-ITEMS-LISTED
           move spaces to WS-PENDING-REASON
           if merge-region
               string "REGION " delimited by size
                      WS-FROM-REGION delimited by size
                      " MERGED INTO " delimited by size
                      WS-TO-REGION delimited by size
                      into WS-PENDING-REASON
           else
               string "REGION " delimited by size
                      WS-FROM-REGION delimited by size
                      " CLOSED" delimited by size
                      into WS-PENDING-REASON
           end-if
           open i-o PENDING-MSG-FILE
           if WS-PND-FILE-STATUS = "00"
               move zero to PM-PENDING-ID
               start PENDING-MSG-FILE key is >= PM-PENDING-ID
               perform until WS-PND-FILE-STATUS not = "00"
                   read PENDING-MSG-FILE next record
                   if WS-PND-FILE-STATUS = "00" and
                           pm-status-pending and
                           PM-REGION-CODE = WS-FROM-REGION
                       move "R"               to PM-STATUS
                       move WS-PROGRAM-ID     to PM-REVIEWED-BY
                       move WS-TIMESTAMP      to PM-REVIEWED-AT
                       move WS-PENDING-REASON to PM-REJECT-REASON
                       rewrite PM-RECORD
                       add 1 to WS-ITEMS-LISTED
                       add 1 to WS-PENDING-REJECTED
                       move PM-PENDING-ID to ITM-KEY
                       move spaces to ITM-TEXT
                       string "REJECTED, SUBMITTED BY "
                                  delimited by size
                              PM-SUBMITTED-BY delimited by size
                              into ITM-TEXT
                       move WS-RPT-ITEM-LINE to RPT-LINE
                       write RPT-LINE
                   end-if
               end-perform
           end-if
           close PENDING-MSG-FILE
           if WS-ITEMS-LISTED = zero
               move spaces to ITM-KEY
               move "NONE OPEN" to ITM-TEXT
               move WS-RPT-ITEM-LINE to RPT-LINE
               write RPT-LINE
           end-if.

      ******************************************************************
      *    A SAVED PRE-BROADCAST ENTRY WOULD PUT A MESSAGE BACK ON    *
      *    THE REGION AT THE NEXT RESTORE, SO IT IS DELETED.          *
      ******************************************************************
       drop-broadcast-save.
           move "BROADCAST SAVE" to SUB-TEXT
           move WS-RPT-SUBTITLE to RPT-LINE
           write RPT-LINE
           move spaces to ITM-KEY
           move "NO ENTRY" to ITM-TEXT
           open i-o BROADCAST-SAVE-FILE
           if WS-BCS-FILE-STATUS = "00"
               move WS-FROM-REGION to BS-REGION-CODE
               read BROADCAST-SAVE-FILE
                   invalid key
                       continue
                   not invalid key
                       delete BROADCAST-SAVE-FILE record
                       if WS-BCS-FILE-STATUS = "00"
                           add 1 to WS-BCAST-DELETED
                           move spaces to ITM-TEXT
                           string "DELETED, SAVED BY " delimited by size
                                  BS-SAVED-BY delimited by size
                                  " AT " delimited by size
                                  BS-SAVED-AT (1:14) delimited by size
                                  into ITM-TEXT
                       else
                           move "** DELETE FAILED" to ITM-TEXT
                       end-if
               end-read
           end-if
           close BROADCAST-SAVE-FILE
           move WS-RPT-ITEM-LINE to RPT-LINE
           write RPT-LINE.

      ******************************************************************
      *    THE REGION'S ACTIVE TERMINALS FOLLOW THE BRANCH: MOVED TO  *
      *    THE SURVIVOR ON A MERGE, RETIRED ON A CLOSE.  TERMINALS    *
      *    ALREADY RETIRED STAY WHERE THEY ARE, FOR HISTORY.          *
      ******************************************************************
       move-terminals.
           move "TERMINALS" to SUB-TEXT
           move WS-RPT-SUBTITLE to RPT-LINE
           write RPT-LINE
           move zero to WS-ITEMS-LISTED
           open i-o TERMINAL-MASTER-FILE
           if WS-TRM-FILE-STATUS = "00"
               move low-values to TM-TERMINAL-ID
               start TERMINAL-MASTER-FILE key is >= TM-TERMINAL-ID
               perform until WS-TRM-FILE-STATUS not = "00"
                   read TERMINAL-MASTER-FILE next record
                   if WS-TRM-FILE-STATUS = "00" and
                           TM-REGION-CODE = WS-FROM-REGION and
                           tm-terminal-active
                       perform move-one-terminal
                   end-if
               end-perform
           end-if
           close TERMINAL-MASTER-FILE
           if WS-ITEMS-LISTED = zero
               move spaces to ITM-KEY
               move "NONE ACTIVE" to ITM-TEXT
               move WS-RPT-ITEM-LINE to RPT-LINE
               write RPT-LINE
           end-if.

       move-one-terminal.
           add 1 to WS-ITEMS-LISTED
           move TM-TERMINAL-ID to ITM-KEY
           move spaces to ITM-TEXT
           if merge-region
               move WS-TO-REGION to TM-REGION-CODE
               rewrite TM-RECORD
               if WS-TRM-FILE-STATUS = "00"
                   add 1 to WS-TERMS-MOVED
                   string "MOVED TO " delimited by size
                          WS-TO-REGION delimited by size
                          into ITM-TEXT
               else
                   move "** MOVE FAILED" to ITM-TEXT
               end-if
           else
               move "N" to TM-ACTIVE-FLAG
               rewrite TM-RECORD
               if WS-TRM-FILE-STATUS = "00"
                   add 1 to WS-TERMS-RETIRED
                   move "RETIRED" to ITM-TEXT
               else
                   move "** RETIRE FAILED" to ITM-TEXT
               end-if
           end-if
           move WS-RPT-ITEM-LINE to RPT-LINE
           write RPT-LINE.

      ******************************************************************
      *    LAST, THE REGION ITSELF GOES INACTIVE AND THE CHANGE IS    *
      *    WRITTEN TO RGNAUDIT AS A CLOSE (X) OR MERGE (M).           *
      ******************************************************************
       deactivate-region.
           move WS-FROM-REGION to RG-REGION-CODE
           open i-o REGION-MASTER-FILE
           if WS-RGN-FILE-STATUS = "00"
               read REGION-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       move "N" to RG-ACTIVE-FLAG
                       rewrite RG-RECORD
                       if WS-RGN-FILE-STATUS = "00"
                           perform write-region-audit-record
                       end-if
               end-read
           end-if
           if WS-RGN-FILE-STATUS not = "00"
               move "REGION MASTER UPDATE FAILED" to FLG-TEXT
               move WS-RPT-FLAG-LINE to RPT-LINE
               write RPT-LINE
           end-if
           close REGION-MASTER-FILE.

       write-region-audit-record.
           move WS-TIMESTAMP   to RH-TIMESTAMP
           move WS-PROGRAM-ID  to RH-CHANGED-BY
           move WS-FROM-REGION to RH-REGION-CODE
           if merge-region
               move "M" to RH-EVENT
           else
               move "X" to RH-EVENT
           end-if
           move WS-FROM-NAME   to RH-OLD-NAME
           move WS-FROM-ACTIVE to RH-OLD-ACTIVE-FLAG
           move WS-FROM-GROUP  to RH-OLD-GROUP-CODE
           move RG-REGION-NAME to RH-NEW-NAME
           move RG-ACTIVE-FLAG to RH-NEW-ACTIVE-FLAG
           move RG-GROUP-CODE  to RH-NEW-GROUP-CODE
           move WS-TO-REGION   to RH-MERGED-INTO
           open extend REGION-AUDIT-FILE
           if WS-RAU-FILE-STATUS = "05" or WS-RAU-FILE-STATUS = "35"
               close REGION-AUDIT-FILE
               open output REGION-AUDIT-FILE
           end-if
           write REGION-AUDIT-RECORD
           close REGION-AUDIT-FILE.

       write-after-line.
           move WS-FROM-REGION to WS-CHECK-REGION
           perform read-region-master
           move "AFTER   "     to RGL-LABEL
           move WS-FROM-REGION to RGL-REGION
           if region-on-master
               move RG-REGION-NAME to RGL-NAME
               move RG-ACTIVE-FLAG to RGL-ACTIVE
               move RG-GROUP-CODE  to RGL-GROUP
           else
               move spaces to RGL-NAME
               move space  to RGL-ACTIVE
               move spaces to RGL-GROUP
           end-if
           move WS-RPT-REGION-LINE to RPT-LINE
           write RPT-LINE.

       write-report-totals.
           perform write-blank-line
           move "CONTROL RECORDS READ" to TOT-LABEL
           move WS-CTL-READ to TOT-COUNT
           perform write-total-line
           move "REGIONS CLOSED OR MERGED" to TOT-LABEL
           move WS-CTL-APPLIED to TOT-COUNT
           perform write-total-line
           move "CONTROL RECORDS REJECTED" to TOT-LABEL
           move WS-CTL-REJECTED to TOT-COUNT
           perform write-total-line
           move "MESSAGE ROWS COPIED TO SURVIVOR" to TOT-LABEL
           move WS-ROWS-COPIED to TOT-COUNT
           perform write-total-line
           move "MESSAGE ROWS EXPIRED" to TOT-LABEL
           move WS-ROWS-EXPIRED to TOT-COUNT
           perform write-total-line
           move "COLLISIONS ON SURVIVOR (NOT COPIED)" to TOT-LABEL
           move WS-ROWS-COLLIDED to TOT-COUNT
           perform write-total-line
           move "ROWS FAILED (RUN AGAIN)" to TOT-LABEL
           move WS-ROWS-FAILED to TOT-COUNT
           perform write-total-line
           move "PENDING CHANGES REJECTED" to TOT-LABEL
           move WS-PENDING-REJECTED to TOT-COUNT
           perform write-total-line
           move "BROADCAST SAVE ENTRIES DELETED" to TOT-LABEL
           move WS-BCAST-DELETED to TOT-COUNT
           perform write-total-line
           move "TERMINALS MOVED" to TOT-LABEL
           move WS-TERMS-MOVED to TOT-COUNT
           perform write-total-line
           move "TERMINALS RETIRED" to TOT-LABEL
           move WS-TERMS-RETIRED to TOT-COUNT
           perform write-total-line.

       write-total-line.
           move WS-RPT-TOTAL-LINE to RPT-LINE
           write RPT-LINE.

       write-blank-line.
           move spaces to RPT-LINE
           write RPT-LINE.

      ******************************************************************
      *    MESSAGE STORE ACCESS.  THE SQL BUILD WORKS ON              *
      *    SYSTEMMESSAGES, COMMITTING EACH ROW WITH ITS HISTORY ROW   *
      *    (CHANGEDBY ABC4428: I FOR A COPY, U FOR AN EXPIRY); THE    *
      *    NON-SQL BUILD WORKS ON WELCOMSG, WHOSE CHANGED STAMP       *
      *    CARRIES THE SAME INFORMATION.                              *
      ******************************************************************
      $if use-sql defined
       load-region-rows.
           move zero to WS-ROW-COUNT
           move zero to WS-ROW-OVERFLOW
           move WS-FROM-REGION to ws-sql-region-code
           EXEC SQL
             DECLARE close-cur CURSOR FOR
             select EffectiveDate, ExpiresDate, FlashFlag, Message
             from SystemMessages
             where Region-Code = :ws-sql-region-code
             order by EffectiveDate
           END-EXEC
           EXEC SQL OPEN close-cur END-EXEC
           move "N" to WS-SCAN-DONE-SW
           if sqlcode not = 0
               set scan-done to true
           end-if
           perform until scan-done
               EXEC SQL
                 FETCH close-cur
                   INTO :ws-sql-effective, :ws-sql-expires,
                        :ws-sql-flash, :ws-sql-message
               END-EXEC
               if sqlcode not = 0
                   set scan-done to true
               else
                   if WS-ROW-COUNT < 100
                       add 1 to WS-ROW-COUNT
                       move ws-sql-effective
                           to WS-ROW-EFFECTIVE (WS-ROW-COUNT)
                       move ws-sql-expires
                           to WS-ROW-EXPIRES (WS-ROW-COUNT)
                       move ws-sql-flash
                           to WS-ROW-FLASH (WS-ROW-COUNT)
                       move ws-sql-message
                           to WS-ROW-MESSAGE (WS-ROW-COUNT)
                   else
                       add 1 to WS-ROW-OVERFLOW
                   end-if
               end-if
           end-perform
           EXEC SQL CLOSE close-cur END-EXEC.

       open-message-store.
           move WS-PROGRAM-ID  to ws-sql-operator-id
           move WS-TIMESTAMP   to ws-sql-changed-at
           move WS-EXPIRE-DATE to ws-sql-expire-date.

       close-message-store.
           continue.

       copy-row-to-survivor.
           move WS-TO-REGION to ws-sql-to-region
           move WS-ROW-EFFECTIVE (WS-IDX) to ws-sql-effective
           move WS-ROW-EXPIRES (WS-IDX)   to ws-sql-expires
           move WS-ROW-MESSAGE (WS-IDX)   to ws-sql-message
           EXEC SQL
             select Message into :ws-sql-survivor-msg
             from SystemMessages
             where Region-Code = :ws-sql-to-region
               and EffectiveDate = :ws-sql-effective
             fetch first 1 rows only
           END-EXEC
           evaluate true
               when sqlcode = 0 and
                       ws-sql-survivor-msg = ws-sql-message
                   move "A" to WS-COPY-STATE
               when sqlcode = 0
                   move "X" to WS-COPY-STATE
               when sqlcode = 100
                   EXEC SQL
                     insert into SystemMessages
                     (Message, Region-Code, EffectiveDate, ExpiresDate,
                      FlashFlag)
                     values (:ws-sql-message, :ws-sql-to-region,
                             :ws-sql-effective, :ws-sql-expires, 'N')
                   END-EXEC
                   if sqlcode = 0
                       move "I" to ws-sql-action
                       EXEC SQL
                         insert into SystemMessagesHistory
                         (Message, Region-Code, ChangedBy, ChangedAt,
                          Action)
                         values (:ws-sql-message, :ws-sql-to-region,
                                 :ws-sql-operator-id,
                                 :ws-sql-changed-at, :ws-sql-action)
                       END-EXEC
                   end-if
                   if sqlcode = 0
                       EXEC SQL commit END-EXEC
                   end-if
                   if sqlcode = 0
                       move "C" to WS-COPY-STATE
                   else
                       EXEC SQL ROLLBACK END-EXEC
                       move "F" to WS-COPY-STATE
                   end-if
               when other
                   move "F" to WS-COPY-STATE
           end-evaluate.

       expire-row.
           move "Y" to WS-STEP-OK-SW
           move WS-FROM-REGION to ws-sql-region-code
           move WS-ROW-EFFECTIVE (WS-IDX) to ws-sql-effective
           move WS-ROW-MESSAGE (WS-IDX)   to ws-sql-message
           EXEC SQL
             update SystemMessages
               set ExpiresDate = :ws-sql-expire-date
             where Region-Code = :ws-sql-region-code
               and EffectiveDate = :ws-sql-effective
           END-EXEC
           if sqlcode = 0
               move "U" to ws-sql-action
               EXEC SQL
                 insert into SystemMessagesHistory
                 (Message, Region-Code, ChangedBy, ChangedAt, Action)
                 values (:ws-sql-message, :ws-sql-region-code,
                         :ws-sql-operator-id,
                         :ws-sql-changed-at, :ws-sql-action)
               END-EXEC
           end-if
           if sqlcode = 0
               EXEC SQL commit END-EXEC
           end-if
           if sqlcode not = 0
               EXEC SQL ROLLBACK END-EXEC
               move "N" to WS-STEP-OK-SW
           end-if.
      $else
       load-region-rows.
           move zero to WS-ROW-COUNT
           move zero to WS-ROW-OVERFLOW
           move "N" to WS-SCAN-DONE-SW
           open input WELCOME-MSG-FILE
           if WS-WM-FILE-STATUS = "00"
               move WS-FROM-REGION to WM-REGION-CODE
               move low-values to WM-EFFECTIVE-DATE
               start WELCOME-MSG-FILE key is >= WM-MSG-KEY
               perform until WS-WM-FILE-STATUS not = "00" or scan-done
                   read WELCOME-MSG-FILE next record
                   if WS-WM-FILE-STATUS not = "00" or
                           WM-REGION-CODE not = WS-FROM-REGION
                       set scan-done to true
                   else
                       if WS-ROW-COUNT < 100
                           add 1 to WS-ROW-COUNT
                           move WM-EFFECTIVE-DATE
                               to WS-ROW-EFFECTIVE (WS-ROW-COUNT)
                           move WM-EXPIRES-DATE
                               to WS-ROW-EXPIRES (WS-ROW-COUNT)
                           move WM-FLASH-FLAG
                               to WS-ROW-FLASH (WS-ROW-COUNT)
                           move WM-MESSAGE
                               to WS-ROW-MESSAGE (WS-ROW-COUNT)
                       else
                           add 1 to WS-ROW-OVERFLOW
                       end-if
                   end-if
               end-perform
           end-if
           close WELCOME-MSG-FILE.

       open-message-store.
           open i-o WELCOME-MSG-FILE.

       close-message-store.
           close WELCOME-MSG-FILE.

       copy-row-to-survivor.
           move WS-TO-REGION to WM-REGION-CODE
           move WS-ROW-EFFECTIVE (WS-IDX) to WM-EFFECTIVE-DATE
           read WELCOME-MSG-FILE
               invalid key
                   move WS-TO-REGION to WM-REGION-CODE
                   move WS-ROW-EFFECTIVE (WS-IDX) to WM-EFFECTIVE-DATE
                   move WS-ROW-MESSAGE (WS-IDX)   to WM-MESSAGE
                   move WS-PROGRAM-ID             to WM-CHANGED-BY
                   move WS-TIMESTAMP              to WM-CHANGED-AT
                   move WS-ROW-EXPIRES (WS-IDX)   to WM-EXPIRES-DATE
                   move "N"                       to WM-FLASH-FLAG
                   write WM-RECORD
                   if WS-WM-FILE-STATUS = "00"
                       move "C" to WS-COPY-STATE
                   else
                       move "F" to WS-COPY-STATE
                   end-if
               not invalid key
                   if WM-MESSAGE = WS-ROW-MESSAGE (WS-IDX)
                       move "A" to WS-COPY-STATE
                   else
                       move "X" to WS-COPY-STATE
                   end-if
           end-read.

       expire-row.
           move "Y" to WS-STEP-OK-SW
           move WS-FROM-REGION to WM-REGION-CODE
           move WS-ROW-EFFECTIVE (WS-IDX) to WM-EFFECTIVE-DATE
           read WELCOME-MSG-FILE
               invalid key
                   move "N" to WS-STEP-OK-SW
               not invalid key
                   move WS-EXPIRE-DATE to WM-EXPIRES-DATE
                   move WS-PROGRAM-ID  to WM-CHANGED-BY
                   move WS-TIMESTAMP   to WM-CHANGED-AT
                   rewrite WM-RECORD
                   if WS-WM-FILE-STATUS not = "00"
                       move "N" to WS-STEP-OK-SW
                   end-if
           end-read.
      $end
