      ******************************************************************
      *    ABC4431 - BULK LOAD OF SCHEDULED MESSAGES.  READS THE      *
      *    BULKMSG FLAT FILE SENT IN BY THE DISTRICT OFFICES (YEAR-   *
      *    END AND HOLIDAY NOTICES) AND APPLIES EACH ROW THE WAY A    *
      *    SAVE IN WM_M01 (ABC4400) WOULD, SO DOZENS OF DATED NOTICES *
      *    ARE ONE RUN INSTEAD OF ONE SCREEN PER REGION.  EACH ROW    *
      *    CARRIES A REGION OR A GROUP CODE (NOT BOTH), EFFECTIVE AND *
      *    EXPIRES DATES (YYYYMMDD, BLANK = OPEN-ENDED) AND THE FOUR  *
      *    MESSAGE LINES, AND GETS THE SAME CHECKS AS WM_M01:         *
      *      - THE MESSAGE MAY NOT BE BLANK OR HOLD CONTROL           *
      *        CHARACTERS, AND EACH LINE IS LEFT-JUSTIFIED;           *
      *      - THE DATES MUST BE NUMERIC AND EXPIRES MAY NOT BE       *
      *        BEFORE EFFECTIVE;                                      *
      *      - A REGION MUST BE ON THE REGION MASTER AND ACTIVE;      *
      *      - A GROUP FANS OUT TO EVERY ACTIVE REGION CARRYING IT.   *
      *    A ROW WITH NEITHER REGION NOR GROUP IS A HOME OFFICE       *
      *    CHANGE: IT IS QUEUED ON PENDMSG FOR APPROVAL IN WM_M04,    *
      *    NOT PUT LIVE.  EVERY REGION ROW APPLIED IS LOGGED TO       *
      *    SYSTEMMESSAGESHISTORY (THE NON-SQL BUILD STAMPS WELCOMSG). *
      *                                                               *
      *    LOADPARM COLS 1-8 ARE THE MODE: APPLY UPDATES THE FILES;   *
      *    ANYTHING ELSE (DEFAULT VALIDATE) ONLY CHECKS AND REPORTS,  *
      *    SO THE FILE CAN BE PROVED BEFORE IT IS RUN FOR REAL.       *
      *    COLS 9-16 ARE THE OPERATOR ID THE CHANGES ARE RECORDED     *
      *    UNDER (DEFAULT ABC4431); A REJECTED HOME OFFICE CHANGE IS  *
      *    SHOWN BACK TO THAT OPERATOR IN WM_M01.  THE BULKRPT REPORT *
      *    SHOWS EVERY ROW ACCEPTED OR REJECTED, WITH THE REASON.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4431.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BULK-MSG-FILE ASSIGN TO "BULKMSG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-BLK-FILE-STATUS.
           SELECT LOAD-PARM-FILE ASSIGN TO "LOADPARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PRM-FILE-STATUS.
           SELECT BULK-REPORT ASSIGN TO "BULKRPT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
           copy "region_io.cpy".
           copy "pendingmsg_io.cpy".
      $if use-sql not defined
           copy "welcomemsg_io.cpy".
      $end
       DATA DIVISION.
       FILE SECTION.
       FD  BULK-MSG-FILE.
       01  BULK-MSG-RECORD.
           05  BK-REGION-CODE          pic x(4).
           05  BK-GROUP-CODE           pic x(4).
           05  BK-EFFECTIVE-DATE       pic x(8).
           05  BK-EXPIRES-DATE         pic x(8).
           05  BK-MESSAGE.
               10  BK-MESSAGE-LINE occurs 4 times
                                       pic x(50).
           05  filler                  pic x(16).
       FD  LOAD-PARM-FILE.
       01  LOAD-PARM-RECORD.
           05  LP-MODE                 pic x(8).
           05  LP-OPERATOR-ID          pic x(8).
           05  filler                  pic x(64).
       FD  BULK-REPORT.
       01  RPT-LINE                    pic x(80).
       copy "region_fd.cpy".
       copy "pendingmsg_fd.cpy".
      $if use-sql not defined
       copy "welcomemsg_fd.cpy".
      $end
       WORKING-STORAGE SECTION.
       01  WS-BLK-FILE-STATUS          pic xx value "00".
       01  WS-PRM-FILE-STATUS          pic xx value "00".
       01  WS-RPT-FILE-STATUS          pic xx value "00".
       01  WS-RGN-FILE-STATUS          pic xx value "00".
       01  WS-PND-FILE-STATUS          pic xx value "00".
       01  WS-WM-FILE-STATUS           pic xx value "00".
       01  WS-RUN-DATE                 pic x(8) value spaces.
       01  WS-RUN-TIME                 pic x(8) value spaces.
       01  WS-TIMESTAMP                pic x(26) value spaces.
       01  WS-PROGRAM-ID               pic x(8) value "ABC4431".
       01  WS-LOAD-MODE                pic x(8) value "VALIDATE".
           88  apply-mode              value "APPLY".
       01  WS-OPERATOR-ID              pic x(8) value spaces.
       01  WS-TARGET-REGION            pic x(4) value spaces.
       01  WS-WELCOME-MESSAGE.
           05  WS-MESSAGE-LINE occurs 4 times
                                       pic x(50).
       01  WS-TRIMMED-MESSAGE          pic x(50) value spaces.
       01  WS-OLD-MESSAGE              pic x(200) value spaces.
       01  WS-LINE-IDX                 pic 9(2) value zero.
       01  WS-CTL-IDX                  pic 9(3) value zero.
       01  WS-REJECT-REASON            pic x(40) value spaces.
           88  row-accepted            value spaces.
       01  WS-RGN-FOUND-SW             pic x value "N".
           88  region-on-master        value "Y".
       01  WS-GROUP-FOUND-SW           pic x value "N".
           88  group-has-region        value "Y".
       01  WS-ROW-EXISTS-SW            pic x value "N".
           88  row-exists              value "Y".
       01  WS-STEP-OK-SW               pic x value "Y".
           88  step-ok                 value "Y".
       01  WS-NEXT-PENDING-ID          pic 9(6) value zero.
       01  WS-GROUP-APPLIED            pic 9(4) value zero.
       01  WS-ROWS-READ                pic 9(6) value zero.
       01  WS-ROWS-ACCEPTED            pic 9(6) value zero.
       01  WS-ROWS-REJECTED            pic 9(6) value zero.
       01  WS-REGION-ROWS-APPLIED      pic 9(6) value zero.
       01  WS-REGION-ROWS-REPLACED     pic 9(6) value zero.
       01  WS-REGION-ROWS-FAILED       pic 9(6) value zero.
       01  WS-HOME-OFFICE-QUEUED       pic 9(6) value zero.
       01  WS-RPT-HEADER-1.
           05  filler                  pic x(44) value
               "BULK MESSAGE LOAD                           ".
           05  filler                  pic x(9)  value "RUN DATE ".
           05  HDR-RUN-DATE            pic x(8).
           05  filler                  pic x(19) value spaces.
       01  WS-RPT-HEADER-2.
           05  filler                  pic x(6)  value "MODE  ".
           05  HDR-MODE                pic x(8).
           05  filler                  pic x(14) value
               "  OPERATOR    ".
           05  HDR-OPERATOR            pic x(8).
           05  filler                  pic x(2)  value spaces.
           05  HDR-MODE-NOTE           pic x(42).
       01  WS-RPT-COL-HDR.
           05  filler                  pic x(40) value
               "   ROW  TARGET       EFF DATE EXP DATE  ".
           05  filler                  pic x(40) value
               "RESULT                                  ".
       01  WS-RPT-ROW-LINE.
           05  ROW-SEQ                 pic zzzzz9.
           05  filler                  pic x(2)  value spaces.
           05  ROW-TARGET-TYPE         pic x(6).
           05  filler                  pic x(1)  value space.
           05  ROW-TARGET              pic x(4).
           05  filler                  pic x(2)  value spaces.
           05  ROW-EFFECTIVE           pic x(8).
           05  filler                  pic x(1)  value space.
           05  ROW-EXPIRES             pic x(8).
           05  filler                  pic x(2)  value spaces.
           05  ROW-RESULT              pic x(40).
       01  WS-RPT-TEXT-LINE.
           05  filler                  pic x(8)  value spaces.
           05  filler                  pic x(6)  value "TEXT  ".
           05  TXT-LINE                pic x(50).
           05  filler                  pic x(16) value spaces.
       01  WS-RPT-REASON-LINE.
           05  filler                  pic x(8)  value spaces.
           05  filler                  pic x(6)  value "WHY   ".
           05  RSN-TEXT                pic x(40).
           05  filler                  pic x(26) value spaces.
       01  WS-RPT-ITEM-LINE.
           05  filler                  pic x(14) value spaces.
           05  ITM-REGION              pic x(4).
           05  filler                  pic x(2)  value spaces.
           05  ITM-RESULT              pic x(60).
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
           01 ws-sql-exists-check  pic x(200).
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
           perform get-run-parms
           open input BULK-MSG-FILE
           if WS-BLK-FILE-STATUS not = "00"
               display "ABC4431 cannot open bulk message file, status: "
                   WS-BLK-FILE-STATUS
               goback
           end-if
           open output BULK-REPORT
           if WS-RPT-FILE-STATUS not = "00"
               display "ABC4431 cannot open report file, status: "
                   WS-RPT-FILE-STATUS
               close BULK-MSG-FILE
               goback
           end-if
           if apply-mode
               perform open-update-files
           end-if
           perform write-report-headers
           perform until WS-BLK-FILE-STATUS not = "00"
               read BULK-MSG-FILE
               if WS-BLK-FILE-STATUS = "00"
                   add 1 to WS-ROWS-READ
                   perform process-bulk-record
               end-if
           end-perform
           perform write-report-totals
           if apply-mode
               perform close-update-files
           end-if
           close BULK-MSG-FILE
           close BULK-REPORT
           display "ABC4431 bulk load complete, mode " WS-LOAD-MODE
               " rows read: " WS-ROWS-READ
           display "ABC4431 accepted: " WS-ROWS-ACCEPTED
               " rejected: " WS-ROWS-REJECTED
           display "ABC4431 region rows applied: "
               WS-REGION-ROWS-APPLIED
               " home office queued: " WS-HOME-OFFICE-QUEUED
           goback.

       get-run-parms.
           move WS-PROGRAM-ID to WS-OPERATOR-ID
           open input LOAD-PARM-FILE
           if WS-PRM-FILE-STATUS = "00"
               read LOAD-PARM-FILE
               if WS-PRM-FILE-STATUS = "00"
                   if LP-MODE = "APPLY"
                       move "APPLY" to WS-LOAD-MODE
                   end-if
                   if LP-OPERATOR-ID not = spaces
                       move LP-OPERATOR-ID to WS-OPERATOR-ID
                   end-if
               end-if
           end-if
           close LOAD-PARM-FILE.

      ******************************************************************
      *    IN APPLY MODE THE PENDING QUEUE AND (NON-SQL) THE MESSAGE  *
      *    FILE STAY OPEN FOR THE WHOLE RUN.  THE NEXT PENDING ID IS  *
      *    FOUND ONCE, THE WAY WM_M01 FINDS IT, AND COUNTED UP FROM   *
      *    THERE.                                                     *
      ******************************************************************
       open-update-files.
           perform get-next-pending-id
           open i-o PENDING-MSG-FILE
           if WS-PND-FILE-STATUS = "35"
               close PENDING-MSG-FILE
               open output PENDING-MSG-FILE
           end-if
      $if use-sql not defined
           open i-o WELCOME-MSG-FILE
           if WS-WM-FILE-STATUS = "35"
               close WELCOME-MSG-FILE
               open output WELCOME-MSG-FILE
               close WELCOME-MSG-FILE
               open i-o WELCOME-MSG-FILE
           end-if
      $end
           continue.

       close-update-files.
           close PENDING-MSG-FILE
      $if use-sql not defined
           close WELCOME-MSG-FILE
      $end
           continue.

       get-next-pending-id.
           move 1 to WS-NEXT-PENDING-ID
           move zero to PM-PENDING-ID
           open input PENDING-MSG-FILE
           if WS-PND-FILE-STATUS = "00"
               start PENDING-MSG-FILE key is >= PM-PENDING-ID
               perform until WS-PND-FILE-STATUS not = "00"
                   read PENDING-MSG-FILE next record
                   if WS-PND-FILE-STATUS = "00"
                       compute WS-NEXT-PENDING-ID = PM-PENDING-ID + 1
                   end-if
               end-perform
           end-if
           close PENDING-MSG-FILE.

       write-report-headers.
           move WS-RUN-DATE to HDR-RUN-DATE
           move WS-RPT-HEADER-1 to RPT-LINE
           write RPT-LINE
           move WS-LOAD-MODE   to HDR-MODE
           move WS-OPERATOR-ID to HDR-OPERATOR
           if apply-mode
               move "FILES UPDATED" to HDR-MODE-NOTE
           else
               move "CHECK ONLY - NOTHING UPDATED" to HDR-MODE-NOTE
           end-if
           move WS-RPT-HEADER-2 to RPT-LINE
           write RPT-LINE
           perform write-blank-line
           move WS-RPT-COL-HDR to RPT-LINE
           write RPT-LINE.

      ******************************************************************
      *    ONE BULKMSG ROW: CHECK IT, PRINT IT, THEN APPLY IT TO ITS  *
      *    REGION, FAN IT OUT TO ITS GROUP, OR QUEUE IT FOR THE HOME  *
      *    OFFICE.                                                    *
      ******************************************************************
       process-bulk-record.
           move BK-MESSAGE to WS-WELCOME-MESSAGE
           perform validate-bulk-record
           move WS-ROWS-READ      to ROW-SEQ
           move BK-EFFECTIVE-DATE to ROW-EFFECTIVE
           move BK-EXPIRES-DATE   to ROW-EXPIRES
           evaluate true
               when BK-GROUP-CODE not = spaces
                   move "GROUP"  to ROW-TARGET-TYPE
                   move BK-GROUP-CODE to ROW-TARGET
               when BK-REGION-CODE not = spaces
                   move "REGION" to ROW-TARGET-TYPE
                   move BK-REGION-CODE to ROW-TARGET
               when other
                   move "HOME"   to ROW-TARGET-TYPE
                   move spaces   to ROW-TARGET
           end-evaluate
           if not row-accepted
               perform write-rejected-row
           else
               evaluate true
                   when BK-GROUP-CODE not = spaces
                       perform fan-out-bulk-row
                   when BK-REGION-CODE not = spaces
                       perform apply-single-region
                   when other
                       perform queue-home-office-change
               end-evaluate
           end-if.

       write-row-lines.
           move WS-RPT-ROW-LINE to RPT-LINE
           write RPT-LINE
           move WS-MESSAGE-LINE (1) to TXT-LINE
           move WS-RPT-TEXT-LINE to RPT-LINE
           write RPT-LINE.

       write-rejected-row.
           add 1 to WS-ROWS-REJECTED
           move "** REJECTED" to ROW-RESULT
           perform write-row-lines
           move WS-REJECT-REASON to RSN-TEXT
           move WS-RPT-REASON-LINE to RPT-LINE
           write RPT-LINE.

      ******************************************************************
      *    THE SAME CHECKS, IN THE SAME ORDER, AS A SAVE IN WM_M01.   *
      *    THE REGION MUST ALSO BE ACTIVE, AS IT MUST BE FOR A GROUP  *
      *    FAN-OUT, SINCE A DATED NOTICE FOR A REGION THAT IS NOT     *
      *    DISTRIBUTABLE WOULD NEVER BE SEEN.                         *
      ******************************************************************
       validate-bulk-record.
           move spaces to WS-REJECT-REASON
           if BK-REGION-CODE not = spaces and
                   BK-GROUP-CODE not = spaces
               move "KEY A REGION OR A GROUP, NOT BOTH"
                   to WS-REJECT-REASON
           end-if
           if row-accepted
               perform validate-bulk-message
           end-if
           if row-accepted
               perform validate-bulk-dates
           end-if
           if row-accepted and BK-REGION-CODE not = spaces
               move BK-REGION-CODE to WS-TARGET-REGION
               perform read-region-master
               evaluate true
                   when not region-on-master
                       move "REGION CODE NOT ON REGION MASTER"
                           to WS-REJECT-REASON
                   when not rg-region-active
                       move "REGION IS NOT ACTIVE" to WS-REJECT-REASON
                   when other
                       continue
               end-evaluate
           end-if
           if row-accepted and BK-GROUP-CODE not = spaces
               perform check-group-has-region
               if not group-has-region
                   move "NO ACTIVE REGIONS IN THAT GROUP"
                       to WS-REJECT-REASON
               end-if
           end-if.

       validate-bulk-message.
           if function trim(WS-WELCOME-MESSAGE) = spaces
               move "WELCOME MESSAGE CANNOT BE BLANK"
                   to WS-REJECT-REASON
           else
               perform varying WS-CTL-IDX from 1 by 1
                       until WS-CTL-IDX > 200
                   if WS-WELCOME-MESSAGE (WS-CTL-IDX:1) < space
                       move "WELCOME MESSAGE HAS INVALID CHARACTERS"
                           to WS-REJECT-REASON
                   end-if
               end-perform
           end-if
           if row-accepted
               perform varying WS-LINE-IDX from 1 by 1
                       until WS-LINE-IDX > 4
                   move spaces to WS-TRIMMED-MESSAGE
                   move function trim
                       (WS-MESSAGE-LINE (WS-LINE-IDX))
                       to WS-TRIMMED-MESSAGE
                   move WS-TRIMMED-MESSAGE
                       to WS-MESSAGE-LINE (WS-LINE-IDX)
               end-perform
           end-if.

       validate-bulk-dates.
           evaluate true
               when BK-EFFECTIVE-DATE not = spaces and
                       BK-EFFECTIVE-DATE not numeric
                   move "EFFECTIVE DATE MUST BE YYYYMMDD OR BLANK"
                       to WS-REJECT-REASON
               when BK-EXPIRES-DATE not = spaces and
                       BK-EXPIRES-DATE not numeric
                   move "EXPIRES DATE MUST BE YYYYMMDD OR BLANK"
                       to WS-REJECT-REASON
               when BK-EFFECTIVE-DATE not = spaces and
                       BK-EXPIRES-DATE not = spaces and
                       BK-EXPIRES-DATE < BK-EFFECTIVE-DATE
                   move "EXPIRES DATE IS BEFORE EFFECTIVE DATE"
                       to WS-REJECT-REASON
               when other
                   continue
           end-evaluate.

       read-region-master.
           move "N" to WS-RGN-FOUND-SW
           move WS-TARGET-REGION to RG-REGION-CODE
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

       check-group-has-region.
           move "N" to WS-GROUP-FOUND-SW
           open input REGION-MASTER-FILE
           if WS-RGN-FILE-STATUS = "00"
               move low-values to RG-REGION-CODE
               start REGION-MASTER-FILE key is >= RG-REGION-CODE
               perform until WS-RGN-FILE-STATUS not = "00"
                       or group-has-region
                   read REGION-MASTER-FILE next record
                   if WS-RGN-FILE-STATUS = "00" and
                           rg-region-active and
                           RG-GROUP-CODE = BK-GROUP-CODE
                       move "Y" to WS-GROUP-FOUND-SW
                   end-if
               end-perform
           end-if
           close REGION-MASTER-FILE.

       apply-single-region.
           move BK-REGION-CODE to WS-TARGET-REGION
           if apply-mode
               perform save-region-row
               if step-ok
                   add 1 to WS-ROWS-ACCEPTED
                   perform set-applied-result
                   perform write-row-lines
               else
                   move "SAVE FAILED, LOAD THIS ROW AGAIN"
                       to WS-REJECT-REASON
                   perform write-rejected-row
               end-if
           else
               add 1 to WS-ROWS-ACCEPTED
               move "VALID, WOULD APPLY" to ROW-RESULT
               perform write-row-lines
           end-if.

       set-applied-result.
           if row-exists
               move "APPLIED, REPLACED ROW FOR THAT DATE"
                   to ROW-RESULT
           else
               move "APPLIED, NEW ROW" to ROW-RESULT
           end-if.

      ******************************************************************
      *    A GROUP ROW IS SAVED FOR EVERY ACTIVE REGION CARRYING THE  *
      *    GROUP, EACH EXACTLY AS A SINGLE-REGION ROW WOULD BE, AND   *
      *    EACH REGION IS LISTED UNDER THE ROW.  THE ROW COUNTS AS    *
      *    ACCEPTED IF AT LEAST ONE REGION WAS SAVED.                 *
      ******************************************************************
       fan-out-bulk-row.
           move zero to WS-GROUP-APPLIED
           if apply-mode
               move "GROUP FAN-OUT, REGIONS BELOW" to ROW-RESULT
           else
               move "VALID, WOULD APPLY TO REGIONS BELOW"
                   to ROW-RESULT
           end-if
           perform write-row-lines
           open input REGION-MASTER-FILE
           if WS-RGN-FILE-STATUS = "00"
               move low-values to RG-REGION-CODE
               start REGION-MASTER-FILE key is >= RG-REGION-CODE
               perform until WS-RGN-FILE-STATUS not = "00"
                   read REGION-MASTER-FILE next record
                   if WS-RGN-FILE-STATUS = "00" and
                           rg-region-active and
                           RG-GROUP-CODE = BK-GROUP-CODE
                       move RG-REGION-CODE to WS-TARGET-REGION
                       perform fan-out-one-region
                   end-if
               end-perform
           end-if
           close REGION-MASTER-FILE
           if WS-GROUP-APPLIED > zero or not apply-mode
               add 1 to WS-ROWS-ACCEPTED
           else
               add 1 to WS-ROWS-REJECTED
           end-if.

       fan-out-one-region.
           move WS-TARGET-REGION to ITM-REGION
           if apply-mode
               perform save-region-row
               if step-ok
                   add 1 to WS-GROUP-APPLIED
                   perform set-applied-result
                   move ROW-RESULT to ITM-RESULT
               else
                   move "** SAVE FAILED, LOAD AGAIN" to ITM-RESULT
               end-if
           else
               move "WOULD APPLY" to ITM-RESULT
           end-if
           move WS-RPT-ITEM-LINE to RPT-LINE
           write RPT-LINE.

      ******************************************************************
      *    A HOME OFFICE ROW DOES NOT GO LIVE.  IT IS QUEUED ON THE   *
      *    PENDING FILE FOR A SUPERVISOR TO APPROVE OR REJECT IN      *
      *    WM_M04, WITH THE ROW IT WOULD REPLACE (IF ANY) AS THE OLD  *
      *    MESSAGE.                                                   *
      ******************************************************************
       queue-home-office-change.
           if not apply-mode
               add 1 to WS-ROWS-ACCEPTED
               move "VALID, WOULD QUEUE FOR WM_M04 APPROVAL"
                   to ROW-RESULT
               perform write-row-lines
           else
               move spaces to WS-TARGET-REGION
               perform find-existing-row
               move WS-NEXT-PENDING-ID to PM-PENDING-ID
               move spaces             to PM-REGION-CODE
               move "S"                to PM-ACTION
               move "P"                to PM-STATUS
               move WS-OLD-MESSAGE     to PM-OLD-MESSAGE
               move WS-WELCOME-MESSAGE to PM-NEW-MESSAGE
               move BK-EFFECTIVE-DATE  to PM-EFFECTIVE-DATE
               move BK-EXPIRES-DATE    to PM-EXPIRES-DATE
               move WS-OPERATOR-ID     to PM-SUBMITTED-BY
               move WS-TIMESTAMP       to PM-SUBMITTED-AT
               move spaces to PM-REVIEWED-BY
               move spaces to PM-REVIEWED-AT
               move spaces to PM-REJECT-REASON
               write PM-RECORD
               if WS-PND-FILE-STATUS = "00"
                   add 1 to WS-ROWS-ACCEPTED
                   add 1 to WS-HOME-OFFICE-QUEUED
                   move spaces to ROW-RESULT
                   string "QUEUED FOR WM_M04, PENDING ID "
                              delimited by size
                          WS-NEXT-PENDING-ID delimited by size
                          into ROW-RESULT
                   add 1 to WS-NEXT-PENDING-ID
                   perform write-row-lines
               else
                   move "PENDMSG WRITE FAILED, LOAD THIS ROW AGAIN"
                       to WS-REJECT-REASON
                   perform write-rejected-row
               end-if
           end-if.

       write-report-totals.
           perform write-blank-line
           move "ROWS READ" to TOT-LABEL
           move WS-ROWS-READ to TOT-COUNT
           perform write-total-line
           move "ROWS ACCEPTED" to TOT-LABEL
           move WS-ROWS-ACCEPTED to TOT-COUNT
           perform write-total-line
           move "ROWS REJECTED" to TOT-LABEL
           move WS-ROWS-REJECTED to TOT-COUNT
           perform write-total-line
           move "REGION ROWS APPLIED" to TOT-LABEL
           move WS-REGION-ROWS-APPLIED to TOT-COUNT
           perform write-total-line
           move "  OF WHICH REPLACED A ROW FOR THE SAME DATE"
               to TOT-LABEL
           move WS-REGION-ROWS-REPLACED to TOT-COUNT
           perform write-total-line
           move "REGION SAVES FAILED (LOAD THOSE ROWS AGAIN)"
               to TOT-LABEL
           move WS-REGION-ROWS-FAILED to TOT-COUNT
           perform write-total-line
           move "HOME OFFICE CHANGES QUEUED FOR WM_M04" to TOT-LABEL
           move WS-HOME-OFFICE-QUEUED to TOT-COUNT
           perform write-total-line.

       write-total-line.
           move WS-RPT-TOTAL-LINE to RPT-LINE
           write RPT-LINE.

       write-blank-line.
           move spaces to RPT-LINE
           write RPT-LINE.

      ******************************************************************
      *    MESSAGE STORE ACCESS.  THE ROW KEY IS REGION PLUS          *
      *    EFFECTIVE DATE, SO A ROW FOR A DATE ALREADY ON FILE        *
      *    REPLACES IT, JUST AS A SAVE IN WM_M01 DOES.  THE SQL       *
      *    BUILD COMMITS EACH REGION ROW WITH ITS HISTORY ROW         *
      *    (CHANGEDBY = THE LOADPARM OPERATOR, ACTION I OR U); THE    *
      *    NON-SQL BUILD STAMPS THE OPERATOR ON THE WELCOMSG RECORD.  *
      ******************************************************************
      $if use-sql defined
       find-existing-row.
           move "N" to WS-ROW-EXISTS-SW
           move spaces to WS-OLD-MESSAGE
           move WS-TARGET-REGION  to ws-sql-region-code
           move BK-EFFECTIVE-DATE to ws-sql-effective
           EXEC SQL
             select Message into :ws-sql-exists-check
             from SystemMessages
             where Region-Code = :ws-sql-region-code
               and EffectiveDate = :ws-sql-effective
             fetch first 1 rows only
           END-EXEC
           if sqlcode = 0
               move "Y" to WS-ROW-EXISTS-SW
               move ws-sql-exists-check to WS-OLD-MESSAGE
           end-if.

       save-region-row.
           move "Y" to WS-STEP-OK-SW
           perform find-existing-row
           move WS-TARGET-REGION   to ws-sql-region-code
           move BK-EFFECTIVE-DATE  to ws-sql-effective
           move BK-EXPIRES-DATE    to ws-sql-expires
           move WS-WELCOME-MESSAGE to ws-sql-message
           move WS-OPERATOR-ID     to ws-sql-operator-id
           move WS-TIMESTAMP       to ws-sql-changed-at
           if row-exists
               move "U" to ws-sql-action
               EXEC SQL
                 update SystemMessages set Message = :ws-sql-message,
                   ExpiresDate = :ws-sql-expires,
                   FlashFlag = 'N'
                 where Region-Code = :ws-sql-region-code
                   and EffectiveDate = :ws-sql-effective
               END-EXEC
           else
               move "I" to ws-sql-action
               EXEC SQL
                 insert into SystemMessages
                 (Message, Region-Code, EffectiveDate, ExpiresDate,
                  FlashFlag)
                 values (:ws-sql-message, :ws-sql-region-code,
                         :ws-sql-effective, :ws-sql-expires, 'N')
               END-EXEC
           end-if
           if sqlcode = 0
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
           end-if
           perform count-region-save.
      $else
       find-existing-row.
           move "N" to WS-ROW-EXISTS-SW
           move spaces to WS-OLD-MESSAGE
           move WS-TARGET-REGION  to WM-REGION-CODE
           move BK-EFFECTIVE-DATE to WM-EFFECTIVE-DATE
           read WELCOME-MSG-FILE
               invalid key
                   continue
               not invalid key
                   move "Y" to WS-ROW-EXISTS-SW
                   move WM-MESSAGE to WS-OLD-MESSAGE
           end-read.

       save-region-row.
           move "Y" to WS-STEP-OK-SW
           perform find-existing-row
           move WS-TARGET-REGION   to WM-REGION-CODE
           move BK-EFFECTIVE-DATE  to WM-EFFECTIVE-DATE
           move WS-WELCOME-MESSAGE to WM-MESSAGE
           move WS-OPERATOR-ID     to WM-CHANGED-BY
           move WS-TIMESTAMP       to WM-CHANGED-AT
           move BK-EXPIRES-DATE    to WM-EXPIRES-DATE
           move "N"                to WM-FLASH-FLAG
           if row-exists
               rewrite WM-RECORD
           else
               write WM-RECORD
           end-if
           if WS-WM-FILE-STATUS not = "00"
               move "N" to WS-STEP-OK-SW
           end-if
           perform count-region-save.
      $end

       count-region-save.
           if step-ok
               add 1 to WS-REGION-ROWS-APPLIED
               if row-exists
                   add 1 to WS-REGION-ROWS-REPLACED
               end-if
           else
               add 1 to WS-REGION-ROWS-FAILED
           end-if.
