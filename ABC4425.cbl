      ******************************************************************
      *    ABC4425 - MESSAGE IN EFFECT PRINT.  THE BATCH VERSION OF   *
      *    THE WM_M07 INQUIRY, FOR AUDIT AND DISPUTE FILES THAT NEED  *
      *    A PRINTED ANSWER.  EACH RECORD OF THE ASOFREQ REQUEST      *
      *    FILE NAMES A REGION (SPACES = HOME OFFICE), A YYYYMMDD     *
      *    DATE AND AN OPTIONAL HHMMSS TIME (BLANK = END OF DAY).     *
      *    FOR EACH ONE THE REPORT SHOWS THE MESSAGE THAT WAS IN      *
      *    EFFECT, REBUILT BY THE SIGN-ON DISPLAY'S RULES, WHERE IT   *
      *    CAME FROM, WHO LAST CHANGED IT AND WHO APPROVED IT, ANY    *
      *    LIVE FLASH LINE, AND EVERY SIGN-ON WMDSPLOG RECORDED FOR   *
      *    THE REGION THAT DAY, MARKING THOSE THAT SHOWED SOMETHING   *
      *    ELSE.  THE REBUILD LIVES IN ASOFMSG.CPY, SHARED WITH THE   *
      *    ONLINE INQUIRY (ABC4424).                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4425.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASOF-REQUEST-FILE ASSIGN TO "ASOFREQ"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-REQ-FILE-STATUS.
           SELECT ASOF-REPORT ASSIGN TO "ASOFRPT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
           copy "region_io.cpy".
           copy "bcastsav_io.cpy".
           copy "pendingmsg_io.cpy".
           copy "dsplog_io.cpy".
      $if use-sql not defined
           copy "welcomemsg_io.cpy".
      $end
       DATA DIVISION.
       FILE SECTION.
       FD  ASOF-REQUEST-FILE.
       01  ASOF-REQUEST-RECORD.
           05  AR-REGION-CODE          pic x(4).
           05  AR-ASOF-DATE            pic x(8).
           05  AR-ASOF-TIME            pic x(6).
           05  filler                  pic x(62).
       FD  ASOF-REPORT.
       01  RPT-LINE                    pic x(80).
       copy "region_fd.cpy".
       copy "bcastsav_fd.cpy".
       copy "pendingmsg_fd.cpy".
       copy "dsplog_fd.cpy".
      $if use-sql not defined
       copy "welcomemsg_fd.cpy".
      $end
       WORKING-STORAGE SECTION.
       01  WS-REQ-FILE-STATUS          pic xx value "00".
       01  WS-RPT-FILE-STATUS          pic xx value "00".
       01  WS-RGN-FILE-STATUS          pic xx value "00".
       01  WS-BCS-FILE-STATUS          pic xx value "00".
       01  WS-PND-FILE-STATUS          pic xx value "00".
       01  WS-DSP-FILE-STATUS          pic xx value "00".
       01  WS-WM-FILE-STATUS           pic xx value "00".
       01  WS-RUN-DATE                 pic x(8) value spaces.
       01  WS-REQ-VALID-SW             pic x value "Y".
           88  request-valid           value "Y".
       01  WS-REQUESTS-READ            pic 9(5) value zero.
       01  WS-REQUESTS-REJECTED        pic 9(5) value zero.
       01  WS-IDX                      pic 9(3) comp value zero.
       COPY "asofmsg_ws.cpy".
      $if use-sql defined
       EXEC SQL INCLUDE SQLCA END-EXEC.
      $end
       01  WS-RPT-HEADER-1.
           05  filler                  pic x(36) value
               "MESSAGE IN EFFECT INQUIRY           ".
           05  filler                  pic x(10) value "RUN DATE  ".
           05  HDR-RUN-DATE            pic x(8).
           05  filler                  pic x(26) value spaces.
       01  WS-RPT-REQUEST-LINE.
           05  filler                  pic x(7)  value "REGION ".
           05  REQ-REGION              pic x(11).
           05  filler                  pic x(7)  value " AS OF ".
           05  REQ-DATE                pic x(8).
           05  filler                  pic x(1)  value space.
           05  REQ-TIME                pic x(6).
           05  filler                  pic x(40) value spaces.
       01  WS-RPT-LABEL-LINE.
           05  filler                  pic x(2)  value spaces.
           05  LBL-LABEL               pic x(16).
           05  LBL-VALUE               pic x(62).
       01  WS-RPT-TEXT-LINE.
           05  filler                  pic x(18) value spaces.
           05  TXT-MESSAGE-LINE        pic x(50).
           05  filler                  pic x(12) value spaces.
       01  WS-RPT-EVIDENCE-HDR.
           05  filler                  pic x(40) value
               "    TIME    OPERATOR  TERM  RGN   SHOWN ".
           05  filler                  pic x(40) value spaces.
       01  WS-RPT-EVIDENCE-LINE.
           05  filler                  pic x(4)  value spaces.
           05  EVD-TIME                pic x(6).
           05  filler                  pic x(2)  value spaces.
           05  EVD-OPERATOR            pic x(8).
           05  filler                  pic x(2)  value spaces.
           05  EVD-TERMINAL            pic x(4).
           05  filler                  pic x(2)  value spaces.
           05  EVD-REGION              pic x(4).
           05  filler                  pic x(2)  value spaces.
           05  EVD-NOTE                pic x(46).
       01  WS-RPT-TOTAL-LINE.
           05  TOT-LABEL               pic x(44).
           05  TOT-COUNT               pic 9(5).
           05  filler                  pic x(31) value spaces.
       PROCEDURE DIVISION.
           accept WS-RUN-DATE from date yyyymmdd
           open input ASOF-REQUEST-FILE
           if WS-REQ-FILE-STATUS not = "00"
               display "ABC4425 cannot open request file, status: "
                   WS-REQ-FILE-STATUS
               goback
           end-if
           open output ASOF-REPORT
           if WS-RPT-FILE-STATUS not = "00"
               display "ABC4425 cannot open report file, status: "
                   WS-RPT-FILE-STATUS
               close ASOF-REQUEST-FILE
               goback
           end-if
           move WS-RUN-DATE to HDR-RUN-DATE
           move WS-RPT-HEADER-1 to RPT-LINE
           write RPT-LINE
           perform until WS-REQ-FILE-STATUS not = "00"
               read ASOF-REQUEST-FILE
               if WS-REQ-FILE-STATUS = "00"
                   add 1 to WS-REQUESTS-READ
                   perform process-request
               end-if
           end-perform
           perform write-blank-line
           move "REQUESTS READ" to TOT-LABEL
           move WS-REQUESTS-READ to TOT-COUNT
           move WS-RPT-TOTAL-LINE to RPT-LINE
           write RPT-LINE
           move "REQUESTS REJECTED" to TOT-LABEL
           move WS-REQUESTS-REJECTED to TOT-COUNT
           move WS-RPT-TOTAL-LINE to RPT-LINE
           write RPT-LINE
           close ASOF-REQUEST-FILE
           close ASOF-REPORT
           display "ABC4425 inquiry print complete, requests: "
               WS-REQUESTS-READ
           display "ABC4425 requests rejected:   " WS-REQUESTS-REJECTED
           goback.

       process-request.
           move AR-REGION-CODE to WS-ASOF-REGION
           move AR-ASOF-DATE   to WS-ASOF-DATE
           move AR-ASOF-TIME   to WS-ASOF-TIME
           perform validate-request
           perform write-blank-line
           if WS-ASOF-REGION = spaces
               move "HOME OFFICE" to REQ-REGION
           else
               move WS-ASOF-REGION to REQ-REGION
           end-if
           move WS-ASOF-DATE to REQ-DATE
           if WS-ASOF-TIME = spaces
               move "235959" to REQ-TIME
           else
               move WS-ASOF-TIME to REQ-TIME
           end-if
           move WS-RPT-REQUEST-LINE to RPT-LINE
           write RPT-LINE
           if not request-valid
               add 1 to WS-REQUESTS-REJECTED
               move "REJECTED" to LBL-LABEL
               move "DATE MUST BE YYYYMMDD AND TIME HHMMSS"
                   to LBL-VALUE
               move WS-RPT-LABEL-LINE to RPT-LINE
               write RPT-LINE
           else
               perform resolve-asof-message
               perform write-message-block
               perform write-evidence-block
           end-if.

       validate-request.
           move "Y" to WS-REQ-VALID-SW
           evaluate true
               when WS-ASOF-DATE not numeric
                   move "N" to WS-REQ-VALID-SW
               when function test-date-yyyymmdd
                       (function numval (WS-ASOF-DATE)) not = zero
                   move "N" to WS-REQ-VALID-SW
               when WS-ASOF-TIME not = spaces and
                       (WS-ASOF-TIME not numeric or
                        WS-ASOF-TIME > "235959")
                   move "N" to WS-REQ-VALID-SW
           end-evaluate.

       write-message-block.
           move spaces to LBL-VALUE
           move "SHOWN FROM" to LBL-LABEL
           if asof-fell-back
               string WS-ASOF-SRC-DISPLAY delimited by "  "
                      " (FALLBACK)" delimited by size
                      into LBL-VALUE
           else
               move WS-ASOF-SRC-DISPLAY to LBL-VALUE
           end-if
           perform write-label-line
           move "REGION STATUS" to LBL-LABEL
           move WS-ASOF-RGN-STATUS to LBL-VALUE
           perform write-label-line
           if not asof-message-found
               move "MESSAGE" to LBL-LABEL
               move "NONE WAS SHOWING AT THAT TIME" to LBL-VALUE
               perform write-label-line
           else
               move "EFFECTIVE" to LBL-LABEL
               move spaces to LBL-VALUE
               string WS-ASOF-EFFECTIVE delimited by size
                      "  EXPIRES " delimited by size
                      WS-ASOF-EXPIRES delimited by size
                      into LBL-VALUE
               perform write-label-line
               move "CHANGED BY" to LBL-LABEL
               move spaces to LBL-VALUE
               string WS-ASOF-CHANGED-BY delimited by size
                      "  AT " delimited by size
                      WS-ASOF-CHANGED-AT delimited by size
                      into LBL-VALUE
               perform write-label-line
               move "APPROVAL" to LBL-LABEL
               move spaces to LBL-VALUE
               if WS-ASOF-APPROVED-BY = spaces
                   move WS-ASOF-APPROVAL to LBL-VALUE
               else
                   string WS-ASOF-APPROVAL delimited by "  "
                          " BY " delimited by size
                          WS-ASOF-APPROVED-BY delimited by size
                          " AT " delimited by size
                          WS-ASOF-APPROVED-AT delimited by size
                          "  SUBMITTED BY " delimited by size
                          WS-ASOF-SUBMITTED-BY delimited by size
                          into LBL-VALUE
               end-if
               perform write-label-line
               move "BASIS" to LBL-LABEL
               move WS-ASOF-BASIS to LBL-VALUE
               perform write-label-line
               move "MESSAGE" to LBL-LABEL
               move spaces to LBL-VALUE
               perform write-label-line
               perform varying WS-IDX from 1 by 1 until WS-IDX > 4
                   if WS-ASOF-LINE (WS-IDX) not = spaces
                       move WS-ASOF-LINE (WS-IDX) to TXT-MESSAGE-LINE
                       move WS-RPT-TEXT-LINE to RPT-LINE
                       write RPT-LINE
                   end-if
               end-perform
               if asof-flash-live
                   move "FLASH" to LBL-LABEL
                   move WS-ASOF-FLASH-MESSAGE to LBL-VALUE
                   perform write-label-line
                   move "FLASH SENT BY" to LBL-LABEL
                   move spaces to LBL-VALUE
                   string WS-ASOF-FLASH-BY delimited by size
                          "  AT " delimited by size
                          WS-ASOF-FLASH-AT delimited by size
                          into LBL-VALUE
                   perform write-label-line
               end-if
           end-if.

      ******************************************************************
      *    EVERY SIGN-ON RECORDED FOR THE REGION THAT DAY, IN LOG     *
      *    ORDER, WITH THE COUNTS AFTER.                              *
      ******************************************************************
       write-evidence-block.
           move "SIGN-ONS" to LBL-LABEL
           move "AS RECORDED IN THE DISPLAY LOG" to LBL-VALUE
           perform write-label-line
           move WS-RPT-EVIDENCE-HDR to RPT-LINE
           write RPT-LINE
           perform asof-scan-display-log
           move "  SIGN-ONS THAT DAY" to TOT-LABEL
           move WS-ASOF-SHOWN-COUNT to TOT-COUNT
           move WS-RPT-TOTAL-LINE to RPT-LINE
           write RPT-LINE
           move "  SHOWING THE MESSAGE ABOVE" to TOT-LABEL
           move WS-ASOF-MATCH-COUNT to TOT-COUNT
           move WS-RPT-TOTAL-LINE to RPT-LINE
           write RPT-LINE.

       note-display-evidence.
           move MD-TIMESTAMP (9:6) to EVD-TIME
           move MD-OPERATOR-ID     to EVD-OPERATOR
           move MD-TERMINAL-ID     to EVD-TERMINAL
           move MD-MSG-REGION      to EVD-REGION
           evaluate true
               when asof-evidence-matches and md-flash-shown
                   move "FLASH" to EVD-NOTE
               when asof-evidence-matches
                   move "AS ABOVE" to EVD-NOTE
               when other
                   move spaces to EVD-NOTE
                   string "DIFFERENT TEXT: " delimited by size
                          MD-MESSAGE (1:30) delimited by size
                          into EVD-NOTE
           end-evaluate
           move WS-RPT-EVIDENCE-LINE to RPT-LINE
           write RPT-LINE.

       write-label-line.
           move WS-RPT-LABEL-LINE to RPT-LINE
           write RPT-LINE.

       write-blank-line.
           move spaces to RPT-LINE
           write RPT-LINE.

       copy "asofmsg.cpy".
