      ******************************************************************
      *    ABC4422 - NIGHTLY SIGN-ON EXPOSURE REPORT.  READS THE      *
      *    WMDSPLOG FILE THE SIGN-ON DISPLAY (ABC4420) APPENDS TO     *
      *    AND, FOR THE REPORT DATE, PRINTS:                          *
      *      - BY REGION AND MESSAGE TEXT, HOW MANY SIGN-ONS SHOWED   *
      *        IT, HOW MANY DISTINCT OPERATORS AND TERMINALS SAW IT,  *
      *        AND WHEN IT WAS FIRST AND LAST SHOWN;                  *
      *      - THE REGIONS WHOSE SIGN-ONS FELL BACK TO THE HOME       *
      *        OFFICE MESSAGE BECAUSE THEY HAD NO LIVE MESSAGE OF     *
      *        THEIR OWN;                                             *
      *      - THE ACTIVE REGIONS ON THE REGION MASTER WITH NO        *
      *        SIGN-ONS AT ALL THAT DAY.                              *
      *    THE REPORT DATE DEFAULTS TO THE DAY BEFORE THE RUN DATE,   *
      *    SO THE REPORT ALWAYS COVERS A WHOLE DAY WHEREVER THE JOB   *
      *    FALLS IN THE NIGHT; COLUMNS 4-11 OF THE DSPPARM CONTROL    *
      *    FILE OVERRIDE IT.  THE SAME CONTROL FILE CARRIES THE       *
      *    RETENTION DAYS FOR THE TRIM STEP (ABC4423) THAT FOLLOWS.   *
      *                                                               *
      *    THE DISPLAY LOG GROWS BY ONE RECORD PER SIGN-ON, SO THERE  *
      *    IS NO IN-CORE TABLE: THE LOG IS SORTED TWICE, BY REGION,   *
      *    MESSAGE AND OPERATOR AND BY REGION, MESSAGE AND TERMINAL,  *
      *    AND THE TWO SORTED COPIES ARE WALKED SIDE BY SIDE ONE      *
      *    MESSAGE GROUP AT A TIME, COUNTING DISTINCT OPERATORS ON    *
      *    ONE AND DISTINCT TERMINALS ON THE OTHER.  PER-REGION       *
      *    TOTALS GO TO A WORK FILE IN REGION ORDER, WHICH THEN RUNS  *
      *    AS A BALANCED LINE AGAINST THE REGION MASTER WALK.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4422.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "dsplog_io.cpy".
           SELECT OPER-SORTED-LOG ASSIGN TO "DSPOPR"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-OPR-FILE-STATUS.
           SELECT TERM-SORTED-LOG ASSIGN TO "DSPTRM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-TRS-FILE-STATUS.
           SELECT DISPLAY-SORT-WORK ASSIGN TO "SORTWK".
           SELECT REGION-TOTAL-FILE ASSIGN TO "DSPRGN"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RGT-FILE-STATUS.
           SELECT DSP-PARM-FILE ASSIGN TO "DSPPARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PRM-FILE-STATUS.
           SELECT EXPOSURE-REPORT ASSIGN TO "DSPRPT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
           copy "region_io.cpy".
       DATA DIVISION.
       FILE SECTION.
       copy "dsplog_fd.cpy".
       FD  OPER-SORTED-LOG.
       01  OPER-SORTED-RECORD.
           05  OD-TIMESTAMP            pic x(26).
           05  OD-OPERATOR-ID          pic x(8).
           05  OD-TERMINAL-ID          pic x(4).
           05  OD-REGION-CODE          pic x(4).
           05  OD-MESSAGE              pic x(200).
           05  OD-MSG-REGION           pic x(4).
           05  OD-FLASH-FLAG           pic x.
       FD  TERM-SORTED-LOG.
       01  TERM-SORTED-RECORD.
           05  TD-TIMESTAMP            pic x(26).
           05  TD-OPERATOR-ID          pic x(8).
           05  TD-TERMINAL-ID          pic x(4).
           05  TD-REGION-CODE          pic x(4).
           05  TD-MESSAGE              pic x(200).
           05  TD-MSG-REGION           pic x(4).
           05  TD-FLASH-FLAG           pic x.
       SD  DISPLAY-SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-TIMESTAMP            pic x(26).
           05  SW-OPERATOR-ID          pic x(8).
           05  SW-TERMINAL-ID          pic x(4).
           05  SW-REGION-CODE          pic x(4).
           05  SW-MESSAGE              pic x(200).
           05  SW-MSG-REGION           pic x(4).
           05  SW-FLASH-FLAG           pic x.
       FD  REGION-TOTAL-FILE.
       01  REGION-TOTAL-RECORD.
           05  RT-REGION-CODE          pic x(4).
           05  RT-SIGNONS              pic 9(6).
           05  RT-FALLBACKS            pic 9(6).
       FD  DSP-PARM-FILE.
       01  DSP-PARM-RECORD.
           05  DP-RETENTION-DAYS       pic 9(3).
           05  DP-REPORT-DATE          pic x(8).
           05  filler                  pic x(69).
       FD  EXPOSURE-REPORT.
       01  RPT-LINE                    pic x(80).
       copy "region_fd.cpy".
       WORKING-STORAGE SECTION.
       01  WS-DSP-FILE-STATUS          pic xx value "00".
       01  WS-OPR-FILE-STATUS          pic xx value "00".
       01  WS-TRS-FILE-STATUS          pic xx value "00".
       01  WS-RGT-FILE-STATUS          pic xx value "00".
       01  WS-PRM-FILE-STATUS          pic xx value "00".
       01  WS-RPT-FILE-STATUS          pic xx value "00".
       01  WS-RGN-FILE-STATUS          pic xx value "00".
       01  WS-RUN-DATE                 pic x(8) value spaces.
       01  WS-RUN-DATE-NUM redefines WS-RUN-DATE pic 9(8).
       01  WS-REPORT-DATE              pic x(8) value spaces.
       01  WS-REPORT-DATE-NUM redefines WS-REPORT-DATE pic 9(8).
       01  WS-DATE-INTEGER             pic 9(8) value zero.
       01  WS-OPR-EOF-SW               pic x value "N".
           88  oper-log-eof            value "Y".
       01  WS-TRS-EOF-SW               pic x value "N".
           88  term-log-eof            value "Y".
       01  WS-RGT-EOF-SW               pic x value "N".
           88  region-totals-eof       value "Y".
       01  WS-REGION-OPEN-SW           pic x value "N".
           88  region-total-open       value "Y".
       01  WS-GROUP-KEY.
           05  WS-GROUP-REGION         pic x(4).
           05  WS-GROUP-MSG-REGION     pic x(4).
           05  WS-GROUP-MESSAGE        pic x(200).
       01  WS-GROUP-MESSAGE-LINES redefines WS-GROUP-KEY.
           05  filler                  pic x(8).
           05  WS-GROUP-LINE occurs 4 times
                                       pic x(50).
       01  WS-GROUP-FLASH-SW           pic x value "N".
           88  group-is-flash          value "Y".
       01  WS-LAST-OPERATOR            pic x(8) value spaces.
       01  WS-LAST-TERMINAL            pic x(4) value spaces.
       01  WS-FIRST-SHOWN              pic x(14) value spaces.
       01  WS-LAST-SHOWN               pic x(14) value spaces.
       01  WS-GROUP-SIGNONS            pic 9(6) value zero.
       01  WS-GROUP-OPERATORS          pic 9(5) value zero.
       01  WS-GROUP-TERMINALS          pic 9(5) value zero.
       01  WS-CURRENT-REGION           pic x(4) value spaces.
       01  WS-REGION-SIGNONS           pic 9(6) value zero.
       01  WS-REGION-FALLBACKS         pic 9(6) value zero.
       01  WS-IDX                      pic 9(3) comp value zero.
       01  WS-DAY-SIGNONS              pic 9(6) value zero.
       01  WS-MESSAGE-GROUPS           pic 9(6) value zero.
       01  WS-FALLBACK-REGIONS         pic 9(6) value zero.
       01  WS-SILENT-REGIONS           pic 9(6) value zero.
       01  WS-UNREGISTERED             pic 9(6) value zero.
       01  WS-RPT-HEADER-1.
           05  filler                  pic x(36) value
               "SIGN-ON MESSAGE EXPOSURE REPORT     ".
           05  filler                  pic x(12) value "REPORT DATE ".
           05  HDR-REPORT-DATE         pic x(8).
           05  filler                  pic x(10) value "  RUN DATE".
           05  filler                  pic x(1)  value space.
           05  HDR-RUN-DATE            pic x(8).
           05  filler                  pic x(5)  value spaces.
       01  WS-RPT-SECTION.
           05  SEC-TITLE               pic x(80).
       01  WS-RPT-HEADER-2.
           05  filler                  pic x(40) value
               "  RGN   SHOWN  SIGNON  OPERS  TERMS  FIR".
           05  filler                  pic x(40) value
               "ST   LAST    TYPE                       ".
       01  WS-RPT-DETAIL.
           05  filler                  pic x(2)  value spaces.
           05  DET-REGION              pic x(4).
           05  filler                  pic x(2)  value spaces.
           05  DET-MSG-REGION          pic x(5).
           05  filler                  pic x(2)  value spaces.
           05  DET-SIGNONS             pic 9(6).
           05  filler                  pic x(2)  value spaces.
           05  DET-OPERATORS           pic 9(5).
           05  filler                  pic x(2)  value spaces.
           05  DET-TERMINALS           pic 9(5).
           05  filler                  pic x(2)  value spaces.
           05  DET-FIRST-TIME          pic x(6).
           05  filler                  pic x(2)  value spaces.
           05  DET-LAST-TIME           pic x(6).
           05  filler                  pic x(2)  value spaces.
           05  DET-FLASH               pic x(5).
           05  filler                  pic x(22) value spaces.
       01  WS-RPT-TEXT-LINE.
           05  filler                  pic x(8)  value spaces.
           05  TXT-MESSAGE-LINE        pic x(50).
           05  filler                  pic x(22) value spaces.
       01  WS-RPT-REGION-LINE.
           05  filler                  pic x(2)  value spaces.
           05  RGN-REGION              pic x(4).
           05  filler                  pic x(2)  value spaces.
           05  RGN-NAME                pic x(30).
           05  filler                  pic x(2)  value spaces.
           05  RGN-LABEL-1             pic x(9).
           05  RGN-COUNT-1             pic 9(6).
           05  filler                  pic x(2)  value spaces.
           05  RGN-LABEL-2             pic x(11).
           05  RGN-COUNT-2             pic 9(6).
           05  filler                  pic x(6)  value spaces.
       01  WS-RPT-SILENT-LINE.
           05  filler                  pic x(2)  value spaces.
           05  SIL-REGION              pic x(4).
           05  filler                  pic x(2)  value spaces.
           05  SIL-NAME                pic x(30).
           05  filler                  pic x(2)  value spaces.
           05  SIL-GROUP               pic x(4).
           05  filler                  pic x(36) value spaces.
       01  WS-RPT-TOTAL-LINE.
           05  TOT-LABEL               pic x(44).
           05  TOT-COUNT               pic 9(6).
           05  filler                  pic x(30) value spaces.
       PROCEDURE DIVISION.
           accept WS-RUN-DATE from date yyyymmdd
           perform get-report-parms
           sort DISPLAY-SORT-WORK
               on ascending key SW-REGION-CODE
                                SW-MSG-REGION
                                SW-MESSAGE
                                SW-OPERATOR-ID
               with duplicates in order
               using MSG-DISPLAY-LOG
               giving OPER-SORTED-LOG
           sort DISPLAY-SORT-WORK
               on ascending key SW-REGION-CODE
                                SW-MSG-REGION
                                SW-MESSAGE
                                SW-TERMINAL-ID
               with duplicates in order
               using MSG-DISPLAY-LOG
               giving TERM-SORTED-LOG
           open output EXPOSURE-REPORT
           if WS-RPT-FILE-STATUS not = "00"
               display "ABC4422 cannot open report file, status: "
                   WS-RPT-FILE-STATUS
               goback
           end-if
           perform write-report-headers
           perform write-message-section
           perform write-fallback-section
           perform write-silent-region-section
           perform write-report-totals
           close EXPOSURE-REPORT
           display "ABC4422 exposure report complete, report date: "
               WS-REPORT-DATE
           display "ABC4422 sign-ons on report date: " WS-DAY-SIGNONS
           display "ABC4422 regions falling back:    "
               WS-FALLBACK-REGIONS
           display "ABC4422 regions with no sign-on: "
               WS-SILENT-REGIONS
           goback.

      ******************************************************************
      *    THE REPORT DATE IS YESTERDAY UNLESS THE CONTROL FILE       *
      *    CARRIES A VALID YYYYMMDD DATE IN COLUMNS 4-11.             *
      ******************************************************************
       get-report-parms.
           compute WS-DATE-INTEGER =
               function integer-of-date (WS-RUN-DATE-NUM) - 1
           compute WS-REPORT-DATE-NUM =
               function date-of-integer (WS-DATE-INTEGER)
           open input DSP-PARM-FILE
           if WS-PRM-FILE-STATUS = "00"
               read DSP-PARM-FILE
               if WS-PRM-FILE-STATUS = "00" and
                       DP-REPORT-DATE is numeric and
                       DP-REPORT-DATE > "19000000"
                   move DP-REPORT-DATE to WS-REPORT-DATE
               end-if
           end-if
           close DSP-PARM-FILE.

       write-report-headers.
           move WS-REPORT-DATE to HDR-REPORT-DATE
           move WS-RUN-DATE    to HDR-RUN-DATE
           move WS-RPT-HEADER-1 to RPT-LINE
           write RPT-LINE.

      ******************************************************************
      *    ONE MESSAGE GROUP IS A TERMINAL REGION PLUS THE REGION     *
      *    WHOSE MESSAGE WAS SHOWN PLUS THE TEXT ITSELF.  THE         *
      *    OPERATOR-SORTED COPY DRIVES THE WALK; THE TERMINAL-SORTED  *
      *    COPY HOLDS EXACTLY THE SAME RECORDS IN THE SAME GROUP      *
      *    ORDER, SO IT IS READ UP TO THE END OF THE SAME GROUP.      *
      *    PER-REGION TOTALS ARE WRITTEN AT EACH CHANGE OF REGION.    *
      ******************************************************************
       write-message-section.
           perform write-blank-line
           move "MESSAGES SHOWN BY REGION" to SEC-TITLE
           move WS-RPT-SECTION to RPT-LINE
           write RPT-LINE
           move WS-RPT-HEADER-2 to RPT-LINE
           write RPT-LINE
           open output REGION-TOTAL-FILE
           open input OPER-SORTED-LOG
           if WS-OPR-FILE-STATUS not = "00"
               set oper-log-eof to true
           end-if
           open input TERM-SORTED-LOG
           if WS-TRS-FILE-STATUS not = "00"
               set term-log-eof to true
           end-if
           perform get-next-oper-record
           perform get-next-term-record
           perform until oper-log-eof
               if not region-total-open or
                       OD-REGION-CODE not = WS-CURRENT-REGION
                   perform write-region-total
                   move OD-REGION-CODE to WS-CURRENT-REGION
                   move zero to WS-REGION-SIGNONS
                   move zero to WS-REGION-FALLBACKS
                   set region-total-open to true
               end-if
               perform summarize-message-group
           end-perform
           perform write-region-total
           close TERM-SORTED-LOG
           close OPER-SORTED-LOG
           close REGION-TOTAL-FILE.

       summarize-message-group.
           move OD-REGION-CODE to WS-GROUP-REGION
           move OD-MSG-REGION  to WS-GROUP-MSG-REGION
           move OD-MESSAGE     to WS-GROUP-MESSAGE
           move OD-FLASH-FLAG  to WS-GROUP-FLASH-SW
           move zero to WS-GROUP-SIGNONS
           move zero to WS-GROUP-OPERATORS
           move zero to WS-GROUP-TERMINALS
           move high-values to WS-FIRST-SHOWN
           move low-values to WS-LAST-SHOWN
           move low-values to WS-LAST-OPERATOR
           perform until oper-log-eof or
                   OD-REGION-CODE not = WS-GROUP-REGION or
                   OD-MSG-REGION  not = WS-GROUP-MSG-REGION or
                   OD-MESSAGE     not = WS-GROUP-MESSAGE
               add 1 to WS-GROUP-SIGNONS
               if OD-OPERATOR-ID not = WS-LAST-OPERATOR
                   add 1 to WS-GROUP-OPERATORS
                   move OD-OPERATOR-ID to WS-LAST-OPERATOR
               end-if
               if OD-TIMESTAMP (1:14) < WS-FIRST-SHOWN
                   move OD-TIMESTAMP (1:14) to WS-FIRST-SHOWN
               end-if
               if OD-TIMESTAMP (1:14) > WS-LAST-SHOWN
                   move OD-TIMESTAMP (1:14) to WS-LAST-SHOWN
               end-if
               perform get-next-oper-record
           end-perform
           move low-values to WS-LAST-TERMINAL
           perform until term-log-eof or
                   TD-REGION-CODE not = WS-GROUP-REGION or
                   TD-MSG-REGION  not = WS-GROUP-MSG-REGION or
                   TD-MESSAGE     not = WS-GROUP-MESSAGE
               if TD-TERMINAL-ID not = WS-LAST-TERMINAL
                   add 1 to WS-GROUP-TERMINALS
                   move TD-TERMINAL-ID to WS-LAST-TERMINAL
               end-if
               perform get-next-term-record
           end-perform
           add 1 to WS-MESSAGE-GROUPS
           add WS-GROUP-SIGNONS to WS-DAY-SIGNONS
           add WS-GROUP-SIGNONS to WS-REGION-SIGNONS
           if WS-GROUP-REGION = spaces
               add WS-GROUP-SIGNONS to WS-UNREGISTERED
           else
               if WS-GROUP-MSG-REGION = spaces
                   add WS-GROUP-SIGNONS to WS-REGION-FALLBACKS
               end-if
           end-if
           perform write-message-group.

       write-message-group.
           if WS-GROUP-REGION = spaces
               move "----" to DET-REGION
           else
               move WS-GROUP-REGION to DET-REGION
           end-if
           if WS-GROUP-MSG-REGION = spaces
               move "HOME" to DET-MSG-REGION
           else
               move WS-GROUP-MSG-REGION to DET-MSG-REGION
           end-if
           move WS-GROUP-SIGNONS   to DET-SIGNONS
           move WS-GROUP-OPERATORS to DET-OPERATORS
           move WS-GROUP-TERMINALS to DET-TERMINALS
           move WS-FIRST-SHOWN (9:6) to DET-FIRST-TIME
           move WS-LAST-SHOWN (9:6)  to DET-LAST-TIME
           if group-is-flash
               move "FLASH" to DET-FLASH
           else
               move spaces to DET-FLASH
           end-if
           move WS-RPT-DETAIL to RPT-LINE
           write RPT-LINE
           perform varying WS-IDX from 1 by 1 until WS-IDX > 4
               if WS-GROUP-LINE (WS-IDX) not = spaces
                   move WS-GROUP-LINE (WS-IDX) to TXT-MESSAGE-LINE
                   move WS-RPT-TEXT-LINE to RPT-LINE
                   write RPT-LINE
               end-if
           end-perform.

      ******************************************************************
      *    ONLY RECORDS STAMPED ON THE REPORT DATE TAKE PART; BOTH    *
      *    SORTED COPIES ARE FILTERED THE SAME WAY SO THEY STAY IN    *
      *    STEP.                                                      *
      ******************************************************************
       get-next-oper-record.
           if not oper-log-eof
               read OPER-SORTED-LOG
               perform until WS-OPR-FILE-STATUS not = "00" or
                       OD-TIMESTAMP (1:8) = WS-REPORT-DATE
                   read OPER-SORTED-LOG
               end-perform
               if WS-OPR-FILE-STATUS not = "00"
                   set oper-log-eof to true
               end-if
           end-if.

       get-next-term-record.
           if not term-log-eof
               read TERM-SORTED-LOG
               perform until WS-TRS-FILE-STATUS not = "00" or
                       TD-TIMESTAMP (1:8) = WS-REPORT-DATE
                   read TERM-SORTED-LOG
               end-perform
               if WS-TRS-FILE-STATUS not = "00"
                   set term-log-eof to true
               end-if
           end-if.

       write-region-total.
           if region-total-open
               move WS-CURRENT-REGION   to RT-REGION-CODE
               move WS-REGION-SIGNONS   to RT-SIGNONS
               move WS-REGION-FALLBACKS to RT-FALLBACKS
               write REGION-TOTAL-RECORD
           end-if.

      ******************************************************************
      *    REGIONS WHOSE OWN TERMINALS WERE SHOWN THE HOME OFFICE     *
      *    MESSAGE, WITH HOW MANY OF THEIR SIGN-ONS FELL BACK.        *
      *    SIGN-ONS FROM UNKNOWN OR RETIRED TERMINALS CARRY NO        *
      *    REGION AND ARE COUNTED SEPARATELY IN THE TOTALS.           *
      ******************************************************************
       write-fallback-section.
           perform write-blank-line
           move "REGIONS FALLING BACK TO THE HOME OFFICE MESSAGE"
               to SEC-TITLE
           move WS-RPT-SECTION to RPT-LINE
           write RPT-LINE
           move "N" to WS-RGT-EOF-SW
           open input REGION-TOTAL-FILE
           if WS-RGT-FILE-STATUS not = "00"
               set region-totals-eof to true
           end-if
           open input REGION-MASTER-FILE
           perform until region-totals-eof
               read REGION-TOTAL-FILE
               if WS-RGT-FILE-STATUS not = "00"
                   set region-totals-eof to true
               else
                   if RT-REGION-CODE not = spaces and
                           RT-FALLBACKS > zero
                       add 1 to WS-FALLBACK-REGIONS
                       move RT-REGION-CODE to RGN-REGION
                       perform get-region-name
                       move "SIGN-ONS " to RGN-LABEL-1
                       move RT-SIGNONS   to RGN-COUNT-1
                       move "FELL BACK  " to RGN-LABEL-2
                       move RT-FALLBACKS to RGN-COUNT-2
                       move WS-RPT-REGION-LINE to RPT-LINE
                       write RPT-LINE
                   end-if
               end-if
           end-perform
           close REGION-MASTER-FILE
           close REGION-TOTAL-FILE.

       get-region-name.
           move RT-REGION-CODE to RG-REGION-CODE
           move "*** NOT ON REGION MASTER ***" to RGN-NAME
           if WS-RGN-FILE-STATUS = "00"
               read REGION-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       move RG-REGION-NAME to RGN-NAME
               end-read
               move "00" to WS-RGN-FILE-STATUS
           end-if.

      ******************************************************************
      *    BALANCED LINE OF THE REGION MASTER WALK AGAINST THE        *
      *    REGION TOTALS, BOTH IN REGION ORDER.  AN ACTIVE REGION     *
      *    WITH NO TOTALS RECORD HAD NO SIGN-ONS ON THE REPORT DATE.  *
      ******************************************************************
       write-silent-region-section.
           perform write-blank-line
           move "ACTIVE REGIONS WITH NO SIGN-ONS" to SEC-TITLE
           move WS-RPT-SECTION to RPT-LINE
           write RPT-LINE
           move "N" to WS-RGT-EOF-SW
           open input REGION-TOTAL-FILE
           if WS-RGT-FILE-STATUS not = "00"
               set region-totals-eof to true
           end-if
           perform get-next-region-total
           open input REGION-MASTER-FILE
           if WS-RGN-FILE-STATUS = "00"
               move low-values to RG-REGION-CODE
               start REGION-MASTER-FILE key is >= RG-REGION-CODE
               perform until WS-RGN-FILE-STATUS not = "00"
                   read REGION-MASTER-FILE next record
                   if WS-RGN-FILE-STATUS = "00"
                       perform until region-totals-eof or
                               RT-REGION-CODE >= RG-REGION-CODE
                           perform get-next-region-total
                       end-perform
                       if rg-region-active and
                               (region-totals-eof or
                                RT-REGION-CODE not = RG-REGION-CODE)
                           add 1 to WS-SILENT-REGIONS
                           move RG-REGION-CODE to SIL-REGION
                           move RG-REGION-NAME to SIL-NAME
                           move RG-GROUP-CODE  to SIL-GROUP
                           move WS-RPT-SILENT-LINE to RPT-LINE
                           write RPT-LINE
                       end-if
                   end-if
               end-perform
           end-if
           close REGION-MASTER-FILE
           close REGION-TOTAL-FILE.

       get-next-region-total.
           if not region-totals-eof
               read REGION-TOTAL-FILE
               if WS-RGT-FILE-STATUS not = "00"
                   set region-totals-eof to true
               end-if
           end-if.

       write-report-totals.
           perform write-blank-line
           move "SIGN-ONS ON REPORT DATE:" to TOT-LABEL
           move WS-DAY-SIGNONS to TOT-COUNT
           move WS-RPT-TOTAL-LINE to RPT-LINE
           write RPT-LINE
           move "MESSAGE GROUPS:" to TOT-LABEL
           move WS-MESSAGE-GROUPS to TOT-COUNT
           move WS-RPT-TOTAL-LINE to RPT-LINE
           write RPT-LINE
           move "REGIONS FALLING BACK TO HOME OFFICE:" to TOT-LABEL
           move WS-FALLBACK-REGIONS to TOT-COUNT
           move WS-RPT-TOTAL-LINE to RPT-LINE
           write RPT-LINE
           move "ACTIVE REGIONS WITH NO SIGN-ONS:" to TOT-LABEL
           move WS-SILENT-REGIONS to TOT-COUNT
           move WS-RPT-TOTAL-LINE to RPT-LINE
           write RPT-LINE
           move "SIGN-ONS FROM UNKNOWN OR RETIRED TERMINALS:"
               to TOT-LABEL
           move WS-UNREGISTERED to TOT-COUNT
           move WS-RPT-TOTAL-LINE to RPT-LINE
           write RPT-LINE.

       write-blank-line.
           move spaces to RPT-LINE
           write RPT-LINE.
