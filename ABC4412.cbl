      *    FILE THE ONLINE PROGRAMS APPEND TO AND PRINTS COUNTS BY    *
      *    MENU AND BY OPERATOR, A RANKED LIST OF UNAUTHORIZED        *
      *    ATTEMPTS BY OPERATOR (SECURITY WANTS THIS SECTION DAILY),  *
      *    AND BUSIEST-HOUR FIGURES.  A LEVEL R OPERATOR'S ATTEMPT ON *
      *    A REGION OUTSIDE THEIR SCOPE COUNTS AS UNAUTHORIZED.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4412.
           SELECT MENU-REPORT ASSIGN TO "MENURPT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
           copy "runstat_io.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  MENU-LOG-FILE.
           05  ML-MENU-NAME            pic x(30).
           05  ML-OPERATOR-ID          pic x(8).
           05  ML-EVENT                pic x(30).
               88  ml-unauthorized-event value "UNAUTHORIZED ATTEMPT".
           05  ML-EVENT-PREFIX redefines ML-EVENT.
               10  ML-EVENT-SCOPE      pic x(13).
                   88  ml-out-of-scope-event value "OUT OF SCOPE ".
               10  filler              pic x(17).
       FD  MENU-REPORT.
       01  RPT-LINE                    pic x(80).
       copy "runstat_fd.cpy".
       WORKING-STORAGE SECTION.
       COPY "runstat_ws.cpy".
       01  WS-LOG-FILE-STATUS          pic xx value "00".
       01  WS-RPT-FILE-STATUS          pic xx value "00".
       01  WS-RUN-DATE                 pic x(8) value spaces.
       01  WS-RUN-DATE-NUM redefines WS-RUN-DATE pic 9(8).
       01  WS-PRIOR-DATE               pic x(8) value spaces.
       01  WS-PRIOR-DATE-NUM redefines WS-PRIOR-DATE pic 9(8).
       01  WS-DATE-INTEGER             pic 9(8) value zero.
       01  WS-RECORDS-READ             pic 9(6) value zero.
       01  WS-RECORDS-DROPPED          pic 9(6) value zero.
       01  WS-UNAUTH-COUNT             pic 9(6) value zero.
       01  WS-LOG-HOUR                 pic 9(2) value zero.
       01  WS-IDX                      pic 9(3) comp value zero.
       01  WS-IDX2                     pic 9(3) comp value zero.
           05  filler                  pic x(49) value spaces.
       PROCEDURE DIVISION.
           accept WS-RUN-DATE from date yyyymmdd
           compute WS-DATE-INTEGER =
               function integer-of-date (WS-RUN-DATE-NUM) - 1
           compute WS-PRIOR-DATE-NUM =
               function date-of-integer (WS-DATE-INTEGER)
           open input MENU-LOG-FILE
           if WS-LOG-FILE-STATUS not = "00"
               display "ABC4412 cannot open menu log, status: "
                   WS-LOG-FILE-STATUS
               move 8 to WS-RST-RETURN-CODE
               perform record-run-stats
               goback
           end-if
           open output MENU-REPORT
               display "ABC4412 cannot open report file, status: "
                   WS-RPT-FILE-STATUS
               close MENU-LOG-FILE
               move 8 to WS-RST-RETURN-CODE
               perform record-run-stats
               goback
           end-if
           perform tally-log-records
           if WS-RECORDS-DROPPED > zero
               display "ABC4412 table space full, records dropped: "
                   WS-RECORDS-DROPPED
               move 4 to WS-RST-RETURN-CODE
           end-if
           perform record-run-stats
           goback.

       tally-log-records.
               read MENU-LOG-FILE
               if WS-LOG-FILE-STATUS = "00"
                   add 1 to WS-RECORDS-READ
                   perform tally-last-night
                   perform tally-menu
                   perform tally-operator
                   perform tally-hour
               end-if
           end-perform.

      ******************************************************************
      *    THE UNAUTHORIZED TOTAL FOR THE MORNING STATUS REPORT COVERS *
      *    ONLY THE NIGHT BEING REPORTED (YESTERDAY AND TODAY); THE    *
      *    TALLIES BELOW COVER THE WHOLE LOG.                          *
      ******************************************************************
       tally-last-night.
           if (ML-TIMESTAMP (1:8) = WS-RUN-DATE or
               ML-TIMESTAMP (1:8) = WS-PRIOR-DATE) and
                   (ml-unauthorized-event or ml-out-of-scope-event)
               add 1 to WS-UNAUTH-COUNT
           end-if.

       tally-menu.
           perform varying WS-IDX from 1 by 1
                   until WS-IDX > WS-MENU-COUNT
                   until WS-IDX > WS-OPER-COUNT
               if OT-OPERATOR-ID (WS-IDX) = ML-OPERATOR-ID
                   add 1 to OT-COUNT (WS-IDX)
                   if ml-unauthorized-event or ml-out-of-scope-event
                       add 1 to OT-UNAUTH (WS-IDX)
                   end-if
                   exit paragraph
               move ML-OPERATOR-ID to OT-OPERATOR-ID (WS-OPER-COUNT)
               move 1 to OT-COUNT (WS-OPER-COUNT)
               move zero to OT-UNAUTH (WS-OPER-COUNT)
               if ml-unauthorized-event or ml-out-of-scope-event
                   move 1 to OT-UNAUTH (WS-OPER-COUNT)
               end-if
           else
      ******************************************************************
       write-unauthorized-section.
           perform write-blank-line
           move
               "UNAUTHORIZED AND OUT-OF-SCOPE ATTEMPTS (WORST FIRST)"
               to SEC-TITLE
           move WS-RPT-SECTION to RPT-LINE
           write RPT-LINE
       write-blank-line.
           move spaces to RPT-LINE
           write RPT-LINE.

      ******************************************************************
      *    RUN STATISTICS FOR THE MORNING OPERATIONS STATUS REPORT.   *
      ******************************************************************
       record-run-stats.
           move "ABC4412"        to WS-RST-JOB-NAME
           move "UNAUTHORIZED"   to WS-RST-COUNT-NAME (1)
           move WS-UNAUTH-COUNT  to WS-RST-COUNT-VALUE (1)
           move "RECORDS READ"   to WS-RST-COUNT-NAME (2)
           move WS-RECORDS-READ  to WS-RST-COUNT-VALUE (2)
           move "DROPPED"        to WS-RST-COUNT-NAME (3)
           move WS-RECORDS-DROPPED to WS-RST-COUNT-VALUE (3)
           move spaces           to WS-RST-COUNT-NAME (4)
           move zero             to WS-RST-COUNT-VALUE (4)
           perform write-run-stats.

       copy "runstat.cpy".
