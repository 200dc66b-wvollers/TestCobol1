           SELECT SYNC-REPORT ASSIGN TO "SYNCRPT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
           copy "runstat_io.cpy".
       DATA DIVISION.
       FILE SECTION.
       copy "welcomemsg_fd.cpy".
           05  filler                  pic x(73).
       FD  SYNC-REPORT.
       01  RPT-LINE                    pic x(80).
       copy "runstat_fd.cpy".
       WORKING-STORAGE SECTION.
       COPY "runstat_ws.cpy".
       01  WS-WM-FILE-STATUS           pic xx value "00".
       01  WS-PRM-FILE-STATUS          pic xx value "00".
       01  WS-RPT-FILE-STATUS          pic xx value "00".
           88  sync-mode               value "S".
       01  WS-ABORT-SW                 pic x value "N".
           88  run-aborted             value "Y".
       01  WS-DRIFT-COUNT              pic 9(6) value zero.
       01  WS-SRC-EOF-SW               pic x value "N".
           88  source-eof              value "Y".
       01  WS-KSDS-EOF-SW              pic x value "N".
           perform get-run-mode
           perform open-source-cursor
           if run-aborted
               move 8 to WS-RST-RETURN-CODE
               perform record-run-stats
               goback
           end-if
           open output SYNC-REPORT
               display "ABC4414 cannot open report file, status: "
                   WS-RPT-FILE-STATUS
               perform close-source-cursor
               move 8 to WS-RST-RETURN-CODE
               perform record-run-stats
               goback
           end-if
           perform write-report-headers
           if compare-mode
               display "ABC4414 compare only, no changes applied"
           end-if
           compute WS-DRIFT-COUNT =
               WS-ADD-COUNT + WS-REPLACE-COUNT + WS-DELETE-COUNT
           evaluate true
               when run-aborted
                   move 8 to WS-RST-RETURN-CODE
               when compare-mode and WS-DRIFT-COUNT > zero
                   move 4 to WS-RST-RETURN-CODE
           end-evaluate
           perform record-run-stats
           goback.

      ******************************************************************
               move WS-RPT-TOTAL-2 to RPT-LINE
               write RPT-LINE
           end-if.

      ******************************************************************
      *    RUN STATISTICS FOR THE MORNING OPERATIONS STATUS REPORT.   *
      ******************************************************************
       record-run-stats.
           move "ABC4414"        to WS-RST-JOB-NAME
           move "DRIFT"          to WS-RST-COUNT-NAME (1)
           move WS-DRIFT-COUNT   to WS-RST-COUNT-VALUE (1)
           move "ADDS"           to WS-RST-COUNT-NAME (2)
           move WS-ADD-COUNT     to WS-RST-COUNT-VALUE (2)
           move "REPLACES"       to WS-RST-COUNT-NAME (3)
           move WS-REPLACE-COUNT to WS-RST-COUNT-VALUE (3)
           move "DELETES"        to WS-RST-COUNT-NAME (4)
           move WS-DELETE-COUNT  to WS-RST-COUNT-VALUE (4)
           perform write-run-stats.

       copy "runstat.cpy".
