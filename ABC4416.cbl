           SELECT PEND-PARM-FILE ASSIGN TO "PNDPARM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PRM-FILE-STATUS.
           copy "runstat_io.cpy".
       DATA DIVISION.
       FILE SECTION.
       copy "pendingmsg_fd.cpy".
           05  PP-ESCALATE-HOURS       pic 9(3).
           05  PP-RETENTION-DAYS       pic 9(3).
           05  filler                  pic x(74).
       copy "runstat_fd.cpy".
       WORKING-STORAGE SECTION.
       COPY "runstat_ws.cpy".
       01  WS-PND-FILE-STATUS          pic xx value "00".
       01  WS-ARC-FILE-STATUS          pic xx value "00".
       01  WS-RPT-FILE-STATUS          pic xx value "00".
           if WS-PND-FILE-STATUS not = "00"
               display "ABC4416 cannot open pending file, status: "
                   WS-PND-FILE-STATUS
               move 8 to WS-RST-RETURN-CODE
               perform record-run-stats
               goback
           end-if
           open output PEND-ARCHIVE-FILE
               display "ABC4416 cannot open archive file, status: "
                   WS-ARC-FILE-STATUS
               close PENDING-MSG-FILE
               move 8 to WS-RST-RETURN-CODE
               perform record-run-stats
               goback
           end-if
           open output PEND-REPORT
                   WS-RPT-FILE-STATUS
               close PENDING-MSG-FILE
               close PEND-ARCHIVE-FILE
               move 8 to WS-RST-RETURN-CODE
               perform record-run-stats
               goback
           end-if
           perform write-report-headers
               " escalated: " WS-ESCALATED
           display "ABC4416 archived: " WS-ARCHIVED
               " completed kept: " WS-KEPT-DONE
           perform record-run-stats
           goback.

      ******************************************************************
           move WS-ARCHIVED      to TOT-ARCHIVED
           move WS-RPT-TOTAL to RPT-LINE
           write RPT-LINE.

      ******************************************************************
      *    RUN STATISTICS FOR THE MORNING OPERATIONS STATUS REPORT.   *
      ******************************************************************
       record-run-stats.
           move "ABC4416"        to WS-RST-JOB-NAME
           move "ESCALATED"      to WS-RST-COUNT-NAME (1)
           move WS-ESCALATED     to WS-RST-COUNT-VALUE (1)
           move "STILL PEND"     to WS-RST-COUNT-NAME (2)
           move WS-STILL-PENDING to WS-RST-COUNT-VALUE (2)
           move "ARCHIVED"       to WS-RST-COUNT-NAME (3)
           move WS-ARCHIVED      to WS-RST-COUNT-VALUE (3)
           move "RECORDS READ"   to WS-RST-COUNT-NAME (4)
           move WS-RECORDS-READ  to WS-RST-COUNT-VALUE (4)
           perform write-run-stats.

       copy "runstat.cpy".
