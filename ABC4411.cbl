      *    A BALANCED LINE AGAINST THE DISTRIBUTION FILE, WHICH IS    *
      *    ALREADY IN REGION ORDER.  THERE IS NO IN-CORE ACK TABLE    *
      *    AND NO CEILING ON THE NUMBER OF REGIONS.                   *
      *                                                               *
      *    A BRANCH THAT REFUSED THE FILE ON ITS SEQUENCE NUMBER      *
      *    (DU DUPLICATE, OO OUT OF ORDER, GP DELTA GAP) IS REPORTED  *
      *    AS A SEQUENCE BREAK, COUNTED ON ITS OWN AND WRITTEN TO     *
      *    RECONEXC AS SEQBRK.  A RETRANSMIT CANNOT REPAIR IT, SO     *
      *    ABC4417 LEAVES IT OUT AND THE HELP DESK SENDS A FULL       *
      *    EXTRACT INSTEAD.                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4411.
           SELECT RECON-EXC-FILE ASSIGN TO "RECONEXC"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-EXC-FILE-STATUS.
           copy "runstat_io.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-FILE.
           05  DIST-REGION-CODE        pic x(4).
           05  DIST-ACTION             pic x.
               88  dist-trailer-rec    value "T".
               88  dist-header-rec     value "H".
           05  DIST-MESSAGE            pic x(200).
           05  DIST-EXTRACT-DATE       pic x(8).
           05  DIST-EXTRACT-TIME       pic x(8).
       01  DIST-HEADER redefines DIST-RECORD.
           05  filler                  pic x(5).
           05  HDR-FILE-SEQ            pic 9(8).
           05  HDR-FILE-TYPE           pic x.
           05  HDR-FOLLOWS-SEQ         pic 9(8).
           05  filler                  pic x(199).
       01  DIST-TRAILER redefines DIST-RECORD.
           05  filler                  pic x(5).
           05  TRL-RECORD-COUNT        pic 9(6).
           05  EXC-REGION-CODE         pic x(4).
           05  EXC-EXTRACT-DATE        pic x(8).
           05  EXC-TYPE                pic x(8).
       copy "runstat_fd.cpy".
       WORKING-STORAGE SECTION.
       COPY "runstat_ws.cpy".
       01  WS-DIST-FILE-STATUS         pic xx value "00".
       01  WS-ACK-FILE-STATUS          pic xx value "00".
       01  WS-SRT-FILE-STATUS          pic xx value "00".
       01  WS-DIST-READ                pic 9(6) value zero.
       01  WS-CONFIRMED-OK             pic 9(6) value zero.
       01  WS-EXCEPTIONS               pic 9(6) value zero.
       01  WS-SEQ-BREAKS               pic 9(6) value zero.
       01  WS-DIST-EOF-SW              pic x value "N".
           88  dist-eof                value "Y".
       01  WS-DIST-HELD-SW             pic x value "N".
           88  stale-ack-found         value "Y".
       01  WS-MATCHED-STATUS           pic x(2) value spaces.
           88  matched-ack-ok          value "OK".
           88  matched-seq-break       value "DU" "OO" "GP".
       01  WS-EXC-TYPE                 pic x(8) value spaces.
       01  WS-TRAILER-SW               pic x value "N".
           88  trailer-found           value "Y".
       01  WS-TRAILER-COUNT            pic 9(6) value zero.
       01  WS-HEADER-SW                pic x value "N".
           88  header-found            value "Y".
       01  WS-FILE-SEQ                 pic 9(8) value zero.
       01  WS-FILE-TYPE                pic x value space.
       01  WS-FOLLOWS-SEQ              pic 9(8) value zero.
       01  WS-RPT-HEADER-1.
           05  filler                  pic x(44) value
               "DISTRIBUTION ACKNOWLEDGEMENT RECONCILIATION ".
           05  filler                  pic x(9)  value "RUN DATE ".
           05  HDR-RUN-DATE            pic x(8).
           05  filler                  pic x(19) value spaces.
       01  WS-RPT-HEADER-SEQ.
           05  filler                  pic x(14) value "FILE SEQUENCE ".
           05  HDR-SEQ                 pic 9(8).
           05  filler                  pic x(7)  value "  TYPE ".
           05  HDR-TYPE                pic x.
           05  filler                  pic x(10) value "  FOLLOWS ".
           05  HDR-FOLLOWS             pic 9(8).
           05  filler                  pic x(32) value spaces.
       01  WS-RPT-HEADER-2.
           05  filler                  pic x(8)  value "REGION  ".
           05  filler                  pic x(14) value "EXTRACT DATE  ".
           05  filler                  pic x(14) value "  EXCEPTIONS: ".
           05  TOT-EXC                 pic 9(6).
           05  filler                  pic x(7)  value spaces.
       01  WS-RPT-TOTAL-SEQ.
           05  filler                  pic x(38) value
               "SEQUENCE BREAKS (SEND FULL EXTRACT):  ".
           05  TOT-SEQ                 pic 9(6).
           05  filler                  pic x(36) value spaces.
       PROCEDURE DIVISION.
           accept WS-RUN-DATE from date yyyymmdd
           sort ACK-SORT-WORK
           if WS-DIST-FILE-STATUS not = "00"
               display "ABC4411 cannot open distribution file, status: "
                   WS-DIST-FILE-STATUS
               move 8 to WS-RST-RETURN-CODE
               perform record-run-stats
               goback
           end-if
           open input SORTED-ACK-FILE
               display "ABC4411 cannot open report file, status: "
                   WS-RPT-FILE-STATUS
               close DISTRIBUTION-FILE
               move 8 to WS-RST-RETURN-CODE
               perform record-run-stats
               goback
           end-if
           open output RECON-EXC-FILE
                   WS-EXC-FILE-STATUS
               close DISTRIBUTION-FILE
               close RECON-REPORT
               move 8 to WS-RST-RETURN-CODE
               perform record-run-stats
               goback
           end-if
           perform get-next-dist-record
           perform write-report-headers
           perform get-next-ack-record
           perform match-one-region
               until dist-eof and ack-eof
           close RECON-EXC-FILE
           display "ABC4411 reconciliation complete, exceptions: "
               WS-EXCEPTIONS
           if WS-EXCEPTIONS > zero
               move 4 to WS-RST-RETURN-CODE
           end-if
           perform record-run-stats
           goback.

       write-report-headers.
           move WS-RUN-DATE to HDR-RUN-DATE
           move WS-RPT-HEADER-1 to RPT-LINE
           write RPT-LINE
           if header-found
               move WS-FILE-SEQ    to HDR-SEQ
               move WS-FILE-TYPE   to HDR-TYPE
               move WS-FOLLOWS-SEQ to HDR-FOLLOWS
               move WS-RPT-HEADER-SEQ to RPT-LINE
               write RPT-LINE
           end-if
           move spaces to RPT-LINE
           write RPT-LINE
           move WS-RPT-HEADER-2 to RPT-LINE
      ******************************************************************
      *    A REGION MAY ACK MORE THAN ONCE (RETRIES); THE SORT KEPT   *
      *    DUPLICATES IN ARRIVAL ORDER, SO THE LAST ACK FOR THIS      *
      *    EXTRACT DATE WINS.  ACKS FOR ANOTHER DATE ARE STALE.  A    *
      *    DUPLICATE REFUSAL (DU) AFTER A GOOD LOAD OF THE SAME FILE  *
      *    ONLY MEANS THE FILE WAS SENT TWICE, SO IT DOES NOT         *
      *    OVERTURN THE OK.                                           *
      ******************************************************************
       judge-matched-region.
           move "N" to WS-MATCH-SW
                   SAK-REGION-CODE not = DIST-REGION-CODE
               if SAK-EXTRACT-DATE = DIST-EXTRACT-DATE
                   move "Y" to WS-MATCH-SW
                   if not (matched-ack-ok and SAK-LOAD-STATUS = "DU")
                       move SAK-LOAD-STATUS to WS-MATCHED-STATUS
                   end-if
               else
                   move "Y" to WS-STALE-SW
               end-if
           evaluate true
               when ack-matched and matched-ack-ok
                   add 1 to WS-CONFIRMED-OK
               when ack-matched and matched-seq-break
                   perform write-seq-break-line
               when ack-matched
                   perform write-error-ack-line
               when other
           perform get-next-dist-record.

      ******************************************************************
      *    DETAIL RECORDS ARRIVE BETWEEN THE HEADER AND THE TRAILER;  *
      *    BOTH ARE CAPTURED IN PASSING, THE HEADER FOR THE REPORT    *
      *    HEADING AND THE TRAILER TO BE VERIFIED AT END OF FILE.     *
      ******************************************************************
       get-next-dist-record.
           move "N" to WS-DIST-HELD-SW
               if WS-DIST-FILE-STATUS not = "00"
                   set dist-eof to true
               else
                   evaluate true
                       when dist-trailer-rec
                           set trailer-found to true
                           move TRL-RECORD-COUNT to WS-TRAILER-COUNT
                       when dist-header-rec
                           set header-found to true
                           move HDR-FILE-SEQ    to WS-FILE-SEQ
                           move HDR-FILE-TYPE   to WS-FILE-TYPE
                           move HDR-FOLLOWS-SEQ to WS-FOLLOWS-SEQ
                       when other
                           set dist-record-held to true
                           add 1 to WS-DIST-READ
                   end-evaluate
               end-if
           end-perform.

      *    NOT MATCH MEANS THE EXTRACT FILE ITSELF IS INCOMPLETE.     *
      ******************************************************************
       verify-trailer-counts.
           if not header-found
               add 1 to WS-EXCEPTIONS
               move "----"       to DET-REGION
               move WS-RUN-DATE  to DET-DATE
               move "--"         to DET-STATUS
               move "HEADER RECORD MISSING" to DET-EXCEPTION
               move WS-RPT-DETAIL to RPT-LINE
               write RPT-LINE
           end-if
           if not trailer-found
               add 1 to WS-EXCEPTIONS
               move "----"       to DET-REGION
           move "LOADERR" to WS-EXC-TYPE
           perform write-exception-record.

      ******************************************************************
      *    THE BRANCH REFUSED THE FILE ON ITS SEQUENCE NUMBER AND      *
      *    APPLIED NOTHING.  A RETRANSMIT WOULD BE REFUSED THE SAME    *
      *    WAY, SO THESE ARE A SEPARATE CLASS: THE BRANCH NEEDS A      *
      *    FULL EXTRACT.                                               *
      ******************************************************************
       write-seq-break-line.
           add 1 to WS-EXCEPTIONS
           add 1 to WS-SEQ-BREAKS
           move DIST-REGION-CODE  to DET-REGION
           move DIST-EXTRACT-DATE to DET-DATE
           move WS-MATCHED-STATUS to DET-STATUS
           evaluate WS-MATCHED-STATUS
               when "DU"
                   move "SEQ BREAK - DUPLICATE FILE" to DET-EXCEPTION
               when "OO"
                   move "SEQ BREAK - OUT OF ORDER" to DET-EXCEPTION
               when other
                   move "SEQ BREAK - DELTA GAP" to DET-EXCEPTION
           end-evaluate
           move WS-RPT-DETAIL to RPT-LINE
           write RPT-LINE
           move "SEQBRK" to WS-EXC-TYPE
           perform write-exception-record.

       write-unmatched-ack-line.
           add 1 to WS-EXCEPTIONS
           move SAK-REGION-CODE  to DET-REGION
           move WS-CONFIRMED-OK to TOT-OK
           move WS-EXCEPTIONS   to TOT-EXC
           move WS-RPT-TOTAL to RPT-LINE
           write RPT-LINE
           move WS-SEQ-BREAKS   to TOT-SEQ
           move WS-RPT-TOTAL-SEQ to RPT-LINE
           write RPT-LINE.

      ******************************************************************
      *    RUN STATISTICS FOR THE MORNING OPERATIONS STATUS REPORT.   *
      ******************************************************************
       record-run-stats.
           move "ABC4411"        to WS-RST-JOB-NAME
           move "EXCEPTIONS"     to WS-RST-COUNT-NAME (1)
           move WS-EXCEPTIONS    to WS-RST-COUNT-VALUE (1)
           move "SEQ BREAKS"     to WS-RST-COUNT-NAME (2)
           move WS-SEQ-BREAKS    to WS-RST-COUNT-VALUE (2)
           move "DIST READ"      to WS-RST-COUNT-NAME (3)
           move WS-DIST-READ     to WS-RST-COUNT-VALUE (3)
           move "CONFIRMED OK"   to WS-RST-COUNT-NAME (4)
           move WS-CONFIRMED-OK  to WS-RST-COUNT-VALUE (4)
           perform write-run-stats.

       copy "runstat.cpy".
