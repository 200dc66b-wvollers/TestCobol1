      *    PROCESSED.  WHEN THE JOB DIES MID-WRITE, A SAME-DAY RERUN   *
      *    FINDS THE RUNNING CHECKPOINT AND RESUMES AFTER THE LAST     *
      *    REGION WRITTEN INSTEAD OF RE-EXTRACTING EVERYTHING.         *
      *                                                                *
      *    THE FILE OPENS WITH A HEADER (ACTION H) CARRYING A FILE     *
      *    SEQUENCE NUMBER TAKEN FROM THE DISTSEQ CONTROL FILE, THE    *
      *    FILE TYPE (F FULL, D DELTA) AND THE SEQUENCE OF THE LAST    *
      *    COMPLETED NIGHTLY EXTRACT IT FOLLOWS, SO THE BRANCH LOADER  *
      *    (ABC4415) CAN REFUSE A STALE, DUPLICATE OR OUT-OF-ORDER     *
      *    FILE.  A RESTART KEEPS THE NUMBER HELD ON THE CHECKPOINT.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4410.
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-PRM-FILE-STATUS.
           copy "region_io.cpy".
           copy "distseq_io.cpy".
      $if use-sql not defined
           copy "welcomemsg_io.cpy".
      $end
           copy "runstat_io.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-FILE.
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
           05  CK-ADD-COUNT            pic 9(6).
           05  CK-CHANGE-COUNT         pic 9(6).
           05  CK-DELETE-COUNT         pic 9(6).
           05  CK-FILE-SEQ             pic 9(8).
           05  CK-FOLLOWS-SEQ          pic 9(8).
           05  filler                  pic x(27).
       FD  EXTR-PARM-FILE.
       01  EXTR-PARM-RECORD.
           05  EP-RUN-MODE             pic x(5).
           05  filler                  pic x(75).
       copy "region_fd.cpy".
       copy "distseq_fd.cpy".
      $if use-sql not defined
       copy "welcomemsg_fd.cpy".
      $end
       copy "runstat_fd.cpy".
       WORKING-STORAGE SECTION.
       COPY "runstat_ws.cpy".
       01  WS-DIST-FILE-STATUS         pic xx value "00".
       01  WS-STI-FILE-STATUS          pic xx value "00".
       01  WS-STO-FILE-STATUS          pic xx value "00".
       01  WS-CKP-FILE-STATUS          pic xx value "00".
       01  WS-PRM-FILE-STATUS          pic xx value "00".
       01  WS-RGN-FILE-STATUS          pic xx value "00".
       01  WS-SEQ-FILE-STATUS          pic xx value "00".
       01  WS-FILE-SEQ                 pic 9(8) value zero.
       01  WS-FOLLOWS-SEQ              pic 9(8) value zero.
       01  WS-LAST-SEQ                 pic 9(8) value zero.
       01  WS-LAST-NIGHTLY-SEQ         pic 9(8) value zero.
       01  WS-SEQ-OK-SW                pic x value "Y".
           88  sequence-ok             value "Y".
       01  WS-CHECK-REGION             pic x(4) value spaces.
       01  WS-RGN-DIST-SW              pic x value "N".
           88  region-distributable    value "Y".
           accept WS-EXTRACT-TIME from time
           perform get-run-mode
           perform read-checkpoint
           if not restart-in-progress
               perform assign-file-sequence
               if not sequence-ok
                   move 8 to WS-RST-RETURN-CODE
                   perform record-run-stats
                   goback
               end-if
           end-if
           if restart-in-progress
               open extend DISTRIBUTION-FILE
           else
           if WS-DIST-FILE-STATUS not = "00"
               display "ABC4410 cannot open distribution file, status: "
                   WS-DIST-FILE-STATUS
               move 8 to WS-RST-RETURN-CODE
               perform record-run-stats
               goback
           end-if
           if not restart-in-progress
               perform write-header-record
           end-if
           if restart-in-progress
               open extend STATE-OUT-FILE
           else
               display "ABC4410 cannot open state out file, status: "
                   WS-STO-FILE-STATUS
               close DISTRIBUTION-FILE
               move 8 to WS-RST-RETURN-CODE
               perform record-run-stats
               goback
           end-if
           perform open-previous-state
           end-if
           perform write-trailer-record
           perform mark-checkpoint-complete
           perform record-nightly-sequence
           close DISTRIBUTION-FILE
           close STATE-OUT-FILE
           if delta-mode
           else
               display "ABC4410 extract complete, full mode"
           end-if
           display "ABC4410 file sequence: " WS-FILE-SEQ
               " follows: " WS-FOLLOWS-SEQ
           display "ABC4410 rows written: " WS-ROWS-WRITTEN
               " adds: " WS-ADD-COUNT
               " changes: " WS-CHANGE-COUNT
               " deletes: " WS-DELETE-COUNT
           display "ABC4410 rows skipped (not distributable/active): "
               WS-ROWS-SKIPPED
           perform record-run-stats
           goback.

      ******************************************************************
                   move CK-ADD-COUNT     to WS-ADD-COUNT
                   move CK-CHANGE-COUNT  to WS-CHANGE-COUNT
                   move CK-DELETE-COUNT  to WS-DELETE-COUNT
                   move CK-FILE-SEQ      to WS-FILE-SEQ
                   move CK-FOLLOWS-SEQ   to WS-FOLLOWS-SEQ
                   display "ABC4410 restart, resuming after region: "
                       WS-RESTART-REGION
               end-if
           end-if
           close CHECKPOINT-FILE.

      ******************************************************************
      *    A FRESH RUN TAKES THE NEXT FILE SEQUENCE NUMBER AND NAMES   *
      *    THE LAST COMPLETED NIGHTLY EXTRACT AS THE ONE IT FOLLOWS.   *
      *    THE NUMBER IS RESERVED ON DISTSEQ BEFORE ANYTHING IS        *
      *    WRITTEN, SO A RETRANSMIT RUN DURING THE EXTRACT CANNOT      *
      *    TAKE THE SAME NUMBER.  NO DISTSEQ YET STARTS AT ONE.        *
      ******************************************************************
       assign-file-sequence.
           perform read-sequence-file
           add 1 to WS-LAST-SEQ giving WS-FILE-SEQ
           move WS-LAST-NIGHTLY-SEQ to WS-FOLLOWS-SEQ
           move WS-FILE-SEQ to WS-LAST-SEQ
           perform write-sequence-file.

      ******************************************************************
      *    ONLY A COMPLETED EXTRACT BECOMES THE NIGHTLY FILE THAT THE  *
      *    NEXT DELTA OR RETRANSMIT FOLLOWS.  DISTSEQ IS RE-READ       *
      *    FIRST, SINCE A RETRANSMIT MAY HAVE TAKEN A LATER NUMBER     *
      *    WHILE THIS RUN WAS GOING.                                   *
      ******************************************************************
       record-nightly-sequence.
           perform read-sequence-file
           if WS-FILE-SEQ > WS-LAST-SEQ
               move WS-FILE-SEQ to WS-LAST-SEQ
           end-if
           move WS-FILE-SEQ to WS-LAST-NIGHTLY-SEQ
           perform write-sequence-file.

       read-sequence-file.
           move zero to WS-LAST-SEQ
           move zero to WS-LAST-NIGHTLY-SEQ
           open input DIST-SEQ-FILE
           if WS-SEQ-FILE-STATUS = "00"
               read DIST-SEQ-FILE
               if WS-SEQ-FILE-STATUS = "00"
                   move SQ-LAST-SEQ         to WS-LAST-SEQ
                   move SQ-LAST-NIGHTLY-SEQ to WS-LAST-NIGHTLY-SEQ
               end-if
               close DIST-SEQ-FILE
           end-if.

       write-sequence-file.
           move "Y" to WS-SEQ-OK-SW
           open output DIST-SEQ-FILE
           if WS-SEQ-FILE-STATUS = "00"
               move spaces              to SQ-RECORD
               move WS-LAST-SEQ         to SQ-LAST-SEQ
               move WS-LAST-NIGHTLY-SEQ to SQ-LAST-NIGHTLY-SEQ
               move WS-RUN-MODE         to SQ-LAST-TYPE
               move WS-EXTRACT-DATE     to SQ-LAST-DATE
               move WS-EXTRACT-TIME     to SQ-LAST-TIME
               write SQ-RECORD
           end-if
           if WS-SEQ-FILE-STATUS not = "00"
               move "N" to WS-SEQ-OK-SW
               display "ABC4410 cannot update sequence file, status: "
                   WS-SEQ-FILE-STATUS
           end-if
           close DIST-SEQ-FILE.

       open-previous-state.
           if delta-mode
               open input STATE-IN-FILE
               move WS-ADD-COUNT     to CK-ADD-COUNT
               move WS-CHANGE-COUNT  to CK-CHANGE-COUNT
               move WS-DELETE-COUNT  to CK-DELETE-COUNT
               move WS-FILE-SEQ      to CK-FILE-SEQ
               move WS-FOLLOWS-SEQ   to CK-FOLLOWS-SEQ
               write CK-RECORD
           end-if
           close CHECKPOINT-FILE.
               move WS-ADD-COUNT     to CK-ADD-COUNT
               move WS-CHANGE-COUNT  to CK-CHANGE-COUNT
               move WS-DELETE-COUNT  to CK-DELETE-COUNT
               move WS-FILE-SEQ      to CK-FILE-SEQ
               move WS-FOLLOWS-SEQ   to CK-FOLLOWS-SEQ
               write CK-RECORD
           end-if
           close CHECKPOINT-FILE.

      ******************************************************************
      *    THE HEADER (ACTION H) IS THE FIRST RECORD ON THE FILE.  IT  *
      *    IS NOT COUNTED IN THE TRAILER.                              *
      ******************************************************************
       write-header-record.
           move spaces to DIST-RECORD
           move "H" to DIST-ACTION
           move WS-FILE-SEQ      to HDR-FILE-SEQ
           move WS-RUN-MODE      to HDR-FILE-TYPE
           move WS-FOLLOWS-SEQ   to HDR-FOLLOWS-SEQ
           move WS-EXTRACT-DATE  to DIST-EXTRACT-DATE
           move WS-EXTRACT-TIME  to DIST-EXTRACT-TIME
           write DIST-RECORD.

      ******************************************************************
      *    THE TRAILER (ACTION T) IS THE LAST RECORD ON THE FILE AND   *
      *    CARRIES THE COUNTS OF THE RECORDS AHEAD OF IT, SO THE       *
               move "N" to WS-MSG-ACTIVE-SW
           end-if.
      $end

      ******************************************************************
      *    RUN STATISTICS FOR THE MORNING OPERATIONS STATUS REPORT.   *
      ******************************************************************
       record-run-stats.
           move "ABC4410"        to WS-RST-JOB-NAME
           move "ROWS WRITTEN"   to WS-RST-COUNT-NAME (1)
           move WS-ROWS-WRITTEN  to WS-RST-COUNT-VALUE (1)
           move "ADDS"           to WS-RST-COUNT-NAME (2)
           move WS-ADD-COUNT     to WS-RST-COUNT-VALUE (2)
           move "CHANGES"        to WS-RST-COUNT-NAME (3)
           move WS-CHANGE-COUNT  to WS-RST-COUNT-VALUE (3)
           move "DELETES"        to WS-RST-COUNT-NAME (4)
           move WS-DELETE-COUNT  to WS-RST-COUNT-VALUE (4)
           perform write-run-stats.

       copy "runstat.cpy".
