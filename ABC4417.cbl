      *    FAILED REGION WITH NOTHING ACTIVE TODAY IS SENT AS A       *
      *    DELETE SO THE BRANCH CLEARS WHAT IT HOLDS.  THE BRANCH     *
      *    LOADS THE FILE WITH THE SAME ABC4415 LOADER.               *
      *                                                               *
      *    THE FILE OPENS WITH THE SAME HEADER AS DISTMSG: THE NEXT   *
      *    NUMBER FROM DISTSEQ, TYPE R, AND THE LAST COMPLETED        *
      *    NIGHTLY EXTRACT AS THE FILE IT FOLLOWS, SO A RETRANSMIT    *
      *    THAT REACHES A BRANCH AFTER A NEWER NIGHTLY FILE IS        *
      *    REFUSED THERE.  SEQUENCE BREAKS (SEQBRK) ARE NOT SENT: A   *
      *    BRANCH THAT REFUSED A FILE OUT OF ORDER NEEDS A FULL       *
      *    EXTRACT, NOT A RETRANSMIT.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4417.
           SELECT RETRANS-FILE ASSIGN TO "RETRMSG"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RTR-FILE-STATUS.
           copy "distseq_io.cpy".
      $if use-sql not defined
           copy "welcomemsg_io.cpy".
      $end
           05  EXC-REGION-CODE         pic x(4).
           05  EXC-EXTRACT-DATE        pic x(8).
           05  EXC-TYPE                pic x(8).
               88  exc-sequence-break  value "SEQBRK".
       FD  RETRANS-FILE.
       01  DIST-RECORD.
           05  DIST-REGION-CODE        pic x(4).
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
           05  TRL-CHANGE-COUNT        pic 9(6).
           05  TRL-DELETE-COUNT        pic 9(6).
           05  filler                  pic x(192).
       copy "distseq_fd.cpy".
      $if use-sql not defined
       copy "welcomemsg_fd.cpy".
      $end
       WORKING-STORAGE SECTION.
       01  WS-EXC-FILE-STATUS          pic xx value "00".
       01  WS-RTR-FILE-STATUS          pic xx value "00".
       01  WS-SEQ-FILE-STATUS          pic xx value "00".
       01  WS-FILE-SEQ                 pic 9(8) value zero.
       01  WS-LAST-SEQ                 pic 9(8) value zero.
       01  WS-LAST-NIGHTLY-SEQ         pic 9(8) value zero.
       01  WS-SEQ-BREAKS               pic 9(6) value zero.
       01  WS-SEQ-OK-SW                pic x value "Y".
           88  sequence-ok             value "Y".
       01  WS-EXTRACT-DATE             pic x(8) value spaces.
       01  WS-EXTRACT-TIME             pic x(8) value spaces.
       01  WS-TARGET-REGION            pic x(4) value spaces.
                   WS-EXC-FILE-STATUS
               goback
           end-if
           perform assign-file-sequence
           if not sequence-ok
               close RECON-EXC-FILE
               goback
           end-if
           open output RETRANS-FILE
           if WS-RTR-FILE-STATUS not = "00"
               display "ABC4417 cannot open retransmit file, status: "
               close RECON-EXC-FILE
               goback
           end-if
           perform write-header-record
           perform until WS-EXC-FILE-STATUS not = "00"
               read RECON-EXC-FILE
               if WS-EXC-FILE-STATUS = "00" and exc-sequence-break
                   add 1 to WS-SEQ-BREAKS
               end-if
               if WS-EXC-FILE-STATUS = "00" and
                       not exc-sequence-break
                   if EXC-REGION-CODE not = "----" and
                           EXC-REGION-CODE not = WS-LAST-REGION
                       move EXC-REGION-CODE to WS-TARGET-REGION
           close RETRANS-FILE
           display "ABC4417 retransmit extract complete, regions: "
               WS-ROWS-WRITTEN
           display "ABC4417 file sequence: " WS-FILE-SEQ
               " follows: " WS-LAST-NIGHTLY-SEQ
           if WS-SEQ-BREAKS > zero
               display "ABC4417 sequence breaks not retransmitted "
                   "(send a full extract): " WS-SEQ-BREAKS
           end-if
           goback.

      ******************************************************************
      *    TAKE THE NEXT FILE SEQUENCE NUMBER.  THE LAST NIGHTLY       *
      *    SEQUENCE IS LEFT AS IT IS: A RETRANSMIT NEVER BECOMES THE   *
      *    FILE A LATER DELTA FOLLOWS.                                 *
      ******************************************************************
       assign-file-sequence.
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
           end-if
           add 1 to WS-LAST-SEQ giving WS-FILE-SEQ
           open output DIST-SEQ-FILE
           if WS-SEQ-FILE-STATUS = "00"
               move spaces              to SQ-RECORD
               move WS-FILE-SEQ         to SQ-LAST-SEQ
               move WS-LAST-NIGHTLY-SEQ to SQ-LAST-NIGHTLY-SEQ
               move "R"                 to SQ-LAST-TYPE
               move WS-EXTRACT-DATE     to SQ-LAST-DATE
               move WS-EXTRACT-TIME     to SQ-LAST-TIME
               write SQ-RECORD
           end-if
           if WS-SEQ-FILE-STATUS not = "00"
               move "N" to WS-SEQ-OK-SW
               display "ABC4417 cannot update sequence file, status: "
                   WS-SEQ-FILE-STATUS
           end-if
           close DIST-SEQ-FILE.

       write-header-record.
           move spaces to DIST-RECORD
           move "H" to DIST-ACTION
           move WS-FILE-SEQ          to HDR-FILE-SEQ
           move "R"                  to HDR-FILE-TYPE
           move WS-LAST-NIGHTLY-SEQ  to HDR-FOLLOWS-SEQ
           move WS-EXTRACT-DATE      to DIST-EXTRACT-DATE
           move WS-EXTRACT-TIME      to DIST-EXTRACT-TIME
           write DIST-RECORD.

       retransmit-one-region.
           perform get-current-message
           if current-msg-found
