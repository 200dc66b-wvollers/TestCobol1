      *    EVERY REGION AT IO, SO THE RECONCILIATION REPORTS LOAD     *
      *    ERRORS (FEEDING THE TARGETED RETRANSMIT) INSTEAD OF A      *
      *    WALL OF MISSING ACKNOWLEDGEMENTS.                          *
      *                                                               *
      *    THE FILE MUST OPEN WITH A HEADER (ACTION H) CARRYING ITS   *
      *    SEQUENCE NUMBER, TYPE (F FULL, D DELTA, R RETRANSMIT) AND  *
      *    THE NIGHTLY SEQUENCE IT FOLLOWS.  THE BRCHCTL CONTROL      *
      *    FILE HOLDS THE LAST FILE AND THE LAST NIGHTLY FILE THIS    *
      *    BRANCH APPLIED.  A FILE ALREADY APPLIED IS REFUSED AT DU,  *
      *    AN OLDER OR OUT-OF-ORDER ONE (INCLUDING A RETRANSMIT THAT  *
      *    ARRIVES AFTER A NEWER NIGHTLY FILE) AT OO, AND A DELTA     *
      *    WHOSE PRECEDING NIGHTLY FILE WAS NEVER APPLIED AT GP.  A   *
      *    REFUSED FILE IS ACKNOWLEDGED REGION BY REGION AT THAT      *
      *    STATUS AND NOTHING IS APPLIED.  WITH NO BRCHCTL RECORD     *
      *    YET, THE FIRST FILE IS ACCEPTED AS THE STARTING POINT.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4415.
           SELECT ACK-FILE ASSIGN TO "DISTACK"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-ACK-FILE-STATUS.
           SELECT BRANCH-CONTROL-FILE ASSIGN TO "BRCHCTL"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-CTL-FILE-STATUS.
           copy "welcomemsg_io.cpy".
       DATA DIVISION.
       FILE SECTION.
               88  dist-action-change  value "C".
               88  dist-action-delete  value "D".
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
           05  ACK-EXTRACT-DATE        pic x(8).
           05  ACK-EXTRACT-TIME        pic x(8).
           05  ACK-LOAD-STATUS         pic x(2).
       FD  BRANCH-CONTROL-FILE.
       01  BC-RECORD.
           05  BC-LAST-SEQ             pic 9(8).
           05  BC-LAST-NIGHTLY-SEQ     pic 9(8).
           05  BC-LAST-TYPE            pic x.
           05  BC-APPLIED-DATE         pic x(8).
           05  BC-APPLIED-TIME         pic x(8).
           05  filler                  pic x(47).
       copy "welcomemsg_fd.cpy".
       WORKING-STORAGE SECTION.
       01  WS-DIST-FILE-STATUS         pic xx value "00".
       01  WS-ACK-FILE-STATUS          pic xx value "00".
       01  WS-WM-FILE-STATUS           pic xx value "00".
       01  WS-CTL-FILE-STATUS          pic xx value "00".
       01  WS-LOAD-DATE                pic x(8) value spaces.
       01  WS-LOAD-TIME                pic x(8) value spaces.
       01  WS-TIMESTAMP                pic x(26) value spaces.
       01  WS-TRAILER-SW               pic x value "N".
           88  trailer-found           value "Y".
       01  WS-HEADER-SW                pic x value "N".
           88  header-found            value "Y".
       01  WS-FILE-SEQ                 pic 9(8) value zero.
       01  WS-FOLLOWS-SEQ              pic 9(8) value zero.
       01  WS-FILE-TYPE                pic x value space.
           88  full-file               value "F".
           88  delta-file              value "D".
           88  retransmit-file         value "R".
       01  WS-CTL-FOUND-SW             pic x value "N".
           88  control-on-file         value "Y".
       01  WS-CTL-LAST-SEQ             pic 9(8) value zero.
       01  WS-CTL-LAST-NIGHTLY-SEQ     pic 9(8) value zero.
       01  WS-SEQ-STATUS               pic x(2) value spaces.
           88  sequence-accepted       value spaces.
       01  WS-VERIFY-SW                pic x value "Y".
           88  file-verified           value "Y".
       01  WS-EXISTS-SW                pic x value "N".
                  WS-LOAD-TIME delimited by size
                  into WS-TIMESTAMP
           perform verify-distribution-file
           if file-verified
               perform check-file-sequence
           end-if
           open output ACK-FILE
           if WS-ACK-FILE-STATUS not = "00"
               display "ABC4415 cannot open ack file, status: "
                   WS-ACK-FILE-STATUS
               goback
           end-if
           evaluate true
               when not file-verified
                   move "TR" to WS-BULK-STATUS
                   perform ack-every-region
               when not sequence-accepted
                   move WS-SEQ-STATUS to WS-BULK-STATUS
                   perform ack-every-region
               when other
                   perform apply-distribution-file
                   if not load-failed
                       perform update-branch-control
                   end-if
           end-evaluate
           close ACK-FILE
           evaluate true
               when not file-verified
                   display "ABC4415 distribution file rejected, "
                       "nothing applied"
               when not sequence-accepted
                   display "ABC4415 file sequence " WS-FILE-SEQ
                       " refused, status " WS-SEQ-STATUS
                       ", nothing applied"
               when load-failed
                   display "ABC4415 WELCOMSG unavailable, "
                       "all regions acknowledged IO, nothing applied"
      ******************************************************************
      *    FIRST PASS: NOTHING IS TOUCHED UNTIL THE TRAILER PROVES    *
      *    THE FILE ARRIVED COMPLETE.  EVERY COUNT THE TRAILER        *
      *    CARRIES MUST MATCH WHAT WAS ACTUALLY READ AHEAD OF IT, AND *
      *    THE HEADER MUST BE THE FIRST RECORD.                       *
      ******************************************************************
       verify-distribution-file.
           open input DISTRIBUTION-FILE
               perform until WS-DIST-FILE-STATUS not = "00"
                   read DISTRIBUTION-FILE
                   if WS-DIST-FILE-STATUS = "00"
                       evaluate true
                           when dist-trailer-rec
                               set trailer-found to true
                               perform check-trailer-counts
                           when dist-header-rec
                               perform check-header-record
                           when other
                               perform count-detail-record
                       end-evaluate
                   end-if
               end-perform
               close DISTRIBUTION-FILE
               if not header-found
                   display "ABC4415 header record missing"
                   move "N" to WS-VERIFY-SW
               end-if
               if not trailer-found
                   display "ABC4415 trailer record missing"
                   move "N" to WS-VERIFY-SW
               end-if
           end-if.

       check-header-record.
           if header-found or trailer-found or WS-DETAIL-COUNT > zero
               display "ABC4415 header record out of place"
               move "N" to WS-VERIFY-SW
           else
               set header-found to true
               move HDR-FILE-SEQ    to WS-FILE-SEQ
               move HDR-FILE-TYPE   to WS-FILE-TYPE
               move HDR-FOLLOWS-SEQ to WS-FOLLOWS-SEQ
               if not full-file and not delta-file and
                       not retransmit-file
                   display "ABC4415 unknown file type: " WS-FILE-TYPE
                   move "N" to WS-VERIFY-SW
               end-if
           end-if.

       count-detail-record.
           add 1 to WS-DETAIL-COUNT
           evaluate true
               when dist-action-add
                   add 1 to WS-ADD-SEEN
               when dist-action-change
                   add 1 to WS-CHANGE-SEEN
               when dist-action-delete
                   add 1 to WS-DELETE-SEEN
               when other
                   display "ABC4415 unknown action, region: "
                       DIST-REGION-CODE
                   move "N" to WS-VERIFY-SW
           end-evaluate.

       check-trailer-counts.
           if TRL-RECORD-COUNT not = WS-DETAIL-COUNT or
                   TRL-ADD-COUNT not = WS-ADD-SEEN or
               move "N" to WS-VERIFY-SW
           end-if.

      ******************************************************************
      *    A COMPLETE FILE IS THEN CHECKED AGAINST THE SEQUENCES THIS *
      *    BRANCH LAST APPLIED.  THE FILE JUST APPLIED OR THE LAST    *
      *    NIGHTLY FILE AGAIN IS A DUPLICATE (DU); ANY OTHER NUMBER   *
      *    BELOW THE LAST ONE APPLIED IS OUT OF ORDER (OO).  A NEWER  *
      *    FULL FILE IS ALWAYS ACCEPTED.  A NEWER DELTA MUST FOLLOW   *
      *    THE LAST NIGHTLY FILE APPLIED: ONE FOLLOWING A LATER FILE  *
      *    MEANS THAT FILE NEVER LANDED HERE (GP).  A RETRANSMIT      *
      *    FOLLOWING AN OLDER NIGHTLY FILE THAN THE ONE APPLIED IS    *
      *    STALE (OO); ONE FOLLOWING A NIGHTLY FILE THIS BRANCH       *
      *    FAILED TO LOAD IS THE REPAIR FOR IT AND IS ACCEPTED.       *
      ******************************************************************
       check-file-sequence.
           move spaces to WS-SEQ-STATUS
           perform read-branch-control
           if not control-on-file
               display "ABC4415 no branch control record, file "
                   WS-FILE-SEQ " taken as the starting point"
           else
               evaluate true
                   when WS-FILE-SEQ = WS-CTL-LAST-SEQ or
                           WS-FILE-SEQ = WS-CTL-LAST-NIGHTLY-SEQ
                       move "DU" to WS-SEQ-STATUS
                   when WS-FILE-SEQ < WS-CTL-LAST-SEQ
                       move "OO" to WS-SEQ-STATUS
                   when full-file
                       continue
                   when delta-file and
                           WS-FOLLOWS-SEQ > WS-CTL-LAST-NIGHTLY-SEQ
                       move "GP" to WS-SEQ-STATUS
                   when WS-FOLLOWS-SEQ < WS-CTL-LAST-NIGHTLY-SEQ
                       move "OO" to WS-SEQ-STATUS
               end-evaluate
           end-if.

       read-branch-control.
           move "N" to WS-CTL-FOUND-SW
           open input BRANCH-CONTROL-FILE
           if WS-CTL-FILE-STATUS = "00"
               read BRANCH-CONTROL-FILE
               if WS-CTL-FILE-STATUS = "00"
                   set control-on-file to true
                   move BC-LAST-SEQ         to WS-CTL-LAST-SEQ
                   move BC-LAST-NIGHTLY-SEQ to WS-CTL-LAST-NIGHTLY-SEQ
               end-if
               close BRANCH-CONTROL-FILE
           end-if.

      ******************************************************************
      *    ONCE A FILE IS APPLIED IT BECOMES THE LAST ONE APPLIED.  A *
      *    FULL OR DELTA FILE IS ALSO THE LAST NIGHTLY FILE; A        *
      *    RETRANSMIT CARRIES THE REGIONS ITS NIGHTLY FILE FAILED TO  *
      *    LAND, SO AFTER IT THE BRANCH STANDS WHERE THAT NIGHTLY     *
      *    FILE WOULD HAVE LEFT IT.                                   *
      ******************************************************************
       update-branch-control.
           move WS-FILE-SEQ to WS-CTL-LAST-SEQ
           if retransmit-file
               if WS-FOLLOWS-SEQ > WS-CTL-LAST-NIGHTLY-SEQ
                   move WS-FOLLOWS-SEQ to WS-CTL-LAST-NIGHTLY-SEQ
               end-if
           else
               move WS-FILE-SEQ to WS-CTL-LAST-NIGHTLY-SEQ
           end-if
           open output BRANCH-CONTROL-FILE
           if WS-CTL-FILE-STATUS = "00"
               move spaces                  to BC-RECORD
               move WS-CTL-LAST-SEQ         to BC-LAST-SEQ
               move WS-CTL-LAST-NIGHTLY-SEQ to BC-LAST-NIGHTLY-SEQ
               move WS-FILE-TYPE            to BC-LAST-TYPE
               move WS-LOAD-DATE            to BC-APPLIED-DATE
               move WS-LOAD-TIME            to BC-APPLIED-TIME
               write BC-RECORD
           end-if
           if WS-CTL-FILE-STATUS not = "00"
               display "ABC4415 cannot update branch control, status: "
                   WS-CTL-FILE-STATUS
           end-if
           close BRANCH-CONTROL-FILE.

      ******************************************************************
      *    SECOND PASS: APPLY EACH ADD, CHANGE AND DELETE TO THE      *
      *    BRANCH KSDS AND ACKNOWLEDGE EACH REGION AS IT LANDS.  AN   *
               perform until WS-DIST-FILE-STATUS not = "00"
                   read DISTRIBUTION-FILE
                   if WS-DIST-FILE-STATUS = "00" and
                           not dist-trailer-rec and
                           not dist-header-rec
                       perform apply-one-record
                       perform write-ack-record
                   end-if

      ******************************************************************
      *    WHEN NOTHING CAN BE APPLIED - THE FILE FAILED TRAILER      *
      *    VERIFICATION (TR), WAS REFUSED ON ITS SEQUENCE (DU, OO,    *
      *    GP) OR THE KSDS WILL NOT OPEN (IO) - EVERY REGION THE      *
      *    FILE CARRIED IS STILL ACKNOWLEDGED AT THE GIVEN STATUS,    *
      *    SO THE RECONCILIATION REPORTS LOAD ERRORS OR SEQUENCE      *
      *    BREAKS FOR THIS BRANCH INSTEAD OF A WALL OF MISSING        *
      *    ACKNOWLEDGEMENTS.                                          *
      ******************************************************************
       ack-every-region.
               perform until WS-DIST-FILE-STATUS not = "00"
                   read DISTRIBUTION-FILE
                   if WS-DIST-FILE-STATUS = "00" and
                           not dist-trailer-rec and
                           not dist-header-rec
                       move DIST-REGION-CODE  to ACK-REGION-CODE
                       move DIST-EXTRACT-DATE to ACK-EXTRACT-DATE
                       move DIST-EXTRACT-TIME to ACK-EXTRACT-TIME
