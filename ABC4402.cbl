      *    AND DELETES ENTRIES ON THE REGION CODE MASTER FILE.  EVERY *
      *    REGION CODE KEYED IN WM_M01 OR CARRIED ON A MESSAGE MUST   *
      *    BE ON THIS MASTER; INACTIVE REGIONS STAY ON FILE BUT ARE   *
      *    NOT DISTRIBUTABLE.  EVERY ADD, CHANGE AND DELETE IS        *
      *    WRITTEN TO THE RGNAUDIT TRAIL WITH THE OLD AND NEW VALUES. *
      *    CLOSING A BRANCH OR FOLDING IT INTO ANOTHER, WITH ITS      *
      *    MESSAGES, PENDING CHANGES AND TERMINALS, IS THE BATCH      *
      *    CLOSE/MERGE RUN (ABC4428), NOT THIS SCREEN.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4402.
       FILE-CONTROL.
           copy "common_io.cpy".
           copy "region_io.cpy".
           copy "rgnaudit_io.cpy".
       DATA DIVISION.
       FILE SECTION.
       copy "common_fd.cpy".
       copy "region_fd.cpy".
       copy "rgnaudit_fd.cpy".
       WORKING-STORAGE SECTION.
       COPY "common_ws.cpy".
       01  WS-LOCAL-AREA.
           05  WS-DONE-SW              pic x     value "N".
               88  done-processing     value "Y".
           05  WS-RGN-FILE-STATUS      pic xx    value "00".
           05  WS-RAU-FILE-STATUS      pic xx    value "00".
           05  WS-AUDIT-EVENT          pic x     value space.
           05  WS-OLD-REGION-NAME      pic x(30) value spaces.
           05  WS-OLD-ACTIVE-FLAG      pic x     value space.
           05  WS-OLD-GROUP-CODE       pic x(4)  value spaces.

       linkage section.
       copy "common_lnk.cpy".
           move spaces to WS-REGION-NAME
           move "Y" to WS-ACTIVE-FLAG
           move spaces to WS-GROUP-CODE
           move spaces to WS-OLD-REGION-NAME
           move space  to WS-OLD-ACTIVE-FLAG
           move spaces to WS-OLD-GROUP-CODE
           move WS-REGION-CODE to RG-REGION-CODE
           open input REGION-MASTER-FILE
           if WS-RGN-FILE-STATUS = "00"
                       move RG-REGION-NAME to WS-REGION-NAME
                       move RG-ACTIVE-FLAG to WS-ACTIVE-FLAG
                       move RG-GROUP-CODE  to WS-GROUP-CODE
                       move RG-REGION-NAME to WS-OLD-REGION-NAME
                       move RG-ACTIVE-FLAG to WS-OLD-ACTIVE-FLAG
                       move RG-GROUP-CODE  to WS-OLD-GROUP-CODE
               end-read
           end-if
           close REGION-MASTER-FILE.
           move WS-ACTIVE-FLAG to RG-ACTIVE-FLAG
           move WS-GROUP-CODE  to RG-GROUP-CODE
           if region-exists
               move "C" to WS-AUDIT-EVENT
               open i-o REGION-MASTER-FILE
               rewrite RG-RECORD
           else
               move "A" to WS-AUDIT-EVENT
               open i-o REGION-MASTER-FILE
               if WS-RGN-FILE-STATUS = "35"
                   close REGION-MASTER-FILE
               end-if
               write RG-RECORD
           end-if
           if WS-RGN-FILE-STATUS = "00"
               perform write-region-audit-record
               move WS-REGION-NAME to WS-OLD-REGION-NAME
               move WS-ACTIVE-FLAG to WS-OLD-ACTIVE-FLAG
               move WS-GROUP-CODE  to WS-OLD-GROUP-CODE
           end-if
           close REGION-MASTER-FILE
           move "Y" to WS-REGION-EXISTS-SW.

           open i-o REGION-MASTER-FILE
           if WS-RGN-FILE-STATUS = "00"
               delete REGION-MASTER-FILE record
               if WS-RGN-FILE-STATUS = "00"
                   move "D" to WS-AUDIT-EVENT
                   perform write-region-audit-record
               end-if
           end-if
           close REGION-MASTER-FILE
           move "N" to WS-REGION-EXISTS-SW
           move "Y" to WS-ACTIVE-FLAG
           move spaces to WS-GROUP-CODE.

      ******************************************************************
      *    ONE RGNAUDIT RECORD PER MASTER CHANGE, OLD VALUES AS READ  *
      *    WHEN THE REGION WAS BROUGHT UP AND NEW VALUES AS SAVED.    *
      *    A SAVE THAT CHANGED NOTHING IS NOT RECORDED.               *
      ******************************************************************
       write-region-audit-record.
           if WS-AUDIT-EVENT = "C" and
                   WS-REGION-NAME = WS-OLD-REGION-NAME and
                   WS-ACTIVE-FLAG = WS-OLD-ACTIVE-FLAG and
                   WS-GROUP-CODE  = WS-OLD-GROUP-CODE
               continue
           else
               perform stamp-changed-at
               move WS-TIMESTAMP       to RH-TIMESTAMP
               move WS-OPERATOR-ID     to RH-CHANGED-BY
               move WS-REGION-CODE     to RH-REGION-CODE
               move WS-AUDIT-EVENT     to RH-EVENT
               move WS-OLD-REGION-NAME to RH-OLD-NAME
               move WS-OLD-ACTIVE-FLAG to RH-OLD-ACTIVE-FLAG
               move WS-OLD-GROUP-CODE  to RH-OLD-GROUP-CODE
               if WS-AUDIT-EVENT = "D"
                   move spaces to RH-NEW-VALUES
               else
                   move WS-REGION-NAME to RH-NEW-NAME
                   move WS-ACTIVE-FLAG to RH-NEW-ACTIVE-FLAG
                   move WS-GROUP-CODE  to RH-NEW-GROUP-CODE
               end-if
               move spaces to RH-MERGED-INTO
               open extend REGION-AUDIT-FILE
               if WS-RAU-FILE-STATUS = "05" or
                       WS-RAU-FILE-STATUS = "35"
                   close REGION-AUDIT-FILE
                   open output REGION-AUDIT-FILE
               end-if
               write REGION-AUDIT-RECORD
               close REGION-AUDIT-FILE
           end-if.

       copy "common.cpy".
