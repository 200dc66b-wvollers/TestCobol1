      *    SECTION AND SORTED AGAIN BY OPERATOR TO RUN AS A           *
      *    BALANCED LINE AGAINST THE OPERSEC WALK, THE SAME WAY THE   *
      *    MORNING RECONCILIATION (ABC4411) HANDLES DISTACK.          *
      *                                                               *
      *    A LAST SECTION LISTS, REGION BY REGION, THE ACTIVE         *
      *    TERMINALS ON THE TERMINAL MASTER AT WHICH NOBODY HAS YET   *
      *    ACKNOWLEDGED THE FLASH, SO A BRANCH WHOSE SCREENS HAVE NOT *
      *    BEEN SIGNED ON SINCE THE BROADCAST CAN BE CALLED.  THE     *
      *    ACKS ARE SORTED A THIRD TIME BY TERMINAL AND RUN AGAINST   *
      *    THE TERMINAL MASTER WALK; THE UNACKNOWLEDGED TERMINALS GO  *
      *    TO A WORK FILE THAT IS THEN SORTED INTO REGION ORDER.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC4418.
           SELECT OPER-SORTED-ACKS ASSIGN TO "OPRSORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-OPR-FILE-STATUS.
           SELECT TERM-SORTED-ACKS ASSIGN TO "TRMSORT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-TRS-FILE-STATUS.
           SELECT FLASH-SORT-WORK ASSIGN TO "SORTWK".
           SELECT UNACKED-TERM-FILE ASSIGN TO "UNACKTRM"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-UNA-FILE-STATUS.
           SELECT REGION-SORTED-TERMS ASSIGN TO "TRMRGN"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-TRG-FILE-STATUS.
           SELECT TERM-SORT-WORK ASSIGN TO "SORTWK".
           copy "terminal_io.cpy".
           SELECT OPERATOR-SEC-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
           SELECT ACK-REPORT ASSIGN TO "ACKRPT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-RPT-FILE-STATUS.
           copy "runstat_io.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  FLASH-ACK-FILE.
           05  OA-TERMINAL-ID          pic x(4).
           05  OA-REGION-CODE          pic x(4).
           05  OA-MESSAGE              pic x(50).
       FD  TERM-SORTED-ACKS.
       01  TERM-SORTED-RECORD.
           05  TA-TIMESTAMP            pic x(26).
           05  TA-OPERATOR-ID          pic x(8).
           05  TA-TERMINAL-ID          pic x(4).
           05  TA-REGION-CODE          pic x(4).
           05  TA-MESSAGE              pic x(50).
       SD  FLASH-SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-TIMESTAMP            pic x(26).
           05  SW-TERMINAL-ID          pic x(4).
           05  SW-REGION-CODE          pic x(4).
           05  SW-MESSAGE              pic x(50).
       FD  UNACKED-TERM-FILE.
       01  UNACKED-TERM-RECORD.
           05  UT-REGION-CODE          pic x(4).
           05  UT-TERMINAL-ID          pic x(4).
           05  UT-LOCATION             pic x(30).
       FD  REGION-SORTED-TERMS.
       01  REGION-SORTED-TERM.
           05  RT-REGION-CODE          pic x(4).
           05  RT-TERMINAL-ID          pic x(4).
           05  RT-LOCATION             pic x(30).
       SD  TERM-SORT-WORK.
       01  TERM-SORT-RECORD.
           05  TW-REGION-CODE          pic x(4).
           05  TW-TERMINAL-ID          pic x(4).
           05  TW-LOCATION             pic x(30).
       copy "terminal_fd.cpy".
       FD  OPERATOR-SEC-FILE.
       01  OPERATOR-SEC-RECORD.
           05  OS-OPERATOR-ID          pic x(8).
           05  OS-PWD-CHANGE-SW        pic x.
           05  OS-FAIL-COUNT           pic 9(2).
           05  OS-LOCKOUT-SW           pic x.
           05  OS-SCOPE-TYPE           pic x.
           05  OS-SCOPE-CODE           pic x(4).
       FD  ACK-REPORT.
       01  RPT-LINE                    pic x(80).
       copy "runstat_fd.cpy".
       WORKING-STORAGE SECTION.
       COPY "runstat_ws.cpy".
       01  WS-FLA-FILE-STATUS          pic xx value "00".
       01  WS-REG-FILE-STATUS          pic xx value "00".
       01  WS-OPR-FILE-STATUS          pic xx value "00".
       01  WS-SEC-FILE-STATUS          pic xx value "00".
       01  WS-RPT-FILE-STATUS          pic xx value "00".
       01  WS-TRS-FILE-STATUS          pic xx value "00".
       01  WS-UNA-FILE-STATUS          pic xx value "00".
       01  WS-TRG-FILE-STATUS          pic xx value "00".
       01  WS-TRM-FILE-STATUS          pic xx value "00".
       01  WS-TRS-EOF-SW               pic x value "N".
           88  term-acks-eof           value "Y".
       01  WS-TRG-EOF-SW               pic x value "N".
           88  region-terms-eof        value "Y".
       01  WS-TERM-ACKED-SW            pic x value "N".
           88  terminal-acked          value "Y".
       01  WS-UNACKED-TERMS            pic 9(6) value zero.
       01  WS-RUN-DATE                 pic x(8) value spaces.
       01  WS-GROUP-REGION             pic x(4) value low-values.
       01  WS-REG-EOF-SW               pic x value "N".
           05  filler                  pic x(7)  value "REGION ".
           05  GRP-REGION              pic x(4).
           05  filler                  pic x(69) value spaces.
       01  WS-RPT-TERM-LINE.
           05  filler                  pic x(2)  value spaces.
           05  TRM-TERMINAL-ID         pic x(4).
           05  filler                  pic x(2)  value spaces.
           05  TRM-LOCATION            pic x(30).
           05  filler                  pic x(42) value spaces.
       01  WS-RPT-ACK-LINE.
           05  filler                  pic x(2)  value spaces.
           05  DET-OPERATOR-ID         pic x(8).
               "  OUTSTANDING: ".
           05  TOT-OUTSTANDING         pic 9(6).
           05  filler                  pic x(38) value spaces.
       01  WS-RPT-TERM-TOTAL.
           05  filler                  pic x(30) value
               "TERMINALS NOT ACKNOWLEDGED:   ".
           05  TOT-UNACKED-TERMS       pic 9(6).
           05  filler                  pic x(44) value spaces.
       PROCEDURE DIVISION.
           accept WS-RUN-DATE from date yyyymmdd
           sort FLASH-SORT-WORK
               with duplicates in order
               using FLASH-ACK-FILE
               giving OPER-SORTED-ACKS
           sort FLASH-SORT-WORK
               on ascending key SW-TERMINAL-ID
               with duplicates in order
               using FLASH-ACK-FILE
               giving TERM-SORTED-ACKS
           perform build-unacked-terminals
           sort TERM-SORT-WORK
               on ascending key TW-REGION-CODE
                                TW-TERMINAL-ID
               using UNACKED-TERM-FILE
               giving REGION-SORTED-TERMS
           open output ACK-REPORT
           if WS-RPT-FILE-STATUS not = "00"
               display "ABC4418 cannot open report file, status: "
                   WS-RPT-FILE-STATUS
               move 8 to WS-RST-RETURN-CODE
               perform record-run-stats
               goback
           end-if
           perform write-report-headers
           perform write-acknowledged-section
           perform write-outstanding-section
           perform write-unacked-terminal-section
           perform write-report-totals
           close ACK-REPORT
           display "ABC4418 ack status complete, acknowledged: "
               WS-ACKED-TOTAL " outstanding: " WS-OUTSTANDING
               " terminals not acknowledged: " WS-UNACKED-TERMS
           perform record-run-stats
           goback.

       write-report-headers.
               end-if
           end-if.

      ******************************************************************
      *    BALANCED LINE OF THE TERMINAL-SORTED ACKS AGAINST THE      *
      *    TERMINAL MASTER WALK, BOTH IN TERMINAL ID ORDER.  EVERY    *
      *    ACTIVE TERMINAL WITH NO ACK AT ALL IS WRITTEN TO THE WORK  *
      *    FILE WITH ITS REGION, READY TO BE SORTED INTO REGION       *
      *    ORDER FOR PRINTING.  RETIRED TERMINALS ARE LEFT OUT.       *
      ******************************************************************
       build-unacked-terminals.
           open output UNACKED-TERM-FILE
           open input TERM-SORTED-ACKS
           if WS-TRS-FILE-STATUS not = "00"
               set term-acks-eof to true
           end-if
           perform get-next-term-ack
           open input TERMINAL-MASTER-FILE
           if WS-TRM-FILE-STATUS = "00"
               move low-values to TM-TERMINAL-ID
               start TERMINAL-MASTER-FILE key is >= TM-TERMINAL-ID
               perform until WS-TRM-FILE-STATUS not = "00"
                   read TERMINAL-MASTER-FILE next record
                   if WS-TRM-FILE-STATUS = "00"
                       perform check-terminal-acked
                       if tm-terminal-active and not terminal-acked
                           move TM-REGION-CODE to UT-REGION-CODE
                           move TM-TERMINAL-ID to UT-TERMINAL-ID
                           move TM-LOCATION    to UT-LOCATION
                           write UNACKED-TERM-RECORD
                       end-if
                   end-if
               end-perform
           end-if
           close TERMINAL-MASTER-FILE
           close TERM-SORTED-ACKS
           close UNACKED-TERM-FILE.

       check-terminal-acked.
           move "N" to WS-TERM-ACKED-SW
           perform until term-acks-eof or
                   TA-TERMINAL-ID >= TM-TERMINAL-ID
               perform get-next-term-ack
           end-perform
           perform until term-acks-eof or
                   TA-TERMINAL-ID not = TM-TERMINAL-ID
               set terminal-acked to true
               perform get-next-term-ack
           end-perform.

       get-next-term-ack.
           if not term-acks-eof
               read TERM-SORTED-ACKS
               if WS-TRS-FILE-STATUS not = "00"
                   set term-acks-eof to true
               end-if
           end-if.

      ******************************************************************
      *    THE REGION-SORTED UNACKNOWLEDGED TERMINALS PRINT STRAIGHT  *
      *    THROUGH WITH A GROUP HEADER AT EACH CHANGE OF REGION.      *
      ******************************************************************
       write-unacked-terminal-section.
           move spaces to RPT-LINE
           write RPT-LINE
           move "TERMINALS NOT YET ACKNOWLEDGED BY REGION" to SEC-TITLE
           move WS-RPT-SECTION to RPT-LINE
           write RPT-LINE
           move low-values to WS-GROUP-REGION
           open input REGION-SORTED-TERMS
           if WS-TRG-FILE-STATUS not = "00"
               set region-terms-eof to true
           end-if
           perform until region-terms-eof
               read REGION-SORTED-TERMS
               if WS-TRG-FILE-STATUS not = "00"
                   set region-terms-eof to true
               else
                   if RT-REGION-CODE not = WS-GROUP-REGION
                       move RT-REGION-CODE to WS-GROUP-REGION
                       move RT-REGION-CODE to GRP-REGION
                       move WS-RPT-REGION-LINE to RPT-LINE
                       write RPT-LINE
                   end-if
                   move RT-TERMINAL-ID to TRM-TERMINAL-ID
                   move RT-LOCATION    to TRM-LOCATION
                   move WS-RPT-TERM-LINE to RPT-LINE
                   write RPT-LINE
                   add 1 to WS-UNACKED-TERMS
               end-if
           end-perform
           close REGION-SORTED-TERMS.

       write-report-totals.
           move spaces to RPT-LINE
           write RPT-LINE
           move WS-ACKED-TOTAL to TOT-ACKED
           move WS-OUTSTANDING to TOT-OUTSTANDING
           move WS-RPT-TOTAL to RPT-LINE
           write RPT-LINE
           move WS-UNACKED-TERMS to TOT-UNACKED-TERMS
           move WS-RPT-TERM-TOTAL to RPT-LINE
           write RPT-LINE.

      ******************************************************************
      *    RUN STATISTICS FOR THE MORNING OPERATIONS STATUS REPORT.   *
      ******************************************************************
       record-run-stats.
           move "ABC4418"        to WS-RST-JOB-NAME
           move "OUTSTANDING"    to WS-RST-COUNT-NAME (1)
           move WS-OUTSTANDING   to WS-RST-COUNT-VALUE (1)
           move "ACKNOWLEDGED"   to WS-RST-COUNT-NAME (2)
           move WS-ACKED-TOTAL   to WS-RST-COUNT-VALUE (2)
           move "UNACKED TERM"   to WS-RST-COUNT-NAME (3)
           move WS-UNACKED-TERMS to WS-RST-COUNT-VALUE (3)
           move spaces           to WS-RST-COUNT-NAME (4)
           move zero             to WS-RST-COUNT-VALUE (4)
           perform write-run-stats.

       copy "runstat.cpy".
