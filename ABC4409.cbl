      *    GROUP) FOR EVERY REGION; THE DISTRICT MANAGERS KEY THE     *
      *    REAL GROUPS IN WM_M03 AFTERWARDS.                          *
      *                                                               *
      *    THE SAME REGOLD PASS SEEDS THE NEW TERMINAL MASTER WITH    *
      *    ONE TERMINAL PER REGION, TERMINAL ID EQUAL TO THE REGION   *
      *    CODE, BECAUSE THAT IS WHAT THE SIGN-ON DISPLAY ASSUMED     *
      *    BEFORE THE TERMINAL MASTER EXISTED.  THOSE TERMINALS KEEP  *
      *    SIGNING ON TO THEIR OWN REGION AND THE REST ARE KEYED IN   *
      *    WM_M06 AFTERWARDS.                                         *
      *                                                               *
      *    SECAOLD (THE 75-BYTE SECURITY AUDIT TRAIL) IS COPIED TO    *
      *    THE NEW 85-BYTE SECAUDIT WITH THE OLD AND NEW REGION       *
      *    SCOPE BLANK, SO THE QUARTER'S HISTORY STAYS IN FRONT OF    *
      *    ABC4419.  THE OPERSEC RELOAD ALSO LEAVES EVERY OPERATOR'S  *
      *    SCOPE BLANK: LEVEL R OPERATORS MAINTAIN NO REGION UNTIL    *
      *    THE SECURITY ADMIN KEYS THEIR REGION OR GROUP IN WM_M09.   *
      *                                                               *
      *    EITHER CONVERSION IS SKIPPED WITH A MESSAGE WHEN ITS       *
      *    INPUT IS NOT PRESENT, SO A SITE RUNS ONLY WHAT APPLIES.    *
      ******************************************************************
           SELECT REGION-OLD-FILE ASSIGN TO "REGOLD"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-OLD-RGN-STATUS.
           SELECT SEC-AUDIT-OLD-FILE ASSIGN TO "SECAOLD"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-OLD-AUD-STATUS.
           SELECT SEC-AUDIT-FILE ASSIGN TO "SECAUDIT"
               ORGANIZATION SEQUENTIAL
               FILE STATUS WS-AUD-FILE-STATUS.
           copy "pendingmsg_io.cpy".
           copy "region_io.cpy".
           copy "terminal_io.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-OLD-FILE.
           05  OS-PWD-CHANGE-SW        pic x.
           05  OS-FAIL-COUNT           pic 9(2).
           05  OS-LOCKOUT-SW           pic x.
           05  OS-SCOPE-TYPE           pic x.
           05  OS-SCOPE-CODE           pic x(4).
       FD  SEC-AUDIT-OLD-FILE.
       01  OLD-SA-RECORD.
           05  OA-AUDIT-DATA           pic x(75).
       FD  SEC-AUDIT-FILE.
       01  SEC-AUDIT-RECORD.
           05  SA-AUDIT-DATA           pic x(75).
           05  SA-OLD-SCOPE            pic x(5).
           05  SA-NEW-SCOPE            pic x(5).
       FD  PEND-OLD-FILE.
       01  OLD-PM-RECORD.
           05  OP-PENDING-ID           pic 9(6).
           05  OR-REGION-NAME          pic x(30).
           05  OR-ACTIVE-FLAG          pic x.
       copy "region_fd.cpy".
       copy "terminal_fd.cpy".
       WORKING-STORAGE SECTION.
       01  WS-OLD-SEC-STATUS           pic xx value "00".
       01  WS-SEC-FILE-STATUS          pic xx value "00".
       01  WS-SEC-CONVERTED            pic 9(6) value zero.
       01  WS-PND-CONVERTED            pic 9(6) value zero.
       01  WS-RGN-CONVERTED            pic 9(6) value zero.
       01  WS-TRM-FILE-STATUS          pic xx value "00".
       01  WS-TRM-SEEDED               pic 9(6) value zero.
       01  WS-RUN-DATE                 pic x(8) value spaces.
       01  WS-OLD-AUD-STATUS           pic xx value "00".
       01  WS-AUD-FILE-STATUS          pic xx value "00".
       01  WS-AUD-CONVERTED            pic 9(6) value zero.
       PROCEDURE DIVISION.
           accept WS-RUN-DATE from date yyyymmdd
           perform convert-opersec-file
           perform convert-pendmsg-file
           perform convert-region-file
           perform convert-secaudit-file
           goback.

       convert-opersec-file.
           move "Y"               to OS-PWD-CHANGE-SW
           move zero              to OS-FAIL-COUNT
           move "N"               to OS-LOCKOUT-SW
           move space             to OS-SCOPE-TYPE
           move spaces            to OS-SCOPE-CODE
           write OPERATOR-SEC-RECORD
           if WS-SEC-FILE-STATUS = "00"
               add 1 to WS-SEC-CONVERTED
                   OO-OPERATOR-ID " status: " WS-SEC-FILE-STATUS
           end-if.

       convert-secaudit-file.
           open input SEC-AUDIT-OLD-FILE
           if WS-OLD-AUD-STATUS not = "00"
               display "ABC4409 no SECAOLD input, "
                   "SECAUDIT conversion skipped"
           else
               open output SEC-AUDIT-FILE
               if WS-AUD-FILE-STATUS not = "00"
                   display "ABC4409 cannot open SECAUDIT, status: "
                       WS-AUD-FILE-STATUS
               else
                   perform until WS-OLD-AUD-STATUS not = "00"
                       read SEC-AUDIT-OLD-FILE
                       if WS-OLD-AUD-STATUS = "00"
                           move OA-AUDIT-DATA to SA-AUDIT-DATA
                           move spaces to SA-OLD-SCOPE
                           move spaces to SA-NEW-SCOPE
                           write SEC-AUDIT-RECORD
                           add 1 to WS-AUD-CONVERTED
                       end-if
                   end-perform
                   close SEC-AUDIT-FILE
                   display "ABC4409 SECAUDIT records converted: "
                       WS-AUD-CONVERTED
               end-if
           end-if
           close SEC-AUDIT-OLD-FILE.

       convert-pendmsg-file.
           open input PEND-OLD-FILE
           if WS-OLD-PND-STATUS not = "00"
                   display "ABC4409 cannot open REGIONS, status: "
                       WS-RGN-FILE-STATUS
               else
                   open output TERMINAL-MASTER-FILE
                   if WS-TRM-FILE-STATUS not = "00"
                       display "ABC4409 cannot open TERMINAL, status: "
                           WS-TRM-FILE-STATUS
                           ", terminal master not seeded"
                   end-if
                   perform until WS-OLD-RGN-STATUS not = "00"
                       read REGION-OLD-FILE
                       if WS-OLD-RGN-STATUS = "00"
                           perform write-new-region-record
                           if WS-TRM-FILE-STATUS = "00"
                               perform write-seed-terminal-record
                           end-if
                       end-if
                   end-perform
                   close REGION-MASTER-FILE
                   close TERMINAL-MASTER-FILE
                   display "ABC4409 REGIONS records converted: "
                       WS-RGN-CONVERTED
                   display "ABC4409 TERMINAL records seeded: "
                       WS-TRM-SEEDED
               end-if
           end-if
           close REGION-OLD-FILE.
                   OR-REGION-CODE " status: " WS-RGN-FILE-STATUS
           end-if.

       write-seed-terminal-record.
           move OR-REGION-CODE to TM-TERMINAL-ID
           move OR-REGION-CODE to TM-REGION-CODE
           move OR-REGION-NAME to TM-LOCATION
           move OR-ACTIVE-FLAG to TM-ACTIVE-FLAG
           move WS-RUN-DATE    to TM-DATE-ADDED
           write TM-RECORD
           if WS-TRM-FILE-STATUS = "00"
               add 1 to WS-TRM-SEEDED
           else
               display "ABC4409 TERMINAL write failed, terminal: "
                   OR-REGION-CODE " status: " WS-TRM-FILE-STATUS
               move "00" to WS-TRM-FILE-STATUS
           end-if.

       write-new-pending-record.
           move OP-PENDING-ID     to PM-PENDING-ID
           move OP-REGION-CODE    to PM-REGION-CODE
