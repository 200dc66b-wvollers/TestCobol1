      ******************************************************************
      *    MESSAGE-IN-EFFECT INQUIRY PARAGRAPHS, SHARED BY THE ONLINE *
      *    INQUIRY (WM_M07) AND ITS BATCH PRINT (ABC4425).  REBUILDS  *
      *    WHAT THE SIGN-ON DISPLAY (ABC4420) WOULD HAVE SHOWN FOR    *
      *    WS-ASOF-REGION AT WS-ASOF-DATE/WS-ASOF-TIME BY THE SAME    *
      *    RULES: AMONG THE ROWS ACTIVE ON THAT DATE THE LATEST       *
      *    EFFECTIVE DATE WINS, A REGION WITH NOTHING LIVE (OR NOT    *
      *    DISTRIBUTABLE) FALLS BACK TO THE HOME OFFICE MESSAGE, AND  *
      *    A LIVE FLASH BROADCAST SHOWS ABOVE THE NORMAL MESSAGE.     *
      *    ALSO FINDS WHO LAST CHANGED IT, WHO APPROVED IT IN WM_M04  *
      *    (HOME OFFICE MESSAGES ONLY) AND, FROM WMDSPLOG, WHO WAS    *
      *    SHOWN WHAT ON THAT DATE.                                   *
      *                                                               *
      *    THE PROGRAM COPYING THIS MUST DECLARE THE REGION MASTER,   *
      *    BROADCAST SAVE, PENDING MESSAGE AND DISPLAY LOG FILES      *
      *    (AND THE WELCOME MESSAGE FILE IN THE NON-SQL BUILD), COPY  *
      *    ASOFMSG_WS.CPY, AND SUPPLY A NOTE-DISPLAY-EVIDENCE         *
      *    PARAGRAPH, PERFORMED ONCE FOR EACH DISPLAY LOG RECORD THAT *
      *    BELONGS TO THE INQUIRY.                                    *
      *                                                               *
      *    THE MESSAGE STORE KEEPS ONLY THE CURRENT TEXT OF EACH ROW, *
      *    SO A ROW CHANGED SINCE THE AS-OF TIME CANNOT BE SHOWN AS   *
      *    IT WAS.  THE NON-SQL BUILD LEAVES SUCH A ROW OUT AND SAYS  *
      *    SO IN WS-ASOF-BASIS; THE SQL BUILD CONFIRMS THE CURRENT    *
      *    TEXT AGAINST SYSTEMMESSAGESHISTORY AND, WHEN IT WAS NOT    *
      *    YET WRITTEN AT THE AS-OF TIME, TAKES THE LAST TEXT THE     *
      *    HISTORY SHOWS FOR THE REGION INSTEAD.                      *
      ******************************************************************
       resolve-asof-message.
           move "N" to WS-ASOF-FOUND-SW
           move "N" to WS-ASOF-FALLBACK-SW
           move "N" to WS-ASOF-FLASH-SW
           move "N" to WS-ASOF-LATER-SW
           move spaces to WS-ASOF-SRC-REGION
           move spaces to WS-ASOF-SRC-DISPLAY
           move spaces to WS-ASOF-MESSAGE
           move spaces to WS-ASOF-EFFECTIVE
           move spaces to WS-ASOF-EXPIRES
           move spaces to WS-ASOF-CHANGED-BY
           move spaces to WS-ASOF-CHANGED-AT
           move spaces to WS-ASOF-FLASH-MESSAGE
           move spaces to WS-ASOF-FLASH-BY
           move spaces to WS-ASOF-FLASH-AT
           move spaces to WS-ASOF-APPROVAL
           move spaces to WS-ASOF-APPROVED-BY
           move spaces to WS-ASOF-APPROVED-AT
           move spaces to WS-ASOF-SUBMITTED-BY
           move spaces to WS-ASOF-BASIS
           if WS-ASOF-TIME = spaces
               move "235959" to WS-ASOF-TIME
           end-if
           move WS-ASOF-REGION to WS-ASOF-LOOKUP-REGION
           perform asof-check-region
           if not asof-region-distributable
               move spaces to WS-ASOF-LOOKUP-REGION
               move "Y" to WS-ASOF-FALLBACK-SW
           end-if
           perform asof-find-message
           if not asof-message-found and
                   WS-ASOF-LOOKUP-REGION not = spaces
               move spaces to WS-ASOF-LOOKUP-REGION
               move "Y" to WS-ASOF-FALLBACK-SW
               perform asof-find-message
           end-if
           move WS-ASOF-LOOKUP-REGION to WS-ASOF-SRC-REGION
           if WS-ASOF-SRC-REGION = spaces
               move "HOME OFFICE" to WS-ASOF-SRC-DISPLAY
           else
               move WS-ASOF-SRC-REGION to WS-ASOF-SRC-DISPLAY
           end-if
           perform asof-find-approval.

      ******************************************************************
      *    THE REGION STATUS IS TAKEN FROM THE REGION MASTER AS IT    *
      *    STANDS NOW; THE MASTER KEEPS NO DATED HISTORY.             *
      ******************************************************************
       asof-check-region.
           if WS-ASOF-LOOKUP-REGION = spaces
               move "Y" to WS-ASOF-RGN-DIST-SW
               move "HOME OFFICE" to WS-ASOF-RGN-STATUS
           else
               move "N" to WS-ASOF-RGN-DIST-SW
               move "NOT ON FILE" to WS-ASOF-RGN-STATUS
               move WS-ASOF-LOOKUP-REGION to RG-REGION-CODE
               open input REGION-MASTER-FILE
               if WS-RGN-FILE-STATUS = "00"
                   read REGION-MASTER-FILE
                       invalid key
                           continue
                       not invalid key
                           if rg-region-active
                               move "Y" to WS-ASOF-RGN-DIST-SW
                               move "ACTIVE" to WS-ASOF-RGN-STATUS
                           else
                               move "INACTIVE" to WS-ASOF-RGN-STATUS
                           end-if
                   end-read
               end-if
               close REGION-MASTER-FILE
           end-if.

       asof-check-row-active.
           move "Y" to WS-ASOF-ACTIVE-SW
           if WS-ASOF-ROW-EFFECTIVE not = spaces and
                   WS-ASOF-ROW-EFFECTIVE > WS-ASOF-DATE
               move "N" to WS-ASOF-ACTIVE-SW
           end-if
           if WS-ASOF-ROW-EXPIRES not = spaces and
                   WS-ASOF-ROW-EXPIRES < WS-ASOF-DATE
               move "N" to WS-ASOF-ACTIVE-SW
           end-if.

      $if use-sql defined
      ******************************************************************
      *    THE NORMAL MESSAGE COMES FROM THE ROWS OF SYSTEMMESSAGES   *
      *    ACTIVE ON THE AS-OF DATE, CONFIRMED AGAINST THE HISTORY.   *
      *    THE FLASH LINE COMES FROM THE HISTORY ALONE: A BROADCAST   *
      *    (ACTION B) IS LIVE UNTIL THE NEXT RESTORE OR REACTIVATE    *
      *    (ACTION R) OF THE SAME REGION.                             *
      ******************************************************************
       asof-find-message.
           move spaces to WS-ASOF-MESSAGE
           move "N" to WS-ASOF-FLASH-SW
           move spaces to WS-ASOF-FLASH-MESSAGE
           move WS-ASOF-LOOKUP-REGION to ws-asof-sql-region
           move WS-ASOF-DATE to ws-asof-sql-date
           move spaces to ws-asof-sql-at
           string WS-ASOF-DATETIME delimited by size
                  "99" delimited by size
                  into ws-asof-sql-at
           EXEC SQL
             DECLARE asof-cur CURSOR FOR
             select Message, FlashFlag, EffectiveDate, ExpiresDate
             from SystemMessages
             where Region-Code = :ws-asof-sql-region
               and (EffectiveDate is null or EffectiveDate = ' '
                    or EffectiveDate <= :ws-asof-sql-date)
               and (ExpiresDate is null or ExpiresDate = ' '
                    or ExpiresDate >= :ws-asof-sql-date)
             order by EffectiveDate
           END-EXEC
           EXEC SQL OPEN asof-cur END-EXEC
           perform until sqlcode not = 0
               EXEC SQL
                 FETCH asof-cur
                   INTO :ws-asof-sql-message, :ws-asof-sql-flash,
                        :ws-asof-sql-effective, :ws-asof-sql-expires
               END-EXEC
               if sqlcode = 0 and ws-asof-sql-flash not = "Y"
                   move ws-asof-sql-message   to WS-ASOF-MESSAGE
                   move ws-asof-sql-effective to WS-ASOF-EFFECTIVE
                   move ws-asof-sql-expires   to WS-ASOF-EXPIRES
               end-if
           end-perform
           EXEC SQL CLOSE asof-cur END-EXEC
           if WS-ASOF-MESSAGE not = spaces
               perform asof-confirm-from-history
           else
               perform asof-message-from-history
           end-if
           perform asof-flash-from-history
           if asof-flash-live and WS-ASOF-MESSAGE = spaces
               perform asof-saved-regular-message
           end-if
           if WS-ASOF-MESSAGE not = spaces or asof-flash-live
               move "Y" to WS-ASOF-FOUND-SW
           end-if.

       asof-confirm-from-history.
           move WS-ASOF-MESSAGE to ws-asof-sql-message
           EXEC SQL
             select ChangedBy, ChangedAt
               into :ws-asof-sql-changed-by, :ws-asof-sql-changed-at
             from SystemMessagesHistory
             where Region-Code = :ws-asof-sql-region
               and Message = :ws-asof-sql-message
               and Action in ('I', 'U', 'R')
               and ChangedAt <= :ws-asof-sql-at
             order by ChangedAt desc
             fetch first 1 rows only
           END-EXEC
           if sqlcode = 0
               move ws-asof-sql-changed-by to WS-ASOF-CHANGED-BY
               move ws-asof-sql-changed-at (1:14)
                   to WS-ASOF-CHANGED-AT
               move "CURRENT TABLE, CONFIRMED BY HISTORY"
                   to WS-ASOF-BASIS
           else
               move "CURRENT TABLE, NO EARLIER HISTORY"
                   to WS-ASOF-BASIS
               perform asof-message-from-history
           end-if.

      *    THE HISTORY CARRIES NO EFFECTIVE OR EXPIRES DATES, SO THE
      *    LAST TEXT WRITTEN FOR THE REGION BEFORE THE AS-OF TIME IS
      *    TAKEN AS THE ONE SHOWING.  A DELETE LEAVES NOTHING.  WITH
      *    NO HISTORY AT ALL BEFORE THE AS-OF TIME THE CALLER'S TEXT
      *    IS LEFT AS IT IS.
       asof-message-from-history.
           EXEC SQL
             select Message, ChangedBy, ChangedAt, Action
               into :ws-asof-sql-message, :ws-asof-sql-changed-by,
                    :ws-asof-sql-changed-at, :ws-asof-sql-action
             from SystemMessagesHistory
             where Region-Code = :ws-asof-sql-region
               and Action in ('I', 'U', 'R', 'D')
               and ChangedAt <= :ws-asof-sql-at
             order by ChangedAt desc
             fetch first 1 rows only
           END-EXEC
           if sqlcode = 0
               move spaces to WS-ASOF-EFFECTIVE
               move spaces to WS-ASOF-EXPIRES
               move ws-asof-sql-changed-by to WS-ASOF-CHANGED-BY
               move ws-asof-sql-changed-at (1:14)
                   to WS-ASOF-CHANGED-AT
               if ws-asof-sql-action = "D"
                   move spaces to WS-ASOF-MESSAGE
                   move "HISTORY, DELETED BY AS-OF TIME"
                       to WS-ASOF-BASIS
               else
                   move ws-asof-sql-message to WS-ASOF-MESSAGE
                   move "HISTORY, LATER CHANGE ON TABLE"
                       to WS-ASOF-BASIS
               end-if
           end-if.

       asof-flash-from-history.
           EXEC SQL
             select Message, ChangedBy, ChangedAt, Action
               into :ws-asof-sql-message, :ws-asof-sql-changed-by,
                    :ws-asof-sql-changed-at, :ws-asof-sql-action
             from SystemMessagesHistory
             where Region-Code = :ws-asof-sql-region
               and Action in ('B', 'R')
               and ChangedAt <= :ws-asof-sql-at
             order by ChangedAt desc
             fetch first 1 rows only
           END-EXEC
           if sqlcode = 0 and ws-asof-sql-action = "B"
               move "Y" to WS-ASOF-FLASH-SW
               move ws-asof-sql-message (1:50)
                   to WS-ASOF-FLASH-MESSAGE
               move ws-asof-sql-changed-by to WS-ASOF-FLASH-BY
               move ws-asof-sql-changed-at (1:14) to WS-ASOF-FLASH-AT
           end-if.
      $else
      ******************************************************************
      *    WALKS THE REGION'S GROUP THE WAY THE SIGN-ON DISPLAY DOES, *
      *    SKIPPING ANY ROW WRITTEN AFTER THE AS-OF TIME.  A          *
      *    BROADCAST SENT AFTER THE AS-OF TIME STILL SITS ON THE      *
      *    BLANK-EFFECTIVE ROW, BUT THE BROADCAST SAVE FILE HOLDS     *
      *    THE ROW IT REPLACED, SO THAT ROW IS USED IN ITS PLACE.     *
      ******************************************************************
       asof-find-message.
           move spaces to WS-ASOF-MESSAGE
           move "N" to WS-ASOF-FLASH-SW
           move spaces to WS-ASOF-FLASH-MESSAGE
           move "N" to WS-ASOF-SCAN-DONE-SW
           move WS-ASOF-LOOKUP-REGION to WM-REGION-CODE
           move low-values to WM-EFFECTIVE-DATE
           open input WELCOME-MSG-FILE
           if WS-WM-FILE-STATUS = "00"
               start WELCOME-MSG-FILE key is >= WM-MSG-KEY
               perform until WS-WM-FILE-STATUS not = "00" or
                       asof-scan-done
                   read WELCOME-MSG-FILE next record
                   if WS-WM-FILE-STATUS not = "00" or
                           WM-REGION-CODE not = WS-ASOF-LOOKUP-REGION
                       set asof-scan-done to true
                   else
                       perform asof-apply-message-row
                   end-if
               end-perform
           end-if
           close WELCOME-MSG-FILE
           if asof-flash-live and WS-ASOF-MESSAGE = spaces
               perform asof-saved-regular-message
           end-if
           if WS-ASOF-MESSAGE not = spaces or asof-flash-live
               move "Y" to WS-ASOF-FOUND-SW
           end-if
           if asof-later-change
               move "MESSAGE FILE, LATER CHANGE LEFT OUT"
                   to WS-ASOF-BASIS
           else
               move "MESSAGE FILE AS IT STANDS"
                   to WS-ASOF-BASIS
           end-if.

       asof-apply-message-row.
           evaluate true
               when WM-CHANGED-AT = spaces or
                       WM-CHANGED-AT (1:14) not > WS-ASOF-DATETIME
                   move WM-EFFECTIVE-DATE to WS-ASOF-ROW-EFFECTIVE
                   move WM-EXPIRES-DATE   to WS-ASOF-ROW-EXPIRES
                   perform asof-check-row-active
                   if asof-row-active
                       if wm-flash-priority
                           move "Y" to WS-ASOF-FLASH-SW
                           move WM-MESSAGE (1:50)
                               to WS-ASOF-FLASH-MESSAGE
                           move WM-CHANGED-BY to WS-ASOF-FLASH-BY
                           move WM-CHANGED-AT (1:14)
                               to WS-ASOF-FLASH-AT
                       else
                           move WM-MESSAGE to WS-ASOF-MESSAGE
                           move WM-EFFECTIVE-DATE
                               to WS-ASOF-EFFECTIVE
                           move WM-EXPIRES-DATE to WS-ASOF-EXPIRES
                           move WM-CHANGED-BY to WS-ASOF-CHANGED-BY
                           move WM-CHANGED-AT (1:14)
                               to WS-ASOF-CHANGED-AT
                       end-if
                   end-if
               when wm-flash-priority and WM-EFFECTIVE-DATE = spaces
                   perform asof-pre-broadcast-row
               when other
                   move "Y" to WS-ASOF-LATER-SW
           end-evaluate.

       asof-pre-broadcast-row.
           move WS-ASOF-LOOKUP-REGION to BS-REGION-CODE
           open input BROADCAST-SAVE-FILE
           if WS-BCS-FILE-STATUS = "00"
               read BROADCAST-SAVE-FILE
                   invalid key
                       continue
                   not invalid key
                       if bs-had-message and
                               (BS-CHANGED-AT = spaces or
                                BS-CHANGED-AT (1:14)
                                    not > WS-ASOF-DATETIME)
                           move BS-EFFECTIVE-DATE
                               to WS-ASOF-ROW-EFFECTIVE
                           move BS-EXPIRES-DATE
                               to WS-ASOF-ROW-EXPIRES
                           perform asof-check-row-active
                           if asof-row-active
                               move BS-MESSAGE to WS-ASOF-MESSAGE
                               move BS-EFFECTIVE-DATE
                                   to WS-ASOF-EFFECTIVE
                               move BS-EXPIRES-DATE
                                   to WS-ASOF-EXPIRES
                               move BS-CHANGED-BY
                                   to WS-ASOF-CHANGED-BY
                               move BS-CHANGED-AT (1:14)
                                   to WS-ASOF-CHANGED-AT
                           end-if
                       end-if
               end-read
           end-if
           close BROADCAST-SAVE-FILE.
      $end

      ******************************************************************
      *    UNDER A LIVE BROADCAST THE REGION'S NORMAL MESSAGE IS THE  *
      *    ONE WM_M05 SAVED, AS ON THE SIGN-ON SCREEN.                *
      ******************************************************************
       asof-saved-regular-message.
           move WS-ASOF-LOOKUP-REGION to BS-REGION-CODE
           open input BROADCAST-SAVE-FILE
           if WS-BCS-FILE-STATUS = "00"
               read BROADCAST-SAVE-FILE
                   invalid key
                       continue
                   not invalid key
                       if bs-had-message
                           move BS-EFFECTIVE-DATE
                               to WS-ASOF-ROW-EFFECTIVE
                           move BS-EXPIRES-DATE
                               to WS-ASOF-ROW-EXPIRES
                           perform asof-check-row-active
                           if asof-row-active
                               move BS-MESSAGE to WS-ASOF-MESSAGE
                               move BS-EFFECTIVE-DATE
                                   to WS-ASOF-EFFECTIVE
                               move BS-EXPIRES-DATE
                                   to WS-ASOF-EXPIRES
                               move BS-CHANGED-BY
                                   to WS-ASOF-CHANGED-BY
                               move BS-CHANGED-AT (1:14)
                                   to WS-ASOF-CHANGED-AT
                           end-if
                       end-if
               end-read
           end-if
           close BROADCAST-SAVE-FILE.

      ******************************************************************
      *    ONLY HOME OFFICE CHANGES GO THROUGH WM_M04.  THE APPROVAL   *
      *    IS THE LATEST APPROVED QUEUE ENTRY FOR THE SAME TEXT        *
      *    REVIEWED BY THE AS-OF TIME.  COMPLETED ENTRIES ARE PURGED   *
      *    BY ABC4416 AFTER THE RETENTION PERIOD, SO AN OLD APPROVAL   *
      *    MAY NO LONGER BE ON THE QUEUE.                              *
      ******************************************************************
       asof-find-approval.
           evaluate true
               when not asof-message-found or
                       WS-ASOF-MESSAGE = spaces
                   move spaces to WS-ASOF-APPROVAL
               when WS-ASOF-SRC-REGION not = spaces
                   move "NOT REQUIRED" to WS-ASOF-APPROVAL
               when other
                   move "NOT ON QUEUE" to WS-ASOF-APPROVAL
                   open input PENDING-MSG-FILE
                   if WS-PND-FILE-STATUS = "00"
                       move zero to PM-PENDING-ID
                       start PENDING-MSG-FILE
                           key is >= PM-PENDING-ID
                       perform until WS-PND-FILE-STATUS not = "00"
                           read PENDING-MSG-FILE next record
                           if WS-PND-FILE-STATUS = "00"
                               perform asof-check-approval-entry
                           end-if
                       end-perform
                   end-if
                   close PENDING-MSG-FILE
           end-evaluate.

       asof-check-approval-entry.
           if PM-REGION-CODE = spaces and
                   pm-status-approved and
                   not pm-action-delete and
                   PM-NEW-MESSAGE = WS-ASOF-MESSAGE and
                   PM-REVIEWED-AT (1:14) not > WS-ASOF-DATETIME and
                   (WS-ASOF-APPROVED-AT = spaces or
                    PM-REVIEWED-AT (1:14) > WS-ASOF-APPROVED-AT)
               move "APPROVED"         to WS-ASOF-APPROVAL
               move PM-REVIEWED-BY     to WS-ASOF-APPROVED-BY
               move PM-REVIEWED-AT (1:14) to WS-ASOF-APPROVED-AT
               move PM-SUBMITTED-BY    to WS-ASOF-SUBMITTED-BY
           end-if.

      ******************************************************************
      *    EVERY DISPLAY LOG RECORD FOR THE AS-OF DATE THAT BELONGS   *
      *    TO THE INQUIRY: FOR A REGION, THE SIGN-ONS FROM ITS        *
      *    TERMINALS; FOR THE HOME OFFICE, EVERY SIGN-ON THAT WAS     *
      *    SHOWN THE HOME OFFICE MESSAGE.  WS-ASOF-EV-MATCH-SW SAYS   *
      *    WHETHER THE RECORD SHOWED THE TEXT REBUILT ABOVE.          *
      ******************************************************************
       asof-scan-display-log.
           move zero to WS-ASOF-SHOWN-COUNT
           move zero to WS-ASOF-MATCH-COUNT
           open input MSG-DISPLAY-LOG
           if WS-DSP-FILE-STATUS = "00"
               perform until WS-DSP-FILE-STATUS not = "00"
                   read MSG-DISPLAY-LOG
                   if WS-DSP-FILE-STATUS = "00" and
                           MD-TIMESTAMP (1:8) = WS-ASOF-DATE
                       perform asof-check-display-record
                   end-if
               end-perform
           end-if
           close MSG-DISPLAY-LOG.

       asof-check-display-record.
           if (WS-ASOF-REGION = spaces and MD-MSG-REGION = spaces)
                   or (WS-ASOF-REGION not = spaces and
                       MD-REGION-CODE = WS-ASOF-REGION)
               add 1 to WS-ASOF-SHOWN-COUNT
               move "N" to WS-ASOF-EV-MATCH-SW
               if md-flash-shown
                   if asof-flash-live and
                           MD-MESSAGE (1:50) = WS-ASOF-FLASH-MESSAGE
                       move "Y" to WS-ASOF-EV-MATCH-SW
                   end-if
               else
                   if MD-MESSAGE = WS-ASOF-MESSAGE
                       move "Y" to WS-ASOF-EV-MATCH-SW
                   end-if
               end-if
               if asof-evidence-matches
                   add 1 to WS-ASOF-MATCH-COUNT
               end-if
               perform note-display-evidence
           end-if.
