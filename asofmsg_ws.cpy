      ******************************************************************
      *    WORKING-STORAGE FOR THE MESSAGE-IN-EFFECT INQUIRY          *
      *    PARAGRAPHS IN ASOFMSG.CPY.  THE CALLER FILLS IN THE        *
      *    REGION (SPACES = HOME OFFICE) AND THE AS-OF DATE AND TIME  *
      *    AND PERFORMS RESOLVE-ASOF-MESSAGE; EVERYTHING BELOW THE    *
      *    KEY IS FILLED IN BY THE PARAGRAPHS.  ALL THE -AT FIELDS    *
      *    ARE YYYYMMDDHHMMSS.                                        *
      ******************************************************************
       01  WS-ASOF-AREA.
           05  WS-ASOF-KEY.
               10  WS-ASOF-REGION      pic x(4)  value spaces.
               10  WS-ASOF-DATETIME.
                   15  WS-ASOF-DATE    pic x(8)  value spaces.
                   15  WS-ASOF-TIME    pic x(6)  value spaces.
           05  WS-ASOF-FOUND-SW        pic x     value "N".
               88  asof-message-found  value "Y".
           05  WS-ASOF-FALLBACK-SW     pic x     value "N".
               88  asof-fell-back      value "Y".
           05  WS-ASOF-SRC-REGION      pic x(4)  value spaces.
           05  WS-ASOF-SRC-DISPLAY     pic x(11) value spaces.
           05  WS-ASOF-RGN-STATUS      pic x(12) value spaces.
           05  WS-ASOF-MESSAGE.
               10  WS-ASOF-LINE occurs 4 times
                                       pic x(50).
           05  WS-ASOF-EFFECTIVE       pic x(8)  value spaces.
           05  WS-ASOF-EXPIRES         pic x(8)  value spaces.
           05  WS-ASOF-CHANGED-BY      pic x(8)  value spaces.
           05  WS-ASOF-CHANGED-AT      pic x(14) value spaces.
           05  WS-ASOF-FLASH-SW        pic x     value "N".
               88  asof-flash-live     value "Y".
           05  WS-ASOF-FLASH-MESSAGE   pic x(50) value spaces.
           05  WS-ASOF-FLASH-BY        pic x(8)  value spaces.
           05  WS-ASOF-FLASH-AT        pic x(14) value spaces.
           05  WS-ASOF-APPROVAL        pic x(12) value spaces.
           05  WS-ASOF-APPROVED-BY     pic x(8)  value spaces.
           05  WS-ASOF-APPROVED-AT     pic x(14) value spaces.
           05  WS-ASOF-SUBMITTED-BY    pic x(8)  value spaces.
           05  WS-ASOF-BASIS           pic x(40) value spaces.
           05  WS-ASOF-SHOWN-COUNT     pic 9(5)  value zero.
           05  WS-ASOF-MATCH-COUNT     pic 9(5)  value zero.
           05  WS-ASOF-EV-MATCH-SW     pic x     value "N".
               88  asof-evidence-matches value "Y".
           05  WS-ASOF-LOOKUP-REGION   pic x(4)  value spaces.
           05  WS-ASOF-RGN-DIST-SW     pic x     value "N".
               88  asof-region-distributable value "Y".
           05  WS-ASOF-SCAN-DONE-SW    pic x     value "N".
               88  asof-scan-done      value "Y".
           05  WS-ASOF-ACTIVE-SW       pic x     value "N".
               88  asof-row-active     value "Y".
           05  WS-ASOF-LATER-SW        pic x     value "N".
               88  asof-later-change   value "Y".
           05  WS-ASOF-ROW-EFFECTIVE   pic x(8)  value spaces.
           05  WS-ASOF-ROW-EXPIRES     pic x(8)  value spaces.
      $if use-sql defined
       EXEC SQL BEGIN DECLARE SECTION END-EXEC
           01 ws-asof-sql-region     pic x(4).
           01 ws-asof-sql-message    pic x(200).
           01 ws-asof-sql-flash      pic x.
           01 ws-asof-sql-date       pic x(8).
           01 ws-asof-sql-at         pic x(26).
           01 ws-asof-sql-effective  pic x(8).
           01 ws-asof-sql-expires    pic x(8).
           01 ws-asof-sql-changed-by pic x(8).
           01 ws-asof-sql-changed-at pic x(26).
           01 ws-asof-sql-action     pic x.
       EXEC SQL END DECLARE SECTION END-EXEC
      $end
