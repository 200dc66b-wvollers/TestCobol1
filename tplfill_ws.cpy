      ******************************************************************
      *    WORKING-STORAGE FOR THE TEMPLATE PARAGRAPHS IN TPLFILL.CPY. *
      *    WS-TPL-CODE, WS-TPL-DATE AND WS-TPL-TIME ARE THE SCREEN     *
      *    FIELDS (TEMPLATE CODE AND THE DATE AND TIME TEXT TO PUT IN  *
      *    PLACE OF &DATE AND &TIME).  THE CALLER SETS THE REGION NAME *
      *    AND, OPTIONALLY, A YYYYMMDD DEFAULT DATE BEFORE EACH FILL;  *
      *    THE FILLED BODY COMES BACK IN WS-TPL-FILLED-BODY.           *
      ******************************************************************
       01  WS-TPL-AREA.
           05  WS-TPL-CODE             pic x(8)  value spaces.
           05  WS-TPL-DATE             pic x(10) value spaces.
           05  WS-TPL-TIME             pic x(8)  value spaces.
           05  WS-TPL-REGION-NAME      pic x(30) value spaces.
           05  WS-TPL-DEFAULT-DATE     pic x(8)  value spaces.
           05  WS-TPL-FOUND-SW         pic x     value "N".
               88  template-found      value "Y".
           05  WS-TPL-FITS-SW          pic x     value "Y".
               88  template-fits       value "Y".
           05  WS-TPL-BODY.
               10  WS-TPL-LINE occurs 4 times
                                       pic x(50).
           05  WS-TPL-FILLED-BODY.
               10  WS-TPL-FILLED-LINE occurs 4 times
                                       pic x(50).
           05  WS-TPL-WORK-LINE        pic x(56) value spaces.
           05  WS-TPL-DATE-VALUE       pic x(10) value spaces.
           05  WS-TPL-TIME-VALUE       pic x(8)  value spaces.
           05  WS-TPL-CLOCK            pic x(8)  value spaces.
           05  WS-TPL-VALUE            pic x(30) value spaces.
           05  WS-TPL-VALUE-LEN        pic 9(2)  value zero.
           05  WS-TPL-CHAR             pic x     value space.
           05  WS-TPL-LINE-IDX         pic 9(2)  value zero.
           05  WS-TPL-IN-POS           pic 9(2)  value zero.
           05  WS-TPL-OUT-POS          pic 9(2)  value zero.
           05  WS-TPL-CHAR-IDX         pic 9(2)  value zero.
           05  WS-TPL-FAIL-COUNT       pic 9(4)  value zero.
