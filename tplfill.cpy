      ******************************************************************
      *    MESSAGE TEMPLATE PARAGRAPHS, SHARED BY SETUP WELCOME       *
      *    MESSAGE (WM_M01) AND EMERGENCY BROADCAST (WM_M05).         *
      *    LOAD-MESSAGE-TEMPLATE READS THE TEMPLATE KEYED IN          *
      *    WS-TPL-CODE; FILL-MESSAGE-TEMPLATE THEN BUILDS THE BODY    *
      *    FOR ONE REGION, REPLACING:                                 *
      *      &REGION  WITH WS-TPL-REGION-NAME                         *
      *      &DATE    WITH THE KEYED DATE TEXT, OR ELSE THE DEFAULT   *
      *               DATE (TODAY IF NONE), AS MM/DD/YYYY             *
      *      &TIME    WITH THE KEYED TIME TEXT, OR ELSE THE CURRENT   *
      *               TIME AS HH:MM                                   *
      *    A LINE THAT NO LONGER FITS IN 50 CHARACTERS ONCE FILLED    *
      *    TURNS OFF TEMPLATE-FITS.  THE CALLER THEN PUTS THE FILLED  *
      *    BODY THROUGH ITS OWN MESSAGE CHECKS, AS IF IT HAD BEEN     *
      *    TYPED.                                                     *
      *                                                               *
      *    THE PROGRAM COPYING THIS MUST DECLARE THE TEMPLATE FILE    *
      *    (TEMPLATE_IO.CPY / TEMPLATE_FD.CPY) AND WS-TPL-FILE-STATUS *
      *    AND COPY TPLFILL_WS.CPY.                                   *
      ******************************************************************
       load-message-template.
           move "N" to WS-TPL-FOUND-SW
           move spaces to WS-TPL-BODY
           move WS-TPL-CODE to TP-TEMPLATE-CODE
           open input TEMPLATE-FILE
           if WS-TPL-FILE-STATUS = "00"
               read TEMPLATE-FILE
                   invalid key
                       continue
                   not invalid key
                       move "Y" to WS-TPL-FOUND-SW
                       move TP-BODY to WS-TPL-BODY
               end-read
           end-if
           close TEMPLATE-FILE.

       fill-message-template.
           perform set-template-date-time
           move spaces to WS-TPL-FILLED-BODY
           move "Y" to WS-TPL-FITS-SW
           perform varying WS-TPL-LINE-IDX from 1 by 1
                   until WS-TPL-LINE-IDX > 4
               perform fill-template-line
           end-perform.

       set-template-date-time.
           move spaces to WS-TPL-DATE-VALUE
           if WS-TPL-DATE not = spaces
               move WS-TPL-DATE to WS-TPL-DATE-VALUE
           else
               if WS-TPL-DEFAULT-DATE is numeric
                   move WS-TPL-DEFAULT-DATE to WS-TPL-CLOCK
               else
                   accept WS-TPL-CLOCK from date yyyymmdd
               end-if
               string WS-TPL-CLOCK (5:2) delimited by size
                      "/"                delimited by size
                      WS-TPL-CLOCK (7:2) delimited by size
                      "/"                delimited by size
                      WS-TPL-CLOCK (1:4) delimited by size
                      into WS-TPL-DATE-VALUE
           end-if
           move spaces to WS-TPL-TIME-VALUE
           if WS-TPL-TIME not = spaces
               move WS-TPL-TIME to WS-TPL-TIME-VALUE
           else
               accept WS-TPL-CLOCK from time
               string WS-TPL-CLOCK (1:2) delimited by size
                      ":"                delimited by size
                      WS-TPL-CLOCK (3:2) delimited by size
                      into WS-TPL-TIME-VALUE
           end-if.

      *    THE LINE IS SCANNED IN A WORK AREA SIX BYTES LONGER THAN
      *    THE LINE, SO A PLACEHOLDER TEST NEAR THE END NEVER RUNS
      *    PAST IT.
       fill-template-line.
           move spaces to WS-TPL-WORK-LINE
           move WS-TPL-LINE (WS-TPL-LINE-IDX) to WS-TPL-WORK-LINE
           move 1 to WS-TPL-OUT-POS
           move 1 to WS-TPL-IN-POS
           perform until WS-TPL-IN-POS > 50
               evaluate true
                   when WS-TPL-WORK-LINE (WS-TPL-IN-POS:7) = "&REGION"
                       move WS-TPL-REGION-NAME to WS-TPL-VALUE
                       add 7 to WS-TPL-IN-POS
                       perform append-template-value
                   when WS-TPL-WORK-LINE (WS-TPL-IN-POS:5) = "&DATE"
                       move WS-TPL-DATE-VALUE to WS-TPL-VALUE
                       add 5 to WS-TPL-IN-POS
                       perform append-template-value
                   when WS-TPL-WORK-LINE (WS-TPL-IN-POS:5) = "&TIME"
                       move WS-TPL-TIME-VALUE to WS-TPL-VALUE
                       add 5 to WS-TPL-IN-POS
                       perform append-template-value
                   when other
                       move WS-TPL-WORK-LINE (WS-TPL-IN-POS:1)
                           to WS-TPL-CHAR
                       perform append-template-char
                       add 1 to WS-TPL-IN-POS
               end-evaluate
           end-perform.

      *    TRAILING SPACES OF THE VALUE ARE DROPPED SO THE TEXT AFTER
      *    THE PLACEHOLDER FOLLOWS ON DIRECTLY.
       append-template-value.
           if WS-TPL-VALUE = spaces
               move zero to WS-TPL-VALUE-LEN
           else
               move 30 to WS-TPL-VALUE-LEN
               perform until WS-TPL-VALUE (WS-TPL-VALUE-LEN:1)
                       not = space
                   subtract 1 from WS-TPL-VALUE-LEN
               end-perform
           end-if
           perform varying WS-TPL-CHAR-IDX from 1 by 1
                   until WS-TPL-CHAR-IDX > WS-TPL-VALUE-LEN
               move WS-TPL-VALUE (WS-TPL-CHAR-IDX:1) to WS-TPL-CHAR
               perform append-template-char
           end-perform.

       append-template-char.
           if WS-TPL-OUT-POS > 50
               if WS-TPL-CHAR not = space
                   move "N" to WS-TPL-FITS-SW
               end-if
           else
               move WS-TPL-CHAR to
                   WS-TPL-FILLED-LINE (WS-TPL-LINE-IDX)
                       (WS-TPL-OUT-POS:1)
               add 1 to WS-TPL-OUT-POS
           end-if.
