      *
      *    000000   XXXXXX   YYYYYYYYYYYYYYY
      *
      *    261015   IS       ERROR SWITCH AND NOTIFICATION LINES ARE
      *                      RESET ON EVERY CALL - MQTRWCH CALLS ONCE
      *                      PER ROUTE, AND ONE FAILED INQUIRY NO
      *                      LONGER MARKS EVERY LATER ONE AS FAILED.
      *
      *
      ******************************************************************
      ******************************************************************
       B-INITIATE-NOTIAREA SECTION.
           MOVE 'PERFORM INQ CALL TO IMS'   TO MODULEDESCRIPTION
           MOVE 'IMSINQY'                   TO MODULENAME
           MOVE SPACES                      TO NOTIFICATION-TAB
           SET SW-ALL-OK                    TO TRUE

           OPEN EXTEND EXCP-FILE
           IF WS-EXCP-STATUS NOT = '00'
