      ******************************************************************
      *    PUTPPARM - PARAMETER AREA FOR THE MQPUTPR PUT-PROPERTIES
      *    SUBPROGRAM. THE CALLER SETS THE QUEUE NAME IT IS ABOUT TO
      *    PUT TO AND THE MESSAGE KIND, AND PASSES ITS MQMD:
      *      N - A NEW MESSAGE THE CALLER BUILT. THE PROPERTIES ARE
      *          FIRST RESET TO THE MQ DEFAULTS SO NOTHING CARRIES
      *          OVER FROM AN EARLIER PUT IN THE SAME REGION
      *      F - A MESSAGE BEING FORWARDED (MOVE, REQUEUE, RETRY) -
      *          IT KEEPS THE PROPERTIES IT WAS GOT WITH
      *      R - A MESSAGE BEING RESTORED FROM AN UNLOAD (MQRELD) -
      *          ITS OWN SAVED PROPERTIES ARE PUT BACK AS THEY WERE,
      *          THE QUEUE'S PROFILE IS NOT APPLIED
      *    MQPUTPR APPLIES THE PUTPROPF RECORD FOR THE QUEUE TO THE
      *    MQMD AND RETURNS THE VALUES THE PUT WILL CARRY IN
      *    PUTP-USED, READY FOR THE AUDIT RECORD:
      *      PERSISTENCE   Y / N, OR Q = AS THE QUEUE DEFINITION
      *      PRIORITY      0 - 9, OR Q = AS THE QUEUE DEFINITION
      *      EXPIRY        TENTHS OF A SECOND, ZERO = UNLIMITED
      *    PUTP-RETURN: 0 = PROFILE APPLIED, 4 = NO PROFILE FOR THE
      *    QUEUE, 8 = FILE ERROR. ON 4 AND 8 THE MQMD IS PUT AS THE
      *    CALLER BUILT IT (AFTER THE RESET FOR A NEW MESSAGE).
      ******************************************************************
       01  PUTP-PARM.
           05 PUTP-QUEUE-NAME             PIC X(48).
           05 PUTP-MSG-KIND               PIC X(01).
              88 PUTP-NEW-MESSAGE                    VALUE 'N'.
              88 PUTP-FORWARDED-MESSAGE              VALUE 'F'.
              88 PUTP-RESTORED-MESSAGE               VALUE 'R'.
           05 PUTP-RETURN                 PIC X(01).
              88 PUTP-APPLIED                        VALUE '0'.
              88 PUTP-NO-PROFILE                     VALUE '4'.
              88 PUTP-FILE-ERROR                     VALUE '8'.
           05 PUTP-USED.
              10 PUTP-USED-PERSISTENCE    PIC X(01).
              10 PUTP-USED-PRIORITY       PIC X(01).
              10 PUTP-USED-EXPIRY         PIC 9(09).
              10 PUTP-USED-FORMAT         PIC X(08).
              10 PUTP-USED-CCSID          PIC 9(05).
