      ******************************************************************
      *    CHNHREC - MQ CHANNEL STATUS HISTORY RECORD LAYOUT
      *    (CHANHIST, SEQUENTIAL). ONE RECORD PER WATCHED CHANNEL PER
      *    MQCHNWT SWEEP, CARRYING THE CHANNEL STATE RETURNED BY THE
      *    COMMAND SERVER, THE DATE AND TIME OF THE LAST MESSAGE
      *    SENT OR RECEIVED (AS THE QUEUE MANAGER GIVES THEM,
      *    YYYY-MM-DD AND HH.MM.SS), THE MINUTES SINCE THEN AND
      *    WHETHER THE CHANNEL IS IN DOUBT. THE QUEUE NAME IS THE
      *    PARTNER QUEUE FROM THE WATCH RECORD (THE CHANNEL NAME
      *    WHEN IT HAS NONE) - READ BY MQMORN TO SHOW THE CHANNEL
      *    NEXT TO THE QUEUE.
      *    STATUS IS OK, STOPPED, RETRYING, INACTIVE, IDLE,
      *    OFF HOURS, UNREACH OR INQ NOK.
      ******************************************************************
       01  CHNH-RECORD.
           05 CHNH-CHANNEL-NAME           PIC X(20).
           05 CHNH-QUEUE-NAME             PIC X(48).
           05 CHNH-PARTNER                PIC X(08).
           05 CHNH-QMGR                   PIC X(48).
           05 CHNH-DATE                   PIC X(08).
           05 CHNH-TIME                   PIC X(08).
           05 CHNH-STATE                  PIC X(12).
           05 CHNH-LAST-MSG-DATE          PIC X(10).
           05 CHNH-LAST-MSG-TIME          PIC X(08).
           05 CHNH-IDLE-MINUTES           PIC 9(07).
           05 CHNH-INDOUBT                PIC X(01).
              88 CHNH-IS-INDOUBT                     VALUE 'Y'.
           05 CHNH-STATUS                 PIC X(10).
           05 FILLER                      PIC X(12).
