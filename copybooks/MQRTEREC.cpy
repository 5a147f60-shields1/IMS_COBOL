      *    ERROR-QUEUE PATH. A ROUTE FLAGGED FOR TRANSFORMATION
      *    HAS ITS PAYLOAD REBUILT THROUGH THE MQMAPF FIELD
      *    MAPPINGS BEFORE THE ISRT.
      *    THE REPLY MODE DECIDES WHETHER A PARTNER THAT GIVES A
      *    REPLY-TO QUEUE GETS ACK AND NACK REPLIES (A), NACK ONLY
      *    (N) OR NOTHING (BLANK).
      *    THE BREAKER IS OPENED BY IMSMQ02 WHEN AN INSERT TO THE
      *    DESTINATION FAILS BECAUSE THE TRANSACTION IS UNAVAILABLE -
      *    WHILE OPEN, MESSAGES STAY ON THE SOURCE QUEUE AND QUEUE
      *    TRIGGERING IS OFF. OPS CLOSE IT AGAIN THROUGH MQBRKTX.
      ******************************************************************
       01  ROUTE-RECORD.
           05 ROUTE-QUEUE-NAME            PIC X(48).
           05 ROUTE-DESCRIPTION           PIC X(30).
           05 ROUTE-TRANSFORM             PIC X(01).
              88 ROUTE-HAS-TRANSFORM                 VALUE 'Y'.
           05 ROUTE-REPLY-MODE            PIC X(01).
              88 ROUTE-REPLY-ACK-NACK                VALUE 'A'.
              88 ROUTE-REPLY-NACK-ONLY               VALUE 'N'.
           05 ROUTE-BREAKER               PIC X(01).
              88 ROUTE-BREAKER-OPEN                  VALUE 'O'.
           05 ROUTE-BREAKER-DATE          PIC X(06).
           05 FILLER                      PIC X(01).
