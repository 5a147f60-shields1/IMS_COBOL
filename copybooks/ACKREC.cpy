      ******************************************************************
      *    ACKREC - PARTNER ACKNOWLEDGMENT / REJECTION REPLY LAYOUT
      *    PUT BY IMSMQ02 TO THE REPLY-TO QUEUE OF AN INBOUND PARTNER
      *    MESSAGE WHEN THE ROUTE IS FLAGGED FOR REPLIES. THE REPLY
      *    MQMD CORRELATION ID IS THE ORIGINAL MESSAGE ID, SO THE
      *    PARTNER CAN MATCH IT TO WHAT IT SENT. ACK MEANS THE
      *    MESSAGE WAS ROUTED TO THE DESTINATION TRANSACTION, NACK
      *    MEANS IT WAS NOT - THE OUTCOME CODE SAYS WHERE IT WENT AND
      *    THE REASON TEXT CARRIES THE FAILED VALIDATION RULE OR THE
      *    ERROR-QUEUE REASON. THE TIMESTAMP IS OUR PROCESSING TIME.
      ******************************************************************
       01  ACK-RECORD.
           05 ACK-TYPE                    PIC X(04).
              88 ACK-IS-ACK                          VALUE 'ACK '.
              88 ACK-IS-NACK                         VALUE 'NACK'.
           05 ACK-OUTCOME                 PIC X(08).
              88 ACK-OUTCOME-ROUTED                  VALUE 'ROUTED  '.
              88 ACK-OUTCOME-DUPLICATE               VALUE 'DUPLICAT'.
              88 ACK-OUTCOME-REJECTED                VALUE 'REJECTED'.
              88 ACK-OUTCOME-ERROR-QUEUE             VALUE 'ERRQUEUE'.
           05 ACK-QUEUE-NAME              PIC X(48).
           05 ACK-ORIG-MSGID              PIC X(24).
           05 ACK-REASON-TEXT             PIC X(40).
           05 ACK-PROC-DATE               PIC X(08).
           05 ACK-PROC-TIME               PIC X(08).
           05 FILLER                      PIC X(20).
