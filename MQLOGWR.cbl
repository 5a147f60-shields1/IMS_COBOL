      *                      DATASETS AND ENDS CLEANLY INSTEAD OF
      *                      HOLDING AUDITLOG OPEN THROUGH THE CUT
      *
      *    261015   IS       AUDIT RECORD WIDENED TO 176 BYTES - THE
      *                      MQMD MESSAGE ID AND CORRELATION ID ARE
      *                      CARRIED ON THE END FOR MESSAGE TRACING.
      *                      A 128-BYTE IMAGE STILL ON THE QUEUE AT
      *                      CUTOVER IS WRITTEN SPACE-PADDED
      *
      *    261015   IS       AUDIT RECORD WIDENED TO 200 BYTES - THE
      *                      PUT PROPERTIES (PERSISTENCE, PRIORITY,
      *                      EXPIRY, FORMAT, CCSID) A MESSAGE WAS PUT
      *                      WITH ARE CARRIED ON THE END
      *
      ******************************************************************
      ******************************************************************
      *
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AUDIT-RECORD                   PIC X(200).
      *
       FD  EXCP-FILE
           LABEL RECORDS ARE STANDARD
       01  WMQ-COMPCODE                  PIC S9(09) BINARY.
       01  WMQ-REASON                    PIC S9(09) BINARY.
       01  WMQ-HOBJ                      PIC S9(09) BINARY.
       01  WMQ-BUFFLEN                   PIC S9(09) BINARY VALUE 201.
       01  WMQ-DATALEN                   PIC S9(09) BINARY.
      ******************************************************************
      ***   MQ-DESKRIPTORER/KONSTANTER
