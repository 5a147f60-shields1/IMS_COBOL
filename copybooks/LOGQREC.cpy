      *    READERS (AUDLOAD, EXCPRPT, SECVRPT, MQRECON, AUDARCH,
      *    MQSLARPT) KEEP WORKING UNCHANGED.
      *    THE TYPE BYTE NAMES THE TARGET DATASET, THE DATA CARRIES
      *    THE UNCHANGED RECORD IMAGE. THE DATA AREA IS SIZED FOR
      *    THE LONGEST IMAGE - THE AUDIT RECORD WITH THE MQMD MESSAGE
      *    ID AND CORRELATION ID AND THE PUT PROPERTIES ON THE END.
      *    SHORTER IMAGES LEAVE THE REST AS SPACES.
      ******************************************************************
       01  LOGM-RECORD.
           05 LOGM-TYPE                   PIC X(01).
              88 LOGM-IS-EXCEPTION                   VALUE 'E'.
              88 LOGM-IS-VIOLATION                   VALUE 'V'.
              88 LOGM-IS-LATENCY                     VALUE 'L'.
           05 LOGM-DATA                   PIC X(200).
