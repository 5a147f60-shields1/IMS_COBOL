      *
      *    000000   XXXXXX   YYYYYYYYYYYYYYY
      *
      *    261015   IS       EVERY DISPOSITION NOW WRITES AN AUDIT
      *                      RECORD THROUGH MQLOGSV (DLQRT RETRIED,
      *                      DLQPK PARKED, DLQFB FALLBACK) WITH THE
      *                      MESSAGE'S MQMD MESSAGE ID AND
      *                      CORRELATION ID, SO A DEAD-LETTERED
      *                      MESSAGE SHOWS IN ITS TRACE (MQTRCTX)
      *
      *    261015   IS       RETRY, PARK AND FALLBACK PUTS APPLY THE
      *                      TARGET QUEUE'S PUT PROPERTIES (PUTPROPF)
      *                      THROUGH MQPUTPR, AND THE AUDIT RECORD
      *                      CARRIES THE VALUES USED. A PARK AFTER A
      *                      FAILED RETRY STARTS AGAIN FROM THE
      *                      DEAD-LETTER MESSAGE'S OWN MQMD
      *
      ******************************************************************
      ******************************************************************
      *     DE   = PUT ONE MESSAGE TO A NAMED QUEUE
      *     DF   = CLOSE THE DEAD-LETTER QUEUE
      *     DG   = DISCONNECT FROM QUEUE MANAGER
      *     DI   = WRITE ONE AUDIT TRAIL RECORD
      *     DN   = COMMIT THE UNIT OF WORK
      *     DO   = BACK OUT THE UNIT OF WORK
      *    E     = PRINT DISPOSITION REPORT
      *    MQCONN  - CONNECT TO QUEUE MANAGER
      *    MQOPEN  - OPEN EXISTING MQ QUEUE
      *    MQGET   - GET DEAD-LETTER MESSAGE
      *    MQPUTPR - APPLY THE TARGET QUEUE'S PUT PROPERTIES
      *    MQPUT   - PUT MESSAGE TO TARGET QUEUE
      *    MQCMIT  - COMMIT UNIT OF WORK
      *    MQBACK  - BACK OUT UNIT OF WORK
      *    MQCLOSE - CLOSE MQ QUEUE
      *    MQDISC  - DISCONNECT FROM QUEUE MANAGER
      *    MQLOGSV - CENTRAL LOGGING SERVICE (AUDIT TRAIL)
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       01  WS-TARGET-QUEUE                PIC X(48)   VALUE SPACES.
       01  WS-ERROR-SUFFIX                PIC X(06)   VALUE '.ERROR'.
      ******************************************************************
      *    THE DEAD-LETTER MESSAGE'S MQMD AS GOT - A PARK AFTER A
      *    FAILED RETRY STARTS AGAIN FROM IT, NOT FROM THE RETRY
      *    QUEUE'S PUT PROPERTIES
      ******************************************************************
       01  WS-DLQ-SAVE-MQMD               PIC X(512)  VALUE SPACES.
      ******************************************************************
      *    RUN COUNTERS
      ******************************************************************
       01  WS-MSGS-READ                   PIC 9(05)   VALUE ZERO.
       01  WS-MSGS-FAILED                 PIC 9(05)   VALUE ZERO.
       01  WS-MAX-MESSAGES                PIC 9(05)   VALUE 01000.
      ******************************************************************
      *    AUDIT TRAIL - ONE RECORD PER DISPOSITION, BUILT HERE AND
      *    HANDED TO THE CENTRAL LOGGING SERVICE (MQLOGSV) FOR THE
      *    MQLOGWR LOGGER TO APPEND - THIS BMP NEVER OPENS THE
      *    AUDITLOG DATASET. FUNCTION DLQRT (RETRIED TO THE ORIGINAL
      *    QUEUE), DLQPK (PARKED ON THE .ERROR QUEUE) OR DLQFB (NO
      *    MQDLH - TO THE FALLBACK QUEUE), THE DEAD-LETTER REASON IN
      *    THE REASON FIELD AND THE ORIGINAL QUEUE IN THE DETAIL
      ******************************************************************
       01  WS-AUDIT-FUNCTION              PIC X(05)   VALUE SPACES.
       01  WS-AUDIT-DATE                  PIC X(06)   VALUE SPACES.
       01  WS-AUDIT-TIME                  PIC X(08)   VALUE SPACES.
       01  AUDIT-RECORD.
           05 AUDIT-QUEUE-NAME            PIC X(48).
           05 AUDIT-USERID                PIC X(08).
           05 AUDIT-DATE                  PIC X(08).
           05 AUDIT-TIME                  PIC X(08).
           05 AUDIT-FUNCTION              PIC X(05).
           05 AUDIT-MSG-LENGTH            PIC 9(09).
           05 AUDIT-STATUS                PIC X(04).
           05 AUDIT-COMPCODE              PIC S9(09).
           05 AUDIT-REASON                PIC S9(09).
           05 AUDIT-DETAIL                PIC X(20).
           05 AUDIT-MSGID                 PIC X(24).
           05 AUDIT-CORRELID              PIC X(24).
           05 AUDIT-PUT-PROPS.
              10 AUDIT-PUT-PERSISTENCE    PIC X(01).
              10 AUDIT-PUT-PRIORITY       PIC X(01).
              10 AUDIT-PUT-EXPIRY         PIC 9(09).
              10 AUDIT-PUT-FORMAT         PIC X(08).
              10 AUDIT-PUT-CCSID          PIC 9(05).
      *
           COPY LOGQREC.
      ******************************************************************
      *    PUT PROPERTIES - APPLIED BY MQPUTPR FROM THE PUTPROPF
      *    RECORD OF THE TARGET QUEUE JUST BEFORE EVERY PUT. THE
      *    VALUES THE PUT CARRIED GO ON ITS AUDIT RECORD
      ******************************************************************
           COPY PUTPPARM.
      ******************************************************************
      *    MQ AREAS
      ******************************************************************
       01  WMQ-QMGR                      PIC X(48) VALUE SPACES.
           ELSE
              SET HEADER-MISSING         TO TRUE
           END-IF
           MOVE MQMD                     TO WS-DLQ-SAVE-MQMD

           EVALUATE TRUE
             WHEN HEADER-MISSING
                DISPLAY 'MQDLQHD  NO MQDLH - TO FALLBACK QUEUE'
                MOVE WS-FALLBACK-QUEUE   TO WS-TARGET-QUEUE
                MOVE WMQ-DATALEN         TO WS-PAYLOAD-LEN
                MOVE 'DLQFB'             TO WS-AUDIT-FUNCTION
                PERFORM DE-MQ-PUT-WHOLE-BUFFER
                IF PUT-SUCCESSFUL
                   ADD 1                 TO WS-MSGS-NO-HEADER
              PERFORM DO-MQ-BACKOUT
              SET RUN-STOPPED            TO TRUE
           END-IF
           PERFORM DI-WRITE-AUDIT-RECORD

           IF NOT RUN-STOPPED
              PERFORM CA-GET-NEXT-MESSAGE
      *       **********************************************************
       DC-RETRY-ORIGINAL-QUEUE SECTION.
           MOVE MQDLH-DESTQNAME          TO WS-TARGET-QUEUE
           MOVE 'DLQRT'                  TO WS-AUDIT-FUNCTION
           PERFORM DE-MQ-PUT-PAYLOAD
           IF PUT-SUCCESSFUL
              ADD 1                      TO WS-MSGS-RETRIED
      *       **********************************************************
       DD-PARK-ON-ERROR-QUEUE SECTION.
           MOVE SPACES                   TO WS-TARGET-QUEUE
           MOVE 'DLQPK'                  TO WS-AUDIT-FUNCTION
           STRING MQDLH-DESTQNAME        DELIMITED BY SPACE
                  WS-ERROR-SUFFIX        DELIMITED BY SIZE
              INTO WS-TARGET-QUEUE
      *       **********************************************************
       DE-MQ-PUT-PAYLOAD SECTION.
           SET PUT-FAILED                TO TRUE
           MOVE WS-DLQ-SAVE-MQMD (1:LENGTH OF MQMD) TO MQMD
           MOVE MQDLH-FORMAT             TO MQMD-FORMAT
           MOVE MQDLH-ENCODING           TO MQMD-ENCODING
           MOVE MQDLH-CODEDCHARSETID     TO MQMD-CODEDCHARSETID
      *    THE TARGET QUEUE'S PUT PROPERTIES GO ON TOP OF THE
      *    RESTORED ORIGINAL ATTRIBUTES
           MOVE WS-TARGET-QUEUE          TO PUTP-QUEUE-NAME
           SET PUTP-FORWARDED-MESSAGE    TO TRUE
           CALL 'MQPUTPR' USING PUTP-PARM
                                MQMD
           END-CALL
           MOVE WS-TARGET-QUEUE          TO MQOD-OBJECTNAME
           MOVE MQOT-Q                   TO MQOD-OBJECTTYPE
           ADD  MQOO-OUTPUT MQOO-FAIL-IF-QUIESCING
      *       **********************************************************
       DE-MQ-PUT-WHOLE-BUFFER SECTION.
           SET PUT-FAILED                TO TRUE
           MOVE WS-TARGET-QUEUE          TO PUTP-QUEUE-NAME
           SET PUTP-FORWARDED-MESSAGE    TO TRUE
           CALL 'MQPUTPR' USING PUTP-PARM
                                MQMD
           END-CALL
           MOVE WS-TARGET-QUEUE          TO MQOD-OBJECTNAME
           MOVE MQOT-Q                   TO MQOD-OBJECTTYPE
           ADD  MQOO-OUTPUT MQOO-FAIL-IF-QUIESCING
              END-IF
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  WRITE ONE AUDIT TRAIL RECORD FOR A DISPOSITION -
      *       ***  THE QUEUE IS WHERE THE MESSAGE WAS SENT, THE MQMD
      *       ***  IDS ARE THE DEAD-LETTERED MESSAGE'S OWN (THE PUT
      *       ***  KEEPS THEM), SO THE STEP SHOWS IN ITS TRACE
      *       **********************************************************
       DI-WRITE-AUDIT-RECORD SECTION.
           ACCEPT WS-AUDIT-DATE          FROM DATE
           ACCEPT WS-AUDIT-TIME          FROM TIME
           MOVE WS-TARGET-QUEUE          TO AUDIT-QUEUE-NAME
           MOVE 'MQDLQHD'                TO AUDIT-USERID
           MOVE WS-AUDIT-DATE            TO AUDIT-DATE
           MOVE WS-AUDIT-TIME            TO AUDIT-TIME
           MOVE WS-AUDIT-FUNCTION        TO AUDIT-FUNCTION
           MOVE WS-PAYLOAD-LEN           TO AUDIT-MSG-LENGTH
           IF PUT-SUCCESSFUL
              MOVE 'OK'                  TO AUDIT-STATUS
              MOVE MQCC-OK               TO AUDIT-COMPCODE
           ELSE
              MOVE 'NOK'                 TO AUDIT-STATUS
              MOVE MQCC-FAILED           TO AUDIT-COMPCODE
           END-IF
           IF HEADER-PRESENT
              MOVE MQDLH-REASON          TO AUDIT-REASON
              MOVE MQDLH-DESTQNAME       TO AUDIT-DETAIL
           ELSE
              MOVE ZERO                  TO AUDIT-REASON
              MOVE 'NO MQDLH'            TO AUDIT-DETAIL
           END-IF
           IF MQMD-MSGID = MQMI-NONE
              MOVE SPACES                TO AUDIT-MSGID
              MOVE SPACES                TO AUDIT-CORRELID
           ELSE
              MOVE MQMD-MSGID            TO AUDIT-MSGID
              MOVE MQMD-CORRELID         TO AUDIT-CORRELID
           END-IF
           MOVE PUTP-USED                TO AUDIT-PUT-PROPS

           MOVE 'A'                      TO LOGM-TYPE
           MOVE AUDIT-RECORD             TO LOGM-DATA
           CALL 'MQLOGSV' USING LOGM-RECORD
           END-CALL
           CONTINUE.
      ******************************************************************
      *
      *    E   PRINT DISPOSITION REPORT
