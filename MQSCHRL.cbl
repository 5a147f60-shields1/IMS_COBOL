      *
      *    000000   XXXXXX   YYYYYYYYYYYYYYY
      *
      *    261015   IS       AUDIT RECORDS CARRY THE MQMD MESSAGE ID
      *                      AND CORRELATION ID THE RELEASED MESSAGE
      *                      WAS GIVEN, SO A SCHEDULED DELIVERY SHOWS
      *                      IN THE MESSAGE'S TRACE (MQTRCTX)
      *
      *    261015   IS       THE RELEASE APPLIES THE TARGET QUEUE'S
      *                      PUT PROPERTIES (PUTPROPF) THROUGH MQPUTPR
      *                      BEFORE THE PUT, AND THE AUDIT RECORD
      *                      CARRIES THE VALUES USED
      *
      ******************************************************************
      ******************************************************************
      *    MQLOGSV - CENTRAL LOGGING SERVICE (AUDIT)
      *    MQCONN  - CONNECT TO QUEUE MANAGER
      *    MQOPEN  - OPEN EXISTING MQ QUEUE
      *    MQPUTPR - APPLY THE TARGET QUEUE'S PUT PROPERTIES
      *    MQPUT   - PUT SCHEDULED MESSAGE
      *    MQCLOSE - CLOSE MQ QUEUE
      *    MQDISC  - DISCONNECT FROM QUEUE MANAGER
           05 AUDIT-COMPCODE              PIC S9(09).
           05 AUDIT-REASON                PIC S9(09).
           05 FILLER                      PIC X(20).
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
      *    RUN TIMESTAMP - THE RELEASE CUTOFF
      ******************************************************************
       01  WS-DATE                        PIC 9(06)   VALUE ZERO.
      *       **********************************************************
       DB-MQ-PUT-SCHEDULED SECTION.
           SET PUT-FAILED                TO TRUE
           MOVE SPACES                   TO PUTP-USED
           MOVE SCHED-QUEUE-NAME         TO MQOD-OBJECTNAME
           MOVE MQOT-Q                   TO MQOD-OBJECTTYPE
           ADD  MQOO-OUTPUT MQOO-FAIL-IF-QUIESCING
              ELSE
                 MOVE LENGTH OF SCHED-MSG-DATA TO WMQ-DATALEN
              END-IF
              MOVE SCHED-QUEUE-NAME      TO PUTP-QUEUE-NAME
              SET PUTP-NEW-MESSAGE       TO TRUE
              CALL 'MQPUTPR' USING PUTP-PARM
                                   MQMD
              END-CALL
              CALL 'MQPUT' USING WMQ-HCONN
                                 WMQ-HOBJ
                                 MQMD
           ELSE
              MOVE 'NOK'                 TO AUDIT-STATUS
           END-IF
      *    THE MQMD IDS THE RELEASED MESSAGE WAS GIVEN, FOR THE
      *    MESSAGE TRACE
           IF PUT-FAILED
           OR MQMD-MSGID = MQMI-NONE
              MOVE SPACES                 TO AUDIT-MSGID
              MOVE SPACES                 TO AUDIT-CORRELID
           ELSE
              MOVE MQMD-MSGID             TO AUDIT-MSGID
              MOVE MQMD-CORRELID          TO AUDIT-CORRELID
           END-IF
      *    THE PUT PROPERTIES THE RELEASE WAS PUT WITH - SPACES WHEN
      *    THE QUEUE NEVER OPENED
           MOVE PUTP-USED                TO AUDIT-PUT-PROPS

           MOVE 'A'                      TO LOGM-TYPE
           MOVE AUDIT-RECORD             TO LOGM-DATA
