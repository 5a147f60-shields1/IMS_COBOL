      *                      SHIFT NO LONGER TYPES WRITE AT 02:00
      *                      FOR PARTNER DELIVERY WINDOWS
      *
      *    261015   IS       AUDIT RECORDS CARRY THE MQMD MESSAGE ID
      *                      AND CORRELATION ID OF THE MESSAGE GOT OR
      *                      PUT, SO ONE PARTNER MESSAGE CAN BE
      *                      TRACED ACROSS THE SUITE (MQTRCTX)
      *
      *    261015   IS       WRITE, SENDT, SENDR AND MOVE APPLY THE
      *                      TARGET QUEUE'S PUT PROPERTIES (PUTPROPF -
      *                      PERSISTENCE, PRIORITY, EXPIRY, FORMAT,
      *                      CCSID) THROUGH MQPUTPR BEFORE THE PUT,
      *                      AND THE VALUES USED GO ON THE AUDIT
      *                      RECORD
      *
      *    261015   IS       READQ, PEEK, GETID/GETCO, PEKID/
      *                      PEKCO, WAITQ, SENDR AND PURGE PASS EVERY
      *                      RETRIEVED MESSAGE THROUGH THE MQMASK
      *                      SERVICE BEFORE IT IS SHOWN ON THE TERMINAL
      *                      OR IN THE JOB LOG - THE QUEUE'S MQMASKF
      *                      RULES MASK CARD AND ACCOUNT NUMBERS AND
      *                      PERSONAL DATA. A TRAN CODE OR USERID
      *                      GRANTED AN UNMASKED VIEW IN UNMASKF SEES
      *                      THE DATA IN CLEAR AND EVERY SUCH VIEW IS
      *                      AUDITED (UNMSK)
      *
      *    261015   IS       READQ, WAITQ, GETID/GETCO, PURGE AND MOVE
      *                      ARE REFUSED INSIDE A CHANGE-FREEZE WINDOW
      *                      (FREEZEF, CHECKED THROUGH MQFRZCK) WHOSE
      *                      SCOPE COVERS THE QUEUE - THE RESPONSE
      *                      NAMES THE FREEZE. AN APPROVED EMERGENCY
      *                      OVERRIDE CODE (MQFRZOV) TYPED IN THE NEW
      *                      INDATA6 FIELD LETS ONE COMMAND THROUGH
      *
      *    261015   IS       AUDIT DETAIL SPLIT INTO A 12-BYTE NOTE AND
      *                      THE TRAN CODE THE COMMAND RAN UNDER, SO
      *                      THE QAUTHF RECERTIFICATION (QAUTREC) CAN
      *                      TELL WHICH ENTRY WAS USED
      *
      ******************************************************************
      ******************************************************************
      *
      *     CD   = WRITE SECURITY VIOLATION RECORD
      *     CE   = CHECK THE USER LOCKOUT FILE
      *     CF   = READ AND TEST THE QAUTH RECORD
      *     CG   = CHANGE-FREEZE CHECK (MQFRZCK)
      *    D
      *     DA   = CONNECT TO QUEUE MANAGER (WITH FAILOVER)
      *      DAB = RESOLVE PRIMARY/SECONDARY QUEUE MANAGER
      *     DT   = REQUEST/REPLY ROUND-TRIP TEST (SENDR)
      *     DU   = PUT A TEMPLATE MESSAGE (SENDT)
      *     DV   = BUILD THE TEMPLATE MESSAGE WITH SUBSTITUTION
      *     DW   = MASK THE RETRIEVED MESSAGE FOR DISPLAY (MQMASK)
      *    X     = AIB RETURNCODE CHECK
      *     XD   = WRITE EXCEPTION FILE RECORD
      *    Z     = EXIT
      *    MQOPEN  - OPEN EXISTING MQ QUEUE
      *    MQINQ   - INQUIRE CURRENT QUEUE DEPTH
      *    MQGET   - GET MQ MESSAGE
      *    MQPUTPR - APPLY THE QUEUE'S PUT PROPERTIES TO THE MQMD
      *    MQPUT   - PUT MQ MESSAGE
      *    MQMASK  - MASK SENSITIVE PAYLOAD DATA FOR DISPLAY
      *    MQFRZCK - CHANGE-FREEZE CHECK FOR DESTRUCTIVE COMMANDS
      *    MQCMIT  - COMMIT UNIT OF WORK
      *    MQBACK  - BACK OUT UNIT OF WORK
      *    MQCLOSE - CLOSE MQ QUEUE
              15 INDATA3                 PIC X(30).
              15 INDATA4                 PIC X(40).
              15 INDATA5                 PIC X(48).
              15 INDATA6                 PIC X(14).
      *     10 FILLER                     PIC X(2000).
      ******************************************************************
      *    RESPONSE AREA
      *    AUDITLOG DATASET - NO SHARED OPEN EXTEND IN THIS REGION
      ******************************************************************
       01  WS-AUDIT-FUNCTION              PIC X(5)  VALUE SPACES.
       01  WS-AUDIT-DETAIL                PIC X(12) VALUE SPACES.
       01  AUDIT-RECORD.
           05 AUDIT-QUEUE-NAME            PIC X(48).
           05 AUDIT-USERID                PIC X(08).
           05 AUDIT-STATUS                PIC X(04).
           05 AUDIT-COMPCODE              PIC S9(09).
           05 AUDIT-REASON                PIC S9(09).
      *    THE DETAIL CARRIES THE TRAN CODE THE COMMAND RAN UNDER, SO
      *    THE USE OF EACH QAUTHF ENTRY CAN BE TRACED (QAUTREC)
           05 AUDIT-DETAIL.
              10 AUDIT-DETAIL-NOTE        PIC X(12).
              10 AUDIT-DETAIL-TRAN-CODE   PIC X(08).
           05 AUDIT-MSGID                 PIC X(24).
           05 AUDIT-CORRELID              PIC X(24).
           05 AUDIT-PUT-PROPS.
              10 AUDIT-PUT-PERSISTENCE    PIC X(01).
              10 AUDIT-PUT-PRIORITY       PIC X(01).
              10 AUDIT-PUT-EXPIRY         PIC 9(09).
              10 AUDIT-PUT-FORMAT         PIC X(08).
              10 AUDIT-PUT-CCSID          PIC 9(05).
      ******************************************************************
      *    EXCEPTION AND VIOLATION RECORDS - BUILT HERE, LOGGED
      *    THROUGH THE SAME CENTRAL SERVICE
      ******************************************************************
           COPY LOGQREC.
      ******************************************************************
      *    PUT PROPERTIES - APPLIED BY MQPUTPR FROM THE PUTPROPF
      *    RECORD OF THE TARGET QUEUE JUST BEFORE EVERY PUT. THE
      *    VALUES THE PUT CARRIED GO ON ITS AUDIT RECORD
      ******************************************************************
       01  WS-AUDIT-PUT-PROPS             PIC X(24)   VALUE SPACES.
           COPY PUTPPARM.
      ******************************************************************
      *    PAYLOAD MASKING - EVERY RETRIEVED MESSAGE PASSES THROUGH
      *    MQMASK BEFORE IT IS SHOWN
      ******************************************************************
           COPY MASKPARM.
      ******************************************************************
      *    CHANGE-FREEZE CHECK - THE DESTRUCTIVE COMMANDS ASK MQFRZCK
      *    BEFORE THEY RUN. AN APPROVED OVERRIDE CODE IS TYPED IN
      *    INDATA6
      ******************************************************************
           COPY FRZPARM.
      ******************************************************************
      *    PERMITTED-QUEUE AUTHORIZATION
      ******************************************************************
       01  WS-QAUTH-STATUS                PIC XX    VALUE SPACES.
                    IF QUEUE-NOT-AUTHORIZED
                       MOVE 'QUEUE NOT AUTHORIZED - REJECTED' TO OUTDATA
                    ELSE
                       PERFORM CG-CHECK-CHANGE-FREEZE
                       IF FRZP-REFUSED
                          MOVE FRZP-SHORT-MESSAGE  TO OUTDATA
                       ELSE
                          MOVE INDATA3          TO MQOD-OBJECTNAME
                          PERFORM DA-MQ-CONN
                       END-IF
                    END-IF
                 END-IF
               WHEN  'WRITE'
                 IF QUEUE-NOT-AUTHORIZED
                    MOVE 'QUEUE NOT AUTHORIZED - REJECTED' TO OUTDATA
                 ELSE
                    PERFORM CG-CHECK-CHANGE-FREEZE
                    IF FRZP-REFUSED
                       MOVE FRZP-SHORT-MESSAGE     TO OUTDATA
                    ELSE
                       MOVE INDATA3          TO MQOD-OBJECTNAME
                       PERFORM DA-MQ-CONN
                    END-IF
                 END-IF
               WHEN  'WAITQ'
                 IF INDATA2 NOT NUMERIC
                       MOVE 'QUEUE NOT AUTHORIZED - REJECTED'
                                                   TO OUTDATA
                    ELSE
                       PERFORM CG-CHECK-CHANGE-FREEZE
                       IF FRZP-REFUSED
                          MOVE FRZP-SHORT-MESSAGE  TO OUTDATA
                       ELSE
                          MOVE INDATA3       TO MQOD-OBJECTNAME
                          PERFORM DA-MQ-CONN
                       END-IF
                    END-IF
                 END-IF
               WHEN  'SENDR'
                          MOVE 'QUEUE NOT AUTHORIZED - REJECTED'
                                                       TO OUTDATA
                       ELSE
                          PERFORM CG-CHECK-CHANGE-FREEZE
                          IF FRZP-REFUSED
                             MOVE FRZP-SHORT-MESSAGE   TO OUTDATA
                          ELSE
                             MOVE INDATA3       TO MQOD-OBJECTNAME
                             PERFORM DA-MQ-CONN
                          END-IF
                       END-IF
                    END-IF
                 END-IF
                    IF QUEUE-NOT-AUTHORIZED
                       MOVE 'QUEUE NOT AUTHORIZED - REJECTED' TO OUTDATA
                    ELSE
                       PERFORM CG-CHECK-CHANGE-FREEZE
                       IF FRZP-REFUSED
                          MOVE FRZP-SHORT-MESSAGE  TO OUTDATA
                       ELSE
                          MOVE INDATA3       TO MQOD-OBJECTNAME
                          PERFORM DA-MQ-CONN
                       END-IF
                    END-IF
                 END-IF
               WHEN OTHER
           END-READ
           CONTINUE.
      *    *************************************************************
      *    ***  CHANGE-FREEZE CHECK - THE DESTRUCTIVE COMMANDS (READQ,
      *    ***  WAITQ, GETID/GETCO, PURGE AND MOVE) ARE REFUSED INSIDE
      *    ***  A FREEZE WINDOW COVERING THE QUEUE - FOR MOVE THE
      *    ***  SOURCE OR THE TARGET - UNLESS AN APPROVED OVERRIDE
      *    ***  CODE IS TYPED IN INDATA6. BROWSES ARE NEVER FROZEN
      *    *************************************************************
       CG-CHECK-CHANGE-FREEZE SECTION.
           SET FRZP-NOT-FROZEN             TO TRUE
           IF MQ-GET-MSG OR MQ-WAITQ-MSG OR MQ-GETID-MSG
           OR MQ-PURGE-MSG OR MQ-MOVE-MSG
              MOVE INDATA3                 TO FRZP-QUEUE
              MOVE SPACES                  TO FRZP-QUEUE-2
              IF MQ-MOVE-MSG
                 MOVE INDATA4              TO FRZP-QUEUE-2
              END-IF
              MOVE INDATA1                 TO FRZP-COMMAND
              MOVE TRAN-CODE               TO FRZP-TRAN-CODE
              MOVE USERID                  TO FRZP-USERID
              MOVE INDATA6                 TO FRZP-OVERRIDE-CODE
              CALL 'MQFRZCK' USING FRZ-PARM
              END-CALL
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  WRITE ONE SECURITY VIOLATION RECORD FOR A REJECTED
      *    ***  QUEUE-ACCESS ATTEMPT
      *    *************************************************************
                    SET CONNECT-OK        TO TRUE
                    SET FAILOVER-TAKEN    TO TRUE
                    MOVE 'FAILOVER TO SECONDARY QMGR' TO OUTWARN
                    MOVE 'FAILOVER'       TO WS-AUDIT-DETAIL
                 ELSE
                    DISPLAY 'IMSMQ01  MQCONN NOK ' WS-QMGR-SECONDARY
                    DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                                  WMQ-REASON
              END-CALL
              IF WMQ-COMPCODE = MQCC-OK
                PERFORM DW-MASK-MESSAGE-DATA
                DISPLAY 'IMSMQ01  MQGET OK' ' <' WMQ-MSG-BUFF '>'
                IF MQ-PEEK-MSG
                   ADD 1                         TO WS-PEEKED-COUNT
           MOVE MQMI-NONE                TO MQMD-MSGID
           MOVE MQCI-NONE                TO MQMD-CORRELID
           MOVE MQRO-NONE                TO MQMD-REPORT

           MOVE MQOD-OBJECTNAME          TO PUTP-QUEUE-NAME
           SET PUTP-NEW-MESSAGE          TO TRUE
           CALL 'MQPUTPR' USING PUTP-PARM
                                MQMD
           END-CALL
      
           PERFORM VARYING LOOP-COUNT FROM 1 BY 1 UNTIL
                                           LOOP-COUNT >= INDATA2 + 1
                 DISPLAY 'REASON:     ' WMQ-REASON
              END-IF
              MOVE 'WRITE'                    TO WS-AUDIT-FUNCTION
              MOVE PUTP-USED                  TO WS-AUDIT-PUT-PROPS
              PERFORM DI-WRITE-AUDIT-RECORD
           END-PERFORM
           PERFORM DF-MQ-CLOSE
              END-CALL
              ADD 1 TO LOOP-COUNT
              IF WMQ-COMPCODE = MQCC-OK
                 PERFORM DW-MASK-MESSAGE-DATA
                 DISPLAY 'IMSMQ01  MQGET OK (PURGE)' ' <' WMQ-MSG-BUFF
                         '>'
                 MOVE 'QUEUE PURGED'       TO OUTDATA
                               WMQ-REASON
           END-CALL
           IF WMQ-COMPCODE NOT = MQCC-FAILED
              PERFORM DW-MASK-MESSAGE-DATA
              DISPLAY 'IMSMQ01  MQGET BY ID OK' ' <' WMQ-MSG-BUFF '>'
              PERFORM DK-INSERT-MESSAGE-SEGMENTS
              MOVE 'MESSAGE(S) RETURNED'    TO OUTDATA
                 IF WMQ-COMPCODE NOT = MQCC-FAILED
                    COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT +
                                             MQPMO-DEFAULT-CONTEXT
      *             THE MOVED MESSAGE KEEPS WHAT IT WAS GOT WITH,
      *             UNLESS THE TARGET QUEUE'S PROFILE SAYS OTHERWISE
                    MOVE INDATA4         TO PUTP-QUEUE-NAME
                    SET PUTP-FORWARDED-MESSAGE TO TRUE
                    CALL 'MQPUTPR' USING PUTP-PARM
                                         MQMD
                    END-CALL
                    CALL 'MQPUT' USING WMQ-HCONN
                                       WMQ-HOBJ-RESPONS
                                       MQMD
                       ADD 1             TO WS-MOVED-COUNT
                    END-IF
                    MOVE 'MOVE '         TO WS-AUDIT-FUNCTION
                    MOVE PUTP-USED       TO WS-AUDIT-PUT-PROPS
                    PERFORM DI-WRITE-AUDIT-RECORD
                 ELSE
                    IF WMQ-REASON NOT = MQRC-NO-MSG-AVAILABLE
                               WMQ-REASON
           END-CALL
           IF WMQ-COMPCODE NOT = MQCC-FAILED
              PERFORM DW-MASK-MESSAGE-DATA
              DISPLAY 'IMSMQ01  MQGET WAIT OK' ' <' WMQ-MSG-BUFF '>'
              PERFORM DK-INSERT-MESSAGE-SEGMENTS
              MOVE 'MESSAGE(S) RETURNED'    TO OUTDATA
           MOVE MQMT-REQUEST             TO MQMD-MSGTYPE
           MOVE INDATA5                  TO MQMD-REPLYTOQ
           MOVE SPACES                   TO MQMD-REPLYTOQMGR
      *    THE REQUEST HAS A REPLY-TO QUEUE OF ITS OWN, SO IT NEVER
      *    CARRIES AN EXPIRATION REPORT REQUEST
           MOVE MQOD-OBJECTNAME          TO PUTP-QUEUE-NAME
           SET PUTP-NEW-MESSAGE          TO TRUE
           CALL 'MQPUTPR' USING PUTP-PARM
                                MQMD
           END-CALL

           ACCEPT WS-TIME                FROM TIME
           COMPUTE WS-SENDR-START-HSEC =
           END-CALL
           MOVE MQMD-MSGID               TO WS-SENDR-MSGID
           MOVE 'SENDR'                  TO WS-AUDIT-FUNCTION
           MOVE PUTP-USED                TO WS-AUDIT-PUT-PROPS
           PERFORM DI-WRITE-AUDIT-RECORD

           IF WMQ-COMPCODE = MQCC-FAILED
                 MOVE WS-SENDR-ELAPSED   TO WS-SENDR-ELAPSED-ED

                 IF WMQ-COMPCODE NOT = MQCC-FAILED
                    PERFORM DW-MASK-MESSAGE-DATA
                    DISPLAY 'IMSMQ01  SENDR REPLY OK' ' <'
                            WMQ-MSG-BUFF '>'
                    PERFORM DK-INSERT-MESSAGE-SEGMENTS
           MOVE MQCI-NONE                TO MQMD-CORRELID
           MOVE MQRO-NONE                TO MQMD-REPORT
           MOVE 1                        TO LOOP-COUNT
           MOVE MQOD-OBJECTNAME          TO PUTP-QUEUE-NAME
           SET PUTP-NEW-MESSAGE          TO TRUE
           CALL 'MQPUTPR' USING PUTP-PARM
                                MQMD
           END-CALL

           CALL 'MQPUT'     USING WMQ-HCONN
                                  WMQ-HOBJ
              MOVE 'TEMPLATE SEND FAILED' TO OUTDATA
           END-IF
           MOVE 'SENDT'                  TO WS-AUDIT-FUNCTION
           MOVE PUTP-USED                TO WS-AUDIT-PUT-PROPS
           PERFORM DI-WRITE-AUDIT-RECORD

           PERFORM DF-MQ-CLOSE
           END-IF
           MOVE ZERO                     TO WMQ-REASON
           MOVE LENGTH OF INDATA4        TO WMQ-DATALEN
      *    NO MESSAGE EXISTS YET - MQSCHRL AUDITS THE ID IT GETS
      *    WHEN THE SCHEDULE IS RELEASED
           MOVE MQMI-NONE                TO MQMD-MSGID
           MOVE MQCI-NONE                TO MQMD-CORRELID

           MOVE 'SCHED'                  TO WS-AUDIT-FUNCTION
           PERFORM DI-WRITE-AUDIT-RECORD
           PERFORM X-AIB-CHECK
           CONTINUE.
      *       **********************************************************
      *       ***  MASK THE RETRIEVED MESSAGE BEFORE ANY OF IT IS
      *       ***  SHOWN - ON THE TERMINAL OR IN THE JOB LOG. MQMASK
      *       ***  APPLIES THE QUEUE'S MQMASKF RULES IN PLACE, OR
      *       ***  LEAVES THE CONTENT IN CLEAR (AND AUDITS THE VIEW)
      *       ***  WHEN THE TRAN CODE OR USERID HOLDS AN UNMASKF
      *       ***  GRANT. THE BUFFER IS ONLY SHOWN AFTER THIS - IT IS
      *       ***  NEVER PUT AGAIN
      *       **********************************************************
       DW-MASK-MESSAGE-DATA SECTION.
           MOVE MQOD-OBJECTNAME          TO MASK-PARM-QUEUE
           MOVE TRAN-CODE                TO MASK-PARM-TRAN-CODE
           MOVE USERID                   TO MASK-PARM-USERID
           MOVE INDATA1                  TO MASK-PARM-COMMAND
           MOVE MQMD-MSGID               TO MASK-PARM-MSGID
           MOVE MQMD-CORRELID            TO MASK-PARM-CORRELID
           IF WMQ-DATALEN > WMQ-BUFFLEN
              MOVE WMQ-BUFFLEN           TO MASK-USED-LEN
           ELSE
              MOVE WMQ-DATALEN           TO MASK-USED-LEN
           END-IF
           CALL 'MQMASK' USING MASK-PARM
                               WMQ-MSG-BUFF
           END-CALL
           CONTINUE.
      *       **********************************************************
      *       ***  WRITE ONE AUDIT TRAIL RECORD FOR A GET/PUT ATTEMPT
      *       **********************************************************
       DI-WRITE-AUDIT-RECORD SECTION.
           ELSE
              MOVE 'NOK'                  TO AUDIT-STATUS
           END-IF
           MOVE WS-AUDIT-DETAIL           TO AUDIT-DETAIL-NOTE
           MOVE TRAN-CODE                 TO AUDIT-DETAIL-TRAN-CODE
      *    THE MQMD IDS OF THE MESSAGE GOT OR PUT, FOR THE MESSAGE
      *    TRACE - A FAILED CALL HAS NO MESSAGE TO TRACE
           IF WMQ-COMPCODE = MQCC-FAILED
           OR MQMD-MSGID = MQMI-NONE
              MOVE SPACES                 TO AUDIT-MSGID
              MOVE SPACES                 TO AUDIT-CORRELID
           ELSE
              MOVE MQMD-MSGID             TO AUDIT-MSGID
              MOVE MQMD-CORRELID          TO AUDIT-CORRELID
           END-IF
      *    THE PUT PROPERTIES A PUT CARRIED - SPACES FOR A GET
           MOVE WS-AUDIT-PUT-PROPS        TO AUDIT-PUT-PROPS
           MOVE SPACES                    TO WS-AUDIT-PUT-PROPS

           MOVE 'A'                       TO LOGM-TYPE
           MOVE AUDIT-RECORD              TO LOGM-DATA
