      *                         REQUE|      |
      *                              >QUANT |
      *                                     >ERROR QUEUE NAME
      *                FOLLOWED BY AN OVERRIDE CODE (14) FOR A REQUEUE
      *                INSIDE A CHANGE-FREEZE WINDOW
      *
      *    CODED       2026-08-22
      *
      *                      VIOLATIONS IS REFUSED WITH A CLEAR
      *                      LOCKED RESPONSE, SAME AS IN IMSMQ01
      *
      *    261015   IS       AUDIT RECORDS CARRY THE MQMD MESSAGE ID
      *                      AND CORRELATION ID OF EVERY MESSAGE
      *                      REQUEUED, SO A REQUEUE SHOWS IN THE
      *                      MESSAGE'S TRACE (MQTRCTX)
      *
      *    261015   IS       THE REQUEUE APPLIES THE BASE QUEUE'S PUT
      *                      PROPERTIES (PUTPROPF) THROUGH MQPUTPR
      *                      BEFORE THE PUT, AND THE AUDIT RECORD
      *                      CARRIES THE VALUES USED
      *
      *    261015   IS       LIST PASSES EVERY BROWSED MESSAGE THROUGH
      *                      THE MQMASK SERVICE BEFORE ITS FIRST 60
      *                      BYTES ARE SHOWN - THE BASE QUEUE'S MQMASKF
      *                      RULES MASK SENSITIVE FIELDS, AND AN UNMASKF
      *                      GRANT SHOWS THEM IN CLEAR WITH THE VIEW
      *                      AUDITED (UNMSK)
      *
      *    261015   IS       REQUE IS REFUSED INSIDE A CHANGE-FREEZE
      *                      WINDOW (FREEZEF, CHECKED THROUGH MQFRZCK)
      *                      COVERING THE ERROR OR BASE QUEUE, AND THE
      *                      RESPONSE NAMES THE FREEZE AND ITS REASON.
      *                      AN APPROVED EMERGENCY OVERRIDE CODE
      *                      (MQFRZOV) TYPED IN THE NEW INDATA4 FIELD
      *                      LETS ONE REQUEUE THROUGH
      *
      *    261015   IS       MESSAGE BUFFER 32768 AS IN IMSMQ02 - THE
      *                      ERROR QUEUE NOW HOLDS LARGE MESSAGES.
      *                      REQUEUE REFUSES THE TRUNCATED COPY
      *                      IMSMQ02 MARKS IN THE FEEDBACK FIELD
      *
      ******************************************************************
      ******************************************************************
      *
      *     CB   = VALIDATE INDATA2 REPEAT COUNT
      *     CC   = DERIVE BASE QUEUE FROM ERROR QUEUE NAME
      *     CE   = CHECK THE USER LOCKOUT FILE
      *     CG   = CHANGE-FREEZE CHECK (MQFRZCK)
      *    D
      *     DA   = CONNECT TO QUEUE MANAGER
      *     DB   = OPEN ERROR QUEUE (AND BASE QUEUE FOR REQUE)
      *     DH   = SEND RESPONSE TO USER
      *     DI   = WRITE AUDIT TRAIL RECORD
      *     DJ   = BACK OUT THE UNIT OF WORK
      *     DK   = MASK A LISTED MESSAGE FOR DISPLAY (MQMASK)
      *    X     = AIB RETURNCODE CHECK
      *     XD   = WRITE EXCEPTION FILE RECORD
      *    Z     = EXIT
      *    MQCONN  - CONNECT TO QUEUE MANAGER
      *    MQOPEN  - OPEN EXISTING MQ QUEUE
      *    MQGET   - GET MQ MESSAGE
      *    MQPUTPR - APPLY THE BASE QUEUE'S PUT PROPERTIES
      *    MQPUT   - PUT MQ MESSAGE
      *    MQMASK  - MASK SENSITIVE PAYLOAD DATA FOR DISPLAY
      *    MQFRZCK - CHANGE-FREEZE CHECK FOR THE REQUEUE
      *    MQCMIT  - COMMIT UNIT OF WORK
      *    MQBACK  - BACK OUT UNIT OF WORK
      *    MQCLOSE - CLOSE MQ QUEUE
              15 INDATA1                 PIC X(05).
              15 INDATA2                 PIC 9(05).
              15 INDATA3                 PIC X(48).
              15 INDATA4                 PIC X(14).
      ******************************************************************
      *    RESPONSE AREA
      ******************************************************************
       01  WMQ-REASON                    PIC S9(09) BINARY.
       01  WMQ-HOBJ                      PIC S9(09) BINARY.
       01  WMQ-HOBJ-BASE                 PIC S9(09) BINARY.
       01  WMQ-BUFFLEN                   PIC S9(09) BINARY VALUE 32768.
       01  WMQ-DATALEN                   PIC S9(09) BINARY.
       01  WMQ-MSG-BUFF                  PIC X(32768).
      ******************************************************************
      ***   MQ-DESKRIPTORER/KONSTANTER
      ******************************************************************
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
      ******************************************************************
      *    EXCEPTION RECORD - LOGGED THROUGH THE SAME SERVICE
      ******************************************************************
      ******************************************************************
           COPY LOGQREC.
      ******************************************************************
      *    PUT PROPERTIES - APPLIED BY MQPUTPR FROM THE PUTPROPF
      *    RECORD OF THE TARGET QUEUE JUST BEFORE EVERY PUT. THE
      *    VALUES THE PUT CARRIED GO ON ITS AUDIT RECORD
      ******************************************************************
           COPY PUTPPARM.
      ******************************************************************
      *    PAYLOAD MASKING - EVERY LISTED MESSAGE PASSES THROUGH
      *    MQMASK BEFORE IT IS SHOWN
      ******************************************************************
           COPY MASKPARM.
      ******************************************************************
      *    CHANGE-FREEZE CHECK - A REQUEUE ASKS MQFRZCK BEFORE IT RUNS.
      *    AN APPROVED OVERRIDE CODE IS TYPED IN INDATA4
      ******************************************************************
           COPY FRZPARM.
      ******************************************************************
      *    USER LOCKOUT FILE
      ******************************************************************
       01  WS-LOCK-STATUS                 PIC XX    VALUE SPACES.
             88 QUEUE-NAME-INVALID                   VALUE 'N'.
           05 SW-REQUEUE                   PIC X     VALUE 'Y'.
             88 REQUEUE-CLEAN                        VALUE 'Y'.
             88 REQUEUE-FAILED                       VALUE 'N' 'T'.
             88 REQUEUE-TRUNCATED                    VALUE 'T'.
           05 SW-BASE-OPEN                 PIC X     VALUE 'N'.
             88 BASE-QUEUE-OPEN                      VALUE 'Y'.
           05 SW-LOCK-OPEN                 PIC X     VALUE 'N'.
                    IF QUEUE-NAME-INVALID
                       MOVE 'NOT AN ERROR QUEUE - REJECTED' TO OUTDATA
                    ELSE
                       PERFORM CG-CHECK-CHANGE-FREEZE
                       IF FRZP-REFUSED
                          MOVE FRZP-MESSAGE  TO OUTDATA
                       ELSE
                          MOVE WS-ERROR-QUEUE TO MQOD-OBJECTNAME
                          PERFORM DA-MQ-CONN
                       END-IF
                    END-IF
                 END-IF
               WHEN OTHER
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  CHANGE-FREEZE CHECK - A REQUEUE IS REFUSED INSIDE A
      *    ***  FREEZE WINDOW COVERING THE ERROR QUEUE OR ITS BASE
      *    ***  QUEUE, UNLESS AN APPROVED OVERRIDE CODE IS TYPED IN
      *    ***  INDATA4
      *    *************************************************************
       CG-CHECK-CHANGE-FREEZE SECTION.
           MOVE WS-ERROR-QUEUE             TO FRZP-QUEUE
           MOVE WS-BASE-QUEUE              TO FRZP-QUEUE-2
           MOVE INDATA1                    TO FRZP-COMMAND
           MOVE TRAN-CODE                  TO FRZP-TRAN-CODE
           MOVE USERID                     TO FRZP-USERID
           MOVE INDATA4                    TO FRZP-OVERRIDE-CODE
           CALL 'MQFRZCK' USING FRZ-PARM
           END-CALL
           CONTINUE.
      *    *************************************************************
      *    ***  CONNECT TO QUEUE MANAGER
      *    *************************************************************
       DA-MQ-CONN SECTION.
              IF WMQ-COMPCODE NOT = MQCC-FAILED
                 ADD 1                    TO WS-LISTED-COUNT
                 MOVE WS-LISTED-COUNT     TO LIST-SEQ
                 PERFORM DK-MASK-MESSAGE-DATA
      *          MOVE ONLY THE BYTES THIS MESSAGE FILLED - A FIXED
      *          60-BYTE MOVE WOULD DRAG RESIDUE OF THE PREVIOUS,
      *          LONGER MESSAGE INTO THE LINE
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  MASK THE BROWSED MESSAGE BEFORE IT IS LISTED. THE
      *       ***  MESSAGES ON AN ERROR QUEUE ARE THE BASE QUEUE'S, SO
      *       ***  THE BASE QUEUE'S MQMASKF RULES AND UNMASKF GRANTS
      *       ***  APPLY. A BROWSE ONLY - THE MESSAGE ITSELF IS NOT
      *       ***  CHANGED, AND REQUEUE NEVER PASSES THROUGH HERE
      *       **********************************************************
       DK-MASK-MESSAGE-DATA SECTION.
           MOVE WS-BASE-QUEUE            TO MASK-PARM-QUEUE
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
      *       ***  REQUEUE MESSAGES BACK TO THE BASE QUEUE UNDER
      *       ***  SYNCPOINT - GET AND PUT IN ONE UNIT OF WORK SO A
      *       ***  FAILURE MID-FLIGHT BACKS EVERYTHING OUT
                                  WMQ-COMPCODE
                                  WMQ-REASON
              END-CALL
              IF WMQ-COMPCODE = MQCC-FAILED
                 IF WMQ-REASON NOT = MQRC-NO-MSG-AVAILABLE
                    IF WMQ-REASON = MQRC-TRUNCATED-MSG-FAILED
                       DISPLAY 'MQERRRQ  REQUEUE STOPPED - MESSAGE'
                    DISPLAY 'REASON:     ' WMQ-REASON
                    SET REQUEUE-FAILED   TO TRUE
                 END-IF
              ELSE
      *          IMSMQ02 MARKS THE COPY OF AN OVERSIZE MESSAGE IT
      *          COULD ONLY PARTLY READ - THAT IS NOT THE PARTNER'S
      *          MESSAGE AND MUST NOT GO BACK TO THE BASE QUEUE
                 IF MQMD-FEEDBACK = MQFB-TRUNCATED-COPY
                    DISPLAY 'MQERRRQ  REQUEUE STOPPED - TRUNCATED'
                            ' COPY OF AN OVERSIZE MESSAGE LEFT ON '
                            WS-ERROR-QUEUE
                    SET REQUEUE-TRUNCATED TO TRUE
                 ELSE
                    COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT +
                                             MQPMO-DEFAULT-CONTEXT
      *             THE REQUEUED MESSAGE KEEPS WHAT IT WAS GOT WITH,
      *             UNLESS THE BASE QUEUE'S PROFILE SAYS OTHERWISE
                    MOVE WS-BASE-QUEUE      TO PUTP-QUEUE-NAME
                    SET PUTP-FORWARDED-MESSAGE TO TRUE
                    CALL 'MQPUTPR' USING PUTP-PARM
                                         MQMD
                    END-CALL
                    CALL 'MQPUT' USING WMQ-HCONN
                                       WMQ-HOBJ-BASE
                                       MQMD
                                       MQPMO
                                       WMQ-DATALEN
                                       WMQ-MSG-BUFF
                                       WMQ-COMPCODE
                                       WMQ-REASON
                    END-CALL
                    IF WMQ-COMPCODE = MQCC-FAILED
                       DISPLAY 'MQERRRQ  MQPUT  NOK ' WS-BASE-QUEUE
                       DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                       DISPLAY 'REASON:     ' WMQ-REASON
                       SET REQUEUE-FAILED   TO TRUE
                    ELSE
                       ADD 1                TO WS-REQUEUED-COUNT
                    END-IF
                    MOVE 'REQUE'            TO WS-AUDIT-FUNCTION
                    PERFORM DI-WRITE-AUDIT-RECORD
                 END-IF
              END-IF
           END-PERFORM

           IF REQUEUE-FAILED
              PERFORM DJ-MQ-BACKOUT
              MOVE ZERO                  TO WS-REQUEUED-COUNT
              IF REQUEUE-TRUNCATED
                 MOVE 'TRUNCATED COPY ON ERROR QUEUE - NONE REQUEUED'
                                         TO OUTDATA
              ELSE
                 MOVE 'REQUEUE FAILED - ALL MESSAGES BACKED OUT'
                                         TO OUTDATA
              END-IF
           ELSE
              PERFORM DE-MQ-COMMIT
              IF WS-REQUEUED-COUNT = ZERO
           ELSE
              MOVE 'OK'                   TO AUDIT-STATUS
           END-IF
      *    THE MQMD IDS OF THE MESSAGE GOT FOR REQUEUE, FOR THE
      *    MESSAGE TRACE - THE PUT KEEPS THE ORIGINAL MESSAGE ID,
      *    AND A FAILED PUT STILL NAMES THE MESSAGE IT FAILED FOR
           IF MQMD-MSGID = MQMI-NONE
              MOVE SPACES                 TO AUDIT-MSGID
              MOVE SPACES                 TO AUDIT-CORRELID
           ELSE
              MOVE MQMD-MSGID             TO AUDIT-MSGID
              MOVE MQMD-CORRELID          TO AUDIT-CORRELID
           END-IF
           MOVE PUTP-USED                 TO AUDIT-PUT-PROPS

           MOVE 'A'                       TO LOGM-TYPE
           MOVE AUDIT-RECORD              TO LOGM-DATA
