      *                SAME MQTMC PATTERN AS IMSMQ02), GETS EACH
      *                ALERT MESSAGE MQWATCH PUT THERE, DELIVERS IT
      *                TO THE ON-DUTY OPERATOR LTERMS THROUGH THE
      *                MODIFIABLE ALTERNATE PCB - THE FIRST-TIER
      *                LTERMS ON DUTY NOW FOR THE TEAM THAT OWNS THE
      *                ALERT, FROM THE ON-CALL ROSTER (MQONCAL), OR
      *                THE OPS CONSOLES WHEN THE ROSTER NAMES NOBODY
      *                - AND RECORDS IT IN
      *                THE ALERT HISTORY FILE (ALERTHST) UNDER AN
      *                ALERT ID THE OPERATOR QUOTES WHEN
      *                ACKNOWLEDGING IT IN MQALRTA. UNACKNOWLEDGED
      *
      *    000000   XXXXXX   YYYYYYYYYYYYYYY
      *
      *    261015   IS       DELIVER TO THE ON-CALL ROSTER (MQONCAL)
      *                      INSTEAD OF TWO FIXED LTERMS
      *
      ******************************************************************
      ******************************************************************
      *     DI   = COMMIT THE MQGET
      *     DJ   = BACK OUT THE MQGET
      *     DK   = DELIVER THE ALERT TO THE OPERATOR LTERMS
      *     DL   = FIND THE ON-CALL LTERMS FOR THE ALERT
      *    X     = AIB RETURNCODE CHECK
      *    Z     = EXIT
      *
      *    MQBACK  - BACK OUT UNIT OF WORK
      *    MQCLOSE - CLOSE MQ QUEUE
      *    MQDISC  - DISCONNECT FROM QUEUE MANAGER
      *    MQONCAL - ON-CALL ROSTER LOOKUP
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
                                                          'ALTPCB1'.
           05  CC-QC                      PIC X(02)       VALUE 'QC'.
      ******************************************************************
      *    OPS CONSOLE LTERMS - USED ONLY WHEN THE ON-CALL ROSTER HAS
      *    NOBODY ON DUTY OR CANNOT BE READ, SO NO ALERT GOES UNSENT
      ******************************************************************
       01  TB-OPER-LTERMS.
         05  TB-OPER-ENTRIES.
                                     INDEXED BY TB-OPER-IX.
           10  TB-OPER-LTERM              PIC X(8).
      ******************************************************************
      *    ON-CALL ROSTER LOOKUP (MQONCAL)
      ******************************************************************
           COPY ONCLPARM.
      ******************************************************************
      *    ALERT MESSAGE TO THE OPERATOR TERMINAL
      ******************************************************************
       01  OPER-MESSAGE.
                 SET QUEUE-DRAINED       TO TRUE
              END-IF
           ELSE
              PERFORM DL-FIND-ON-CALL
              PERFORM DE-WRITE-ALERT-RECORD
              PERFORM DK-DELIVER-TO-OPERATORS
              IF DELIVERY-OK
           MOVE 'S'                      TO ALERT-STATUS
           MOVE WS-DATE                  TO ALERT-SENT-DATE
           MOVE WS-TIME                  TO ALERT-SENT-TIME
           MOVE ONCP-LTERM (1)           TO ALERT-LTERM
           MOVE ZERO                     TO ALERT-REALERT-COUNT
                                            ALERT-TIER-REALERTS
           MOVE ONCP-TEAM                TO ALERT-TEAM
           MOVE ONCP-TIER-REACHED        TO ALERT-TIER

           MOVE SPACES                   TO WS-ALERT-STATUS
           PERFORM UNTIL WS-ALERT-STATUS = '00'
           END-PERFORM
           CONTINUE.
      *       **********************************************************
      *       ***  DELIVER THE ALERT (WITH ITS ID) TO EVERY ON-CALL
      *       ***  LTERM FOUND THROUGH THE ALTERNATE PCB
      *       **********************************************************
       DK-DELIVER-TO-OPERATORS SECTION.
           SET DELIVERY-FAILED           TO TRUE
           MOVE LENGTH OF OPER-MESSAGE   TO OPER-LL
           MOVE ZERO                     TO OPER-ZZ

           PERFORM VARYING ONCP-IX FROM 1 BY 1
                   UNTIL ONCP-IX > ONCP-LTERM-COUNT
              MOVE CC-ALTPCB             TO AIB-PCB-NAME
              MOVE LENGTH OF ONCP-LTERM (1) TO AIB-IOAREA-LENGTH
              CALL 'AIBTDLI' USING CC-CHNG
                                   AIB
                                   ONCP-LTERM (ONCP-IX)
              END-CALL
              IF AIB-RETURN-CODE NOT = AIB-HEX-0000
              OR AIB-REASON-CODE NOT = AIB-HEX-0000
                 DISPLAY 'MQALRTD  CHNG NOK FOR '
                         ONCP-LTERM (ONCP-IX)
              ELSE
                 MOVE LENGTH OF OPER-MESSAGE TO AIB-IOAREA-LENGTH
                 CALL 'AIBTDLI' USING CC-ISRT
                    SET DELIVERY-OK      TO TRUE
                 ELSE
                    DISPLAY 'MQALRTD  ISRT NOK FOR '
                            ONCP-LTERM (ONCP-IX)
                 END-IF
              END-IF
           END-PERFORM
           MOVE 'IOPCB'                  TO AIB-PCB-NAME
           CONTINUE.
      *       **********************************************************
      *       ***  FIND THE FIRST-TIER LTERMS ON DUTY NOW FOR THE TEAM
      *       ***  THAT OWNS THE ALERT. NOBODY ON THE ROSTER, OR NO
      *       ***  ROSTER, SENDS IT TO THE OPS CONSOLES INSTEAD
      *       **********************************************************
       DL-FIND-ON-CALL SECTION.
           MOVE WMQ-MSG-BUFF             TO ONCP-ALERT-TEXT
           MOVE SPACES                   TO ONCP-TEAM
           MOVE 1                        TO ONCP-TIER
           CALL 'MQONCAL' USING ONCL-PARM
           END-CALL

           IF NOT ONCP-RETURN-OK
              DISPLAY 'MQALRTD  NOBODY ON CALL FOR TEAM ' ONCP-TEAM
                      ' - OPS CONSOLES PAGED'
              MOVE 2                     TO ONCP-LTERM-COUNT
              MOVE TB-OPER-LTERM (1)     TO ONCP-LTERM (1)
              MOVE TB-OPER-LTERM (2)     TO ONCP-LTERM (2)
              MOVE 1                     TO ONCP-TIER-REACHED
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  COMMIT THE MQGET
      *       **********************************************************
       DI-COMMIT-GET SECTION.
