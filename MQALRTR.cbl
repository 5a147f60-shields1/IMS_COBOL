      *                THE RE-ALERT COUNT ON THE RECORD. RUN EVERY
      *                FEW MINUTES LIKE MQWATCH SO A 3 AM ALERT
      *                NOBODY ACKNOWLEDGED KEEPS COMING BACK UNTIL
      *                SOMEONE OWNS IT. A RE-ALERT GOES TO THE ON-CALL
      *                LTERMS OF THE TEAM THAT OWNS THE ALERT (ROSTER
      *                LOOKUP THROUGH MQONCAL), AND AFTER THE SET
      *                NUMBER OF RE-ALERTS AT ONE TIER NOBODY
      *                ACKNOWLEDGED IT ESCALATES TO THE NEXT TIER WITH
      *                SOMEONE ON DUTY - THE LOWER TIERS STILL GET IT.
      *                THE TIER REACHED IS RECORDED ON ALERTHST.
      *
      *    INPUT       RE-ALERT INTERVAL IN MINUTES (5 DIGITS) ON
      *                SYSIN - BLANK/INVALID DEFAULTS TO 30 - THEN
      *                THE RE-ALERTS PER TIER BEFORE ESCALATING
      *                (2 DIGITS) - BLANK/INVALID DEFAULTS TO 3.
      *
      *    CODED       2026-09-02
      *
      *
      *    000000   XXXXXX   YYYYYYYYYYYYYYY
      *
      *    261015   IS       RE-ALERT TO THE ON-CALL ROSTER AND
      *                      ESCALATE BY TIER, TIER KEPT ON ALERTHST
      *
      ******************************************************************
      ******************************************************************
      *    C
      *     CA   = READ NEXT ALERT RECORD
      *     CB   = RE-ALERT ONE OVERDUE RECORD
      *     CC   = FIND THE ON-CALL LTERMS AND ESCALATE
      *    D     = DELIVER THE ALERT TO THE OPERATOR LTERMS
      *    Z     = EXIT
      *
      *    MODULES CALLED
      *
      *    AIBTDLI - IMS APPLICATION INTERFACE (CHNG / ISRT)
      *    MQONCAL - ON-CALL ROSTER LOOKUP
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       01  WS-ALERT-STATUS                PIC XX      VALUE SPACES.
      ******************************************************************
      *    RE-ALERT INTERVAL AND RE-ALERTS PER TIER
      ******************************************************************
       01  WS-SYSIN-CARD.
           05 WS-INTERVAL-IN              PIC X(05).
           05 WS-INTERVAL-IN-NUM REDEFINES WS-INTERVAL-IN
                                          PIC 9(05).
           05 WS-ESCALATE-IN              PIC X(02).
           05 WS-ESCALATE-IN-NUM REDEFINES WS-ESCALATE-IN
                                          PIC 9(02).
           05 FILLER                      PIC X(73).
       01  WS-INTERVAL-MINUTES            PIC 9(05)   VALUE 30.
       01  WS-ESCALATE-AFTER              PIC 9(02)   VALUE 3.
      ******************************************************************
      *    RUN TIMESTAMP
      ******************************************************************
      ******************************************************************
       01  WS-RECORDS-READ                PIC 9(05)   VALUE ZERO.
       01  WS-REALERTS-SENT               PIC 9(05)   VALUE ZERO.
       01  WS-ESCALATIONS                 PIC 9(05)   VALUE ZERO.
      ******************************************************************
      *    IMS DLICALLS
      ******************************************************************
       01 AIB-RETURKODER.
          05 AIB-HEX-0000               PIC 9(9) COMP VALUE 0.
      ******************************************************************
      *    OPS CONSOLE LTERMS - USED ONLY WHEN THE ON-CALL ROSTER HAS
      *    NOBODY ON DUTY OR CANNOT BE READ, SO NO RE-ALERT GOES UNSENT
      ******************************************************************
       01  TB-OPER-LTERMS.
         05  TB-OPER-ENTRIES.
                                     INDEXED BY TB-OPER-IX.
           10  TB-OPER-LTERM              PIC X(8).
      ******************************************************************
      *    ON-CALL ROSTER LOOKUP (MQONCAL)
      ******************************************************************
           COPY ONCLPARM.
       01  WS-CURRENT-TIER                PIC 9(01)   VALUE ZERO.
      ******************************************************************
      *    RE-ALERT MESSAGE TO THE OPERATOR TERMINAL
      ******************************************************************
       01  OPER-MESSAGE.
           05 OPER-LINE.
              10 FILLER                   PIC X(08)  VALUE 'REALERT '.
              10 OPER-ALERT-ID            PIC X(14).
              10 FILLER                   PIC X(06)  VALUE ' TIER '.
              10 OPER-TIER                PIC 9(01).
              10 FILLER                   PIC X(01)  VALUE SPACE.
              10 OPER-ALERT-TEXT          PIC X(110).
      ******************************************************************
           05 SW-DELIVERY                 PIC X     VALUE 'N'.
             88 DELIVERY-OK                         VALUE 'Y'.
             88 DELIVERY-FAILED                     VALUE 'N'.
           05 SW-ESCALATION               PIC X     VALUE 'N'.
             88 ALERT-ESCALATED                     VALUE 'Y'.
      *
       01  FILLER                        PIC X(32)  VALUE
                                       'X MODULE MQALRTR END WSS X'.
      *
      ******************************************************************
       B-INITIATION SECTION.
           MOVE SPACES                     TO WS-SYSIN-CARD
           ACCEPT WS-SYSIN-CARD
           IF WS-INTERVAL-IN-NUM NUMERIC
           AND WS-INTERVAL-IN-NUM > ZERO
              MOVE WS-INTERVAL-IN-NUM     TO WS-INTERVAL-MINUTES
           END-IF
           IF WS-ESCALATE-IN-NUM NUMERIC
           AND WS-ESCALATE-IN-NUM > ZERO
              MOVE WS-ESCALATE-IN-NUM     TO WS-ESCALATE-AFTER
           END-IF
           DISPLAY 'MQALRTR  RE-ALERT INTERVAL MINUTES: '
                   WS-INTERVAL-MINUTES
           DISPLAY 'MQALRTR  RE-ALERTS PER TIER       : '
                   WS-ESCALATE-AFTER

           ACCEPT WS-DATE                  FROM DATE
           ACCEPT WS-TIME-FULL             FROM TIME
                                          - WS-SENT-MINUTES
              END-IF
              IF WS-AGE-MINUTES >= WS-INTERVAL-MINUTES
                 PERFORM CC-FIND-ON-CALL
                 PERFORM D-DELIVER-TO-OPERATORS
                 IF DELIVERY-OK
                    MOVE 'R'              TO ALERT-STATUS
                    ADD 1                 TO ALERT-REALERT-COUNT
                    MOVE WS-CURRENT-TIER  TO ALERT-TIER
                    ADD 1                 TO ALERT-TIER-REALERTS
                    IF ALERT-TEAM = SPACES
                       MOVE ONCP-TEAM     TO ALERT-TEAM
                    END-IF
                    MOVE ONCP-LTERM (1)   TO ALERT-LTERM
                    IF ALERT-ESCALATED
                       ADD 1              TO WS-ESCALATIONS
                    END-IF
                    REWRITE ALERT-RECORD
                    IF WS-ALERT-STATUS NOT = '00'
                       DISPLAY 'MQALRTR  REWRITE FAILED '

           PERFORM CA-READ-NEXT-ALERT
           CONTINUE.
      *    *************************************************************
      *    ***  FIND THE ON-CALL LTERMS FOR THE RE-ALERT AT THE TIER
      *    ***  THE ALERT HAS REACHED. ONCE THAT TIER HAS HAD THE SET
      *    ***  NUMBER OF RE-ALERTS, MOVE UP TO THE NEXT TIER WITH
      *    ***  SOMEONE ON DUTY AND START ITS COUNT AGAIN. NOBODY ON
      *    ***  THE ROSTER SENDS IT TO THE OPS CONSOLES INSTEAD
      *    *************************************************************
       CC-FIND-ON-CALL SECTION.
           MOVE 'N'                       TO SW-ESCALATION
      *    ALERTS RECORDED BEFORE THE ROSTER CARRY NO TIER OR COUNT
           IF ALERT-TIER NOT NUMERIC
           OR ALERT-TIER = ZERO
              MOVE 1                      TO ALERT-TIER
           END-IF
           IF ALERT-TIER-REALERTS NOT NUMERIC
              MOVE ZERO                   TO ALERT-TIER-REALERTS
           END-IF
           MOVE ALERT-TIER                TO WS-CURRENT-TIER

           MOVE ALERT-TEXT                TO ONCP-ALERT-TEXT
           MOVE ALERT-TEAM                TO ONCP-TEAM
           MOVE WS-CURRENT-TIER           TO ONCP-TIER
           CALL 'MQONCAL' USING ONCL-PARM
           END-CALL

           IF ALERT-TIER-REALERTS >= WS-ESCALATE-AFTER
           AND ONCP-NEXT-TIER > ZERO
              MOVE ONCP-NEXT-TIER         TO WS-CURRENT-TIER
                                             ONCP-TIER
              CALL 'MQONCAL' USING ONCL-PARM
              END-CALL
              SET ALERT-ESCALATED         TO TRUE
              MOVE ZERO                   TO ALERT-TIER-REALERTS
              DISPLAY 'MQALRTR  ALERT ' ALERT-ID ' ESCALATED TO '
                      'TEAM ' ONCP-TEAM ' TIER ' WS-CURRENT-TIER
           END-IF

           IF NOT ONCP-RETURN-OK
              DISPLAY 'MQALRTR  NOBODY ON CALL FOR TEAM ' ONCP-TEAM
                      ' - OPS CONSOLES PAGED'
              MOVE 2                      TO ONCP-LTERM-COUNT
              MOVE TB-OPER-LTERM (1)      TO ONCP-LTERM (1)
              MOVE TB-OPER-LTERM (2)      TO ONCP-LTERM (2)
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    D   DELIVER THE RE-ALERT TO EVERY ON-CALL LTERM FOUND
      *        THROUGH THE ALTERNATE PCB
      *
      ******************************************************************
       D-DELIVER-TO-OPERATORS SECTION.
           SET DELIVERY-FAILED           TO TRUE
           MOVE ALERT-ID                 TO OPER-ALERT-ID
           MOVE WS-CURRENT-TIER          TO OPER-TIER
           MOVE ALERT-TEXT               TO OPER-ALERT-TEXT
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
                 DISPLAY 'MQALRTR  CHNG NOK FOR '
                         ONCP-LTERM (ONCP-IX)
              ELSE
                 MOVE LENGTH OF OPER-MESSAGE TO AIB-IOAREA-LENGTH
                 CALL 'AIBTDLI' USING CC-ISRT
                    SET DELIVERY-OK      TO TRUE
                 ELSE
                    DISPLAY 'MQALRTR  ISRT NOK FOR '
                            ONCP-LTERM (ONCP-IX)
                 END-IF
              END-IF
           END-PERFORM
       Z-EXIT SECTION.
           DISPLAY 'MQALRTR  RECORDS READ  : ' WS-RECORDS-READ
           DISPLAY 'MQALRTR  RE-ALERTS SENT: ' WS-REALERTS-SENT
           DISPLAY 'MQALRTR  ESCALATIONS   : ' WS-ESCALATIONS

           CLOSE ALERT-FILE

