       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQONCAL.
      ******************************************************************
      *
      *    MODULE      MQONCAL
      *                SUBPROGRAM
      *                ON-CALL ROSTER LOOKUP. CALLED WITH THE
      *                ONCLPARM AREA BY MQALRTD FOR EVERY NEW OPS
      *                ALERT AND BY MQALRTR FOR EVERY RE-ALERT. FINDS
      *                THE TEAM THAT OWNS THE ALERT FROM THE OWNER
      *                RULES ON THE ROSTER (ONCALLF) - THE MOST
      *                SPECIFIC RULE FOR THE ALERT SOURCE AND ITS
      *                QUEUE WINS, NO RULE MEANS TEAM DEFAULT - AND
      *                RETURNS THE LTERMS OF THAT TEAM ON DUTY RIGHT
      *                NOW UP TO THE TIER ASKED FOR, WITH ANY COVER
      *                FOR AN ABSENCE APPLIED. A TEAM WITH NOBODY ON
      *                DUTY HANDS THE ALERT TO TEAM DEFAULT. THE
      *                ROSTER IS OPENED AND CLOSED PER CALL, LIKE
      *                MQFRZCK, SO A CHANGE MADE THROUGH MQONCMT
      *                TAKES EFFECT WITH THE NEXT ALERT.
      *
      *    CODED       2026-10-15
      *
      *    CODED BY    ISAK SHIELDS
      *
      ******************************************************************
      ******************************************************************
      *
      *    LIST OF AMENDMENTS
      *    DATE     BY       THE CHANGE REFERS
      *
      *    000000   XXXXXX   YYYYYYYYYYYYYYY
      *
      *    261015   IS       MQCHNWT CHANNEL ALERTS ARE OWNED BY THE
      *                      PARTNER QUEUE THE CHANNEL CARRIES, SO
      *                      OWNER RULES SCOPE THEM LIKE QUEUE ALERTS
      *
      ******************************************************************
      ******************************************************************
      *
      *    ROUTINE LIST
      *
      *    A     = MAINROUTINE
      *    B     = FIND THE OWNING TEAM
      *     BA   = READ AND SCORE THE NEXT OWNER RULE
      *     BB   = FIND THE QUEUE NAMED IN THE ALERT TEXT
      *    C     = COLLECT THE TEAM'S LTERMS ON DUTY
      *     CA   = READ AND TEST THE NEXT SHIFT ENTRY
      *     CB   = TEST WHETHER THE SHIFT IS ON DUTY NOW
      *     CC   = ADD ONE LTERM TO THE LIST
      *
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    NONE
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONCL-FILE         ASSIGN TO ONCALLF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS ONCL-KEY
                                     FILE STATUS IS WS-ONCL-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  ONCL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ONCLREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQONCAL START WSS X'.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-ONCL-STATUS                 PIC XX      VALUE SPACES.
      ******************************************************************
      *    CURRENT DATE, TIME (HHMM) AND DAY OF THE WEEK (1 = MONDAY)
      ******************************************************************
       01  WS-DATE                        PIC X(06)   VALUE SPACES.
       01  WS-TIME                        PIC X(08)   VALUE SPACES.
       01  WS-NOW-HHMM                    PIC X(04)   VALUE SPACES.
       01  WS-TODAY-DOW                   PIC 9(01)   VALUE ZERO.
       01  WS-YESTERDAY-DOW               PIC 9(01)   VALUE ZERO.
      ******************************************************************
      *    TEAM THAT GETS AN ALERT NO OWNER RULE MATCHES, OR WHOSE
      *    OWN TEAM HAS NOBODY ON DUTY
      ******************************************************************
       01  CC-DEFAULT-TEAM                PIC X(08)   VALUE 'DEFAULT'.
      ******************************************************************
      *    OWNER RULE MATCHING
      ******************************************************************
       01  WS-ALERT-TYPE                  PIC X(08)   VALUE SPACES.
       01  WS-ALERT-QUEUE                 PIC X(48)   VALUE SPACES.
       01  WS-PREFIX-LEN                  PIC 9(03)   COMP VALUE ZERO.
       01  WS-RULE-SCORE                  PIC 9(05)   COMP VALUE ZERO.
       01  WS-BEST-SCORE                  PIC 9(05)   COMP VALUE ZERO.
       01  WS-BEST-TEAM                   PIC X(08)   VALUE SPACES.
      ******************************************************************
      *    SHIFT COLLECTION
      ******************************************************************
       01  WS-DUTY-LTERM                  PIC X(08)   VALUE SPACES.
       01  WS-MAX-LTERMS                  PIC 9(02)   VALUE 20.
      ******************************************************************
      *    SWITCHES
      ******************************************************************
       01  SWITCHES.
           05 SW-ONCL-EOF                 PIC X     VALUE 'N'.
             88 ONCL-END-OF-FILE                    VALUE 'Y'.
           05 SW-ON-DUTY                  PIC X     VALUE 'N'.
             88 SHIFT-ON-DUTY                       VALUE 'Y'.
           05 SW-LTERM-LISTED             PIC X     VALUE 'N'.
             88 LTERM-ALREADY-LISTED                VALUE 'Y'.
      *
       01  FILLER                        PIC X(32)    VALUE
                                       'X MODULE MQONCAL END WSS X'.
      *
       LINKAGE SECTION.
      *----------------
           COPY ONCLPARM.
      *
       PROCEDURE DIVISION USING ONCL-PARM.
      **************************************************************
      *                                                            *
      *    A   MAINROUTINE                                         *
      *                                                            *
      **************************************************************
       A-MAINROUTINE SECTION.
           SET ONCP-NOBODY-ON-DUTY         TO TRUE
           MOVE ZERO                       TO ONCP-TIER-REACHED
                                              ONCP-NEXT-TIER
                                              ONCP-LTERM-COUNT
           MOVE SPACES                     TO ONCP-LTERM (1)
           IF ONCP-TIER NOT NUMERIC
           OR ONCP-TIER = ZERO
              MOVE 1                       TO ONCP-TIER
           END-IF

           ACCEPT WS-DATE                  FROM DATE
           ACCEPT WS-TIME                  FROM TIME
           ACCEPT WS-TODAY-DOW             FROM DAY-OF-WEEK
           MOVE WS-TIME (1:4)              TO WS-NOW-HHMM
           IF WS-TODAY-DOW = 1
              MOVE 7                       TO WS-YESTERDAY-DOW
           ELSE
              COMPUTE WS-YESTERDAY-DOW = WS-TODAY-DOW - 1
           END-IF

      *    NO ONCALLF AT ALL (STATUS 35) IS AN EMPTY ROSTER
           OPEN INPUT ONCL-FILE
           EVALUATE WS-ONCL-STATUS
              WHEN '00'
                 IF ONCP-TEAM = SPACES
                    PERFORM B-FIND-OWNING-TEAM
                 END-IF
                 PERFORM C-COLLECT-ON-DUTY
                 IF ONCP-LTERM-COUNT = ZERO
                 AND ONCP-TEAM NOT = CC-DEFAULT-TEAM
                 AND NOT ONCP-ROSTER-ERROR
                    MOVE CC-DEFAULT-TEAM   TO ONCP-TEAM
                    PERFORM C-COLLECT-ON-DUTY
                 END-IF
                 CLOSE ONCL-FILE
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'MQONCAL  ONCL-FILE OPEN FAILED '
                         WS-ONCL-STATUS
                 SET ONCP-ROSTER-ERROR     TO TRUE
           END-EVALUATE

           IF ONCP-LTERM-COUNT > ZERO
              SET ONCP-RETURN-OK           TO TRUE
           END-IF

           GOBACK.
      ******************************************************************
      *
      *    B   FIND THE OWNING TEAM - EVERY ACTIVE OWNER RULE IS
      *        SCORED AND THE MOST SPECIFIC MATCH WINS: A NAMED ALERT
      *        SOURCE BEATS ANY SOURCE, ONE EXACT QUEUE BEATS A
      *        PREFIX, A LONGER PREFIX BEATS A SHORTER ONE, AND ANY
      *        PREFIX BEATS ALL. EQUAL SCORES GO TO THE FIRST RULE IN
      *        KEY ORDER
      *
      ******************************************************************
       B-FIND-OWNING-TEAM SECTION.
           MOVE ONCP-ALERT-TEXT (1:8)      TO WS-ALERT-TYPE
           PERFORM BB-FIND-ALERT-QUEUE
           MOVE ZERO                       TO WS-BEST-SCORE
           MOVE CC-DEFAULT-TEAM            TO WS-BEST-TEAM

           MOVE LOW-VALUES                 TO ONCL-KEY
           MOVE 'N'                        TO SW-ONCL-EOF
           START ONCL-FILE KEY NOT < ONCL-KEY
              INVALID KEY
                 SET ONCL-END-OF-FILE      TO TRUE
           END-START
           PERFORM BA-SCORE-NEXT-OWNER UNTIL ONCL-END-OF-FILE

           MOVE WS-BEST-TEAM               TO ONCP-TEAM
           CONTINUE.
      *
       BA-SCORE-NEXT-OWNER SECTION.
           READ ONCL-FILE NEXT
              AT END
                 SET ONCL-END-OF-FILE      TO TRUE
              NOT AT END
                 IF ONCL-IS-OWNER
                 AND ONCL-IS-ACTIVE
                    MOVE 1                 TO WS-RULE-SCORE
                    IF ONCL-OWN-ALERT-TYPE NOT = SPACES
                       IF ONCL-OWN-ALERT-TYPE = WS-ALERT-TYPE
                          ADD 100          TO WS-RULE-SCORE
                       ELSE
                          MOVE ZERO        TO WS-RULE-SCORE
                       END-IF
                    END-IF
                    EVALUATE TRUE
                       WHEN WS-RULE-SCORE = ZERO
                          CONTINUE
                       WHEN ONCL-OWN-SCOPE-ALL
                          CONTINUE
                       WHEN WS-ALERT-QUEUE = SPACES
                          MOVE ZERO        TO WS-RULE-SCORE
                       WHEN OTHER
                          MOVE ZERO        TO WS-PREFIX-LEN
                          INSPECT ONCL-OWN-SCOPE TALLYING WS-PREFIX-LEN
                             FOR CHARACTERS BEFORE INITIAL '*'
                          IF WS-PREFIX-LEN > ZERO
                          AND WS-PREFIX-LEN < LENGTH OF ONCL-OWN-SCOPE
                             IF WS-ALERT-QUEUE (1 : WS-PREFIX-LEN)
                                = ONCL-OWN-SCOPE (1 : WS-PREFIX-LEN)
                                ADD WS-PREFIX-LEN TO WS-RULE-SCORE
                             ELSE
                                MOVE ZERO  TO WS-RULE-SCORE
                             END-IF
                          ELSE
                             IF WS-ALERT-QUEUE = ONCL-OWN-SCOPE
                                ADD 60     TO WS-RULE-SCORE
                             ELSE
                                MOVE ZERO  TO WS-RULE-SCORE
                             END-IF
                          END-IF
                    END-EVALUATE
                    IF WS-RULE-SCORE > WS-BEST-SCORE
                       MOVE WS-RULE-SCORE  TO WS-BEST-SCORE
                       MOVE ONCL-TEAM      TO WS-BEST-TEAM
                    END-IF
                 END-IF
           END-READ
      *    ANY ABNORMAL READ STATUS MUST END THE SCAN - THE ALERT
      *    THEN GOES TO THE BEST TEAM FOUND SO FAR
           IF WS-ONCL-STATUS NOT = '00'
           AND WS-ONCL-STATUS NOT = '10'
              DISPLAY 'MQONCAL  ONCL-FILE READ FAILED ' WS-ONCL-STATUS
              SET ONCL-END-OF-FILE         TO TRUE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  FIND THE QUEUE NAMED IN THE ALERT TEXT. EACH ALERT
      *    ***  SOURCE PUTS ITS PROGRAM NAME FIRST AND THE QUEUE AT A
      *    ***  FIXED PLACE IN ITS OWN MESSAGE LAYOUT
      *    *************************************************************
       BB-FIND-ALERT-QUEUE SECTION.
           MOVE SPACES                     TO WS-ALERT-QUEUE
           EVALUATE WS-ALERT-TYPE
              WHEN 'MQWATCH '
                 MOVE ONCP-ALERT-TEXT (20:48) TO WS-ALERT-QUEUE
              WHEN 'IMSMQ02 '
                 IF ONCP-ALERT-TEXT (9:13) = 'BREAKER OPEN '
                    MOVE ONCP-ALERT-TEXT (22:48) TO WS-ALERT-QUEUE
                 ELSE
                    MOVE ONCP-ALERT-TEXT (20:48) TO WS-ALERT-QUEUE
                 END-IF
              WHEN 'MQTRWCH '
                 MOVE ONCP-ALERT-TEXT (53:48) TO WS-ALERT-QUEUE
              WHEN 'MQCHNWT '
                 MOVE ONCP-ALERT-TEXT (20:48) TO WS-ALERT-QUEUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           CONTINUE.
      ******************************************************************
      *
      *    C   COLLECT THE TEAM'S LTERMS ON DUTY NOW FOR EVERY TIER UP
      *        TO THE ONE ASKED FOR, AND NOTE THE NEXT TIER ABOVE IT
      *        THAT HAS ANYONE ON DUTY
      *
      ******************************************************************
       C-COLLECT-ON-DUTY SECTION.
           MOVE ZERO                       TO ONCP-TIER-REACHED
                                              ONCP-NEXT-TIER
                                              ONCP-LTERM-COUNT
           MOVE ONCP-TEAM                  TO ONCL-TEAM
           MOVE 'S'                        TO ONCL-REC-TYPE
           MOVE ZERO                       TO ONCL-TIER
                                              ONCL-SEQ
           MOVE 'N'                        TO SW-ONCL-EOF
           START ONCL-FILE KEY NOT < ONCL-KEY
              INVALID KEY
                 SET ONCL-END-OF-FILE      TO TRUE
           END-START
           PERFORM CA-TEST-NEXT-SHIFT UNTIL ONCL-END-OF-FILE
           CONTINUE.
      *
       CA-TEST-NEXT-SHIFT SECTION.
           READ ONCL-FILE NEXT
              AT END
                 SET ONCL-END-OF-FILE      TO TRUE
              NOT AT END
                 IF ONCL-TEAM NOT = ONCP-TEAM
                 OR NOT ONCL-IS-SHIFT
                    SET ONCL-END-OF-FILE   TO TRUE
                 ELSE
                    IF ONCL-IS-ACTIVE
                       PERFORM CB-TEST-ON-DUTY
                       IF SHIFT-ON-DUTY
                          IF ONCL-TIER > ONCP-TIER
                             IF ONCP-NEXT-TIER = ZERO
                             OR ONCL-TIER < ONCP-NEXT-TIER
                                MOVE ONCL-TIER TO ONCP-NEXT-TIER
                             END-IF
                          ELSE
                             PERFORM CC-ADD-LTERM
                          END-IF
                       END-IF
                    END-IF
                 END-IF
           END-READ
           IF WS-ONCL-STATUS NOT = '00'
           AND WS-ONCL-STATUS NOT = '10'
              DISPLAY 'MQONCAL  ONCL-FILE READ FAILED ' WS-ONCL-STATUS
              SET ONCP-ROSTER-ERROR        TO TRUE
              SET ONCL-END-OF-FILE         TO TRUE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  ON DUTY NOW - START = END IS THE WHOLE FLAGGED DAY,
      *    ***  START < END IS A SHIFT WITHIN THE DAY, START > END RUNS
      *    ***  OVERNIGHT SO ITS EARLY HOURS BELONG TO YESTERDAY'S FLAG
      *    *************************************************************
       CB-TEST-ON-DUTY SECTION.
           MOVE 'N'                        TO SW-ON-DUTY
           IF ONCL-START-TIME NUMERIC
           AND ONCL-END-TIME NUMERIC
              EVALUATE TRUE
                 WHEN ONCL-START-TIME = ONCL-END-TIME
                    IF ONCL-DAY-FLAG (WS-TODAY-DOW) = 'Y'
                       SET SHIFT-ON-DUTY   TO TRUE
                    END-IF
                 WHEN ONCL-START-TIME < ONCL-END-TIME
                    IF ONCL-DAY-FLAG (WS-TODAY-DOW) = 'Y'
                    AND WS-NOW-HHMM NOT < ONCL-START-TIME
                    AND WS-NOW-HHMM < ONCL-END-TIME
                       SET SHIFT-ON-DUTY   TO TRUE
                    END-IF
                 WHEN OTHER
                    IF ONCL-DAY-FLAG (WS-TODAY-DOW) = 'Y'
                    AND WS-NOW-HHMM NOT < ONCL-START-TIME
                       SET SHIFT-ON-DUTY   TO TRUE
                    END-IF
                    IF ONCL-DAY-FLAG (WS-YESTERDAY-DOW) = 'Y'
                    AND WS-NOW-HHMM < ONCL-END-TIME
                       SET SHIFT-ON-DUTY   TO TRUE
                    END-IF
              END-EVALUATE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  ADD THE SHIFT'S LTERM - OR ITS COVER DURING AN ABSENCE
      *    ***  - TO THE LIST ONCE, AND NOTE THE TIER REACHED
      *    *************************************************************
       CC-ADD-LTERM SECTION.
           MOVE ONCL-LTERM                 TO WS-DUTY-LTERM
           IF ONCL-COVER-LTERM NOT = SPACES
           AND ONCL-COVER-FROM NUMERIC
           AND ONCL-COVER-TO NUMERIC
           AND WS-DATE NOT < ONCL-COVER-FROM
           AND WS-DATE NOT > ONCL-COVER-TO
              MOVE ONCL-COVER-LTERM        TO WS-DUTY-LTERM
           END-IF

           IF WS-DUTY-LTERM NOT = SPACES
              MOVE 'N'                     TO SW-LTERM-LISTED
              PERFORM VARYING ONCP-IX FROM 1 BY 1
                      UNTIL ONCP-IX > ONCP-LTERM-COUNT
                 IF ONCP-LTERM (ONCP-IX) = WS-DUTY-LTERM
                    SET LTERM-ALREADY-LISTED TO TRUE
                 END-IF
              END-PERFORM
              IF NOT LTERM-ALREADY-LISTED
              AND ONCP-LTERM-COUNT < WS-MAX-LTERMS
                 ADD 1                     TO ONCP-LTERM-COUNT
                 MOVE WS-DUTY-LTERM
                   TO ONCP-LTERM (ONCP-LTERM-COUNT)
              END-IF
              IF ONCL-TIER > ONCP-TIER-REACHED
                 MOVE ONCL-TIER            TO ONCP-TIER-REACHED
              END-IF
           END-IF
           CONTINUE.
