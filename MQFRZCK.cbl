       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQFRZCK.
      ******************************************************************
      *
      *    MODULE      MQFRZCK
      *                SUBPROGRAM
      *                CHANGE-FREEZE CHECK. CALLED WITH THE FRZPARM
      *                AREA BY EVERY PROGRAM THAT RUNS A DESTRUCTIVE
      *                COMMAND OR A CONFIGURATION CHANGE (IMSMQ01
      *                PURGE/MOVE AND THE DESTRUCTIVE GETS, MQERRRQ
      *                REQUE, QAUTMNT REQUESTS, QAUTAPP APPROVALS) JUST
      *                BEFORE IT RUNS. READS THE FREEZE CALENDAR
      *                (FREEZEF) AND REFUSES THE COMMAND WHEN AN ACTIVE
      *                WINDOW COVERING THE CURRENT TIME HAS A SCOPE
      *                MATCHING THE QUEUE, NAMING THE FREEZE AND ITS
      *                REASON. AN APPROVED EMERGENCY OVERRIDE CODE
      *                (FRZOVRF, ISSUED THROUGH MQFRZOV) LETS ONE
      *                COMMAND THROUGH - THE CODE IS USED UP ON THE
      *                SPOT AND THE USE AUDITED (FOVRD). A REFUSAL IS
      *                AUDITED TOO (FRZRF). A CALENDAR THAT CANNOT BE
      *                READ REFUSES - A FREEZE IS NEVER MISSED BECAUSE
      *                THE FILE WAS DOWN. THE FILES ARE OPENED AND
      *                CLOSED PER CALL, LIKE MQMASK, SO A NEW WINDOW
      *                OR OVERRIDE IS SEEN BY THE NEXT COMMAND.
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
      *
      ******************************************************************
      ******************************************************************
      *
      *    ROUTINE LIST
      *
      *    A     = MAINROUTINE
      *    B     = SCAN THE FREEZE CALENDAR
      *     BA   = READ AND TEST THE NEXT FREEZE WINDOW
      *     BB   = MATCH ONE QUEUE AGAINST THE FREEZE SCOPE
      *    C     = VALIDATE THE OVERRIDE CODE
      *    D     = USE UP THE OVERRIDE CODE
      *    E     = BUILD THE REFUSAL MESSAGE
      *    F     = WRITE AUDIT TRAIL RECORD
      *
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    MQLOGSV - CENTRAL LOGGING SERVICE (AUDIT)
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRZ-FILE          ASSIGN TO FREEZEF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS SEQUENTIAL
                                     RECORD KEY IS FRZ-ID
                                     FILE STATUS IS WS-FRZ-STATUS.
           SELECT FOVR-FILE         ASSIGN TO FRZOVRF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS FOVR-KEY
                                     FILE STATUS IS WS-FOVR-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  FRZ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FRZREC.
      *
       FD  FOVR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FOVRREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQFRZCK START WSS X'.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-FRZ-STATUS                  PIC XX      VALUE SPACES.
       01  WS-FOVR-STATUS                 PIC XX      VALUE SPACES.
      ******************************************************************
      *    CURRENT TIME AS A FREEZE STAMP (YYMMDDHHMMSS)
      ******************************************************************
       01  WS-DATE                        PIC X(06)   VALUE SPACES.
       01  WS-TIME                        PIC X(08)   VALUE SPACES.
       01  WS-NOW-STAMP.
           05 WS-NOW-DATE                 PIC X(06).
           05 WS-NOW-TIME                 PIC X(06).
      ******************************************************************
      *    WORK FIELDS
      ******************************************************************
       01  WS-MATCH-QUEUE                 PIC X(48)   VALUE SPACES.
       01  WS-PREFIX-LEN                  PIC 9(03)   COMP VALUE ZERO.
       01  WS-OVR-PROBLEM                 PIC X(30)   VALUE SPACES.
       01  WS-OVR-REASON                  PIC X(40)   VALUE SPACES.
       01  WS-AUDIT-FUNCTION              PIC X(05)   VALUE SPACES.
      ******************************************************************
      *    AUDIT TRAIL - THE RECORD IS BUILT HERE AND HANDED TO THE
      *    CENTRAL LOGGING SERVICE (MQLOGSV) FOR THE MQLOGWR LOGGER
      *    TO APPEND - NO SHARED OPEN EXTEND IN THE CALLER'S REGION
      ******************************************************************
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
           05 AUDIT-PUT-PROPS             PIC X(24).
      *
           COPY LOGQREC.
      ******************************************************************
      *    SWITCHES
      ******************************************************************
       01  SWITCHES.
           05 SW-FRZ-EOF                  PIC X     VALUE 'N'.
             88 FRZ-END-OF-FILE                     VALUE 'Y'.
           05 SW-FOVR-OPEN                PIC X     VALUE 'N'.
             88 FOVR-FILE-OPEN                      VALUE 'Y'.
           05 SW-OVR-VALID                PIC X     VALUE 'N'.
             88 OVERRIDE-IS-VALID                   VALUE 'Y'.
           05 SW-OVR-COVERS               PIC X     VALUE 'N'.
             88 OVERRIDE-COVERS-FREEZE              VALUE 'Y'.
           05 SW-REFUSE                   PIC X     VALUE 'N'.
             88 COMMAND-IS-REFUSED                  VALUE 'Y'.
           05 SW-SCOPE                    PIC X     VALUE 'N'.
             88 QUEUE-IN-SCOPE                      VALUE 'Y'.
      *
       01  FILLER                        PIC X(32)    VALUE
                                       'X MODULE MQFRZCK END WSS X'.
      *
       LINKAGE SECTION.
      *----------------
           COPY FRZPARM.
      *
       PROCEDURE DIVISION USING FRZ-PARM.
      **************************************************************
      *                                                            *
      *    A   MAINROUTINE                                         *
      *                                                            *
      **************************************************************
       A-MAINROUTINE SECTION.
           SET FRZP-NOT-FROZEN             TO TRUE
           MOVE SPACES                     TO FRZP-FREEZE-ID
                                              FRZP-REASON
                                              FRZP-INCIDENT
                                              FRZP-SHORT-MESSAGE
                                              FRZP-MESSAGE
                                              WS-OVR-PROBLEM
                                              WS-OVR-REASON
           MOVE 'N'                        TO SW-FOVR-OPEN
                                              SW-OVR-VALID
                                              SW-OVR-COVERS
                                              SW-REFUSE

           ACCEPT WS-DATE                  FROM DATE
           ACCEPT WS-TIME                  FROM TIME
           MOVE WS-DATE                    TO WS-NOW-DATE
           MOVE WS-TIME (1:6)              TO WS-NOW-TIME

           IF FRZP-OVERRIDE-CODE NOT = SPACES
              PERFORM C-VALIDATE-OVERRIDE
           END-IF

      *    NO FREEZEF AT ALL (STATUS 35) IS AN EMPTY CALENDAR. ANY
      *    OTHER FAILURE REFUSES THE COMMAND
           OPEN INPUT FRZ-FILE
           EVALUATE WS-FRZ-STATUS
              WHEN '00'
                 PERFORM B-SCAN-CALENDAR
                 CLOSE FRZ-FILE
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'MQFRZCK  FRZ-FILE OPEN FAILED '
                         WS-FRZ-STATUS
                 SET COMMAND-IS-REFUSED    TO TRUE
                 MOVE 'FREEZEF'            TO FRZP-FREEZE-ID
                 MOVE 'FREEZE CALENDAR UNAVAILABLE'
                                           TO FRZP-REASON
           END-EVALUATE

           EVALUATE TRUE
              WHEN COMMAND-IS-REFUSED
                 PERFORM E-BUILD-REFUSAL
              WHEN OVERRIDE-COVERS-FREEZE
                 PERFORM D-USE-OVERRIDE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF FOVR-FILE-OPEN
              CLOSE FOVR-FILE
           END-IF

           GOBACK.
      ******************************************************************
      *
      *    B   SCAN THE FREEZE CALENDAR - EVERY ACTIVE WINDOW OPEN NOW
      *        WHOSE SCOPE MATCHES THE QUEUE(S) COVERS THE COMMAND. A
      *        VALID OVERRIDE ONLY COVERS THE FREEZE IT WAS ISSUED FOR
      *        - ANY OTHER COVERING FREEZE STILL REFUSES, AND THE
      *        FIRST ONE FOUND IS THE ONE NAMED
      *
      ******************************************************************
       B-SCAN-CALENDAR SECTION.
           MOVE 'N'                        TO SW-FRZ-EOF
           PERFORM BA-READ-NEXT-FREEZE UNTIL FRZ-END-OF-FILE
           CONTINUE.
      *
       BA-READ-NEXT-FREEZE SECTION.
           READ FRZ-FILE NEXT
              AT END
                 SET FRZ-END-OF-FILE       TO TRUE
              NOT AT END
                 IF FRZ-IS-ACTIVE
                 AND WS-NOW-STAMP NOT < FRZ-START-STAMP
                 AND WS-NOW-STAMP < FRZ-END-STAMP
                    MOVE FRZP-QUEUE        TO WS-MATCH-QUEUE
                    PERFORM BB-MATCH-SCOPE
                    IF NOT QUEUE-IN-SCOPE
                    AND FRZP-QUEUE-2 NOT = SPACES
                       MOVE FRZP-QUEUE-2   TO WS-MATCH-QUEUE
                       PERFORM BB-MATCH-SCOPE
                    END-IF
                    IF QUEUE-IN-SCOPE
                       IF OVERRIDE-IS-VALID
                       AND FRZ-ID = FOVR-FREEZE-ID
                          SET OVERRIDE-COVERS-FREEZE TO TRUE
                          MOVE FRZ-REASON  TO WS-OVR-REASON
                       ELSE
                          IF NOT COMMAND-IS-REFUSED
                             SET COMMAND-IS-REFUSED TO TRUE
                             MOVE FRZ-ID   TO FRZP-FREEZE-ID
                             MOVE FRZ-REASON
                                           TO FRZP-REASON
                             IF OVERRIDE-IS-VALID
                                MOVE 'NOT FOR THIS FREEZE'
                                           TO WS-OVR-PROBLEM
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 END-IF
           END-READ
      *    ANY ABNORMAL READ STATUS MUST END THE SCAN - AND SINCE A
      *    WINDOW MAY HAVE BEEN MISSED, THE COMMAND IS REFUSED
           IF WS-FRZ-STATUS NOT = '00'
           AND WS-FRZ-STATUS NOT = '10'
              DISPLAY 'MQFRZCK  FRZ-FILE READ FAILED ' WS-FRZ-STATUS
              IF NOT COMMAND-IS-REFUSED
                 SET COMMAND-IS-REFUSED    TO TRUE
                 MOVE 'FREEZEF'            TO FRZP-FREEZE-ID
                 MOVE 'FREEZE CALENDAR UNREADABLE'
                                           TO FRZP-REASON
              END-IF
              SET FRZ-END-OF-FILE          TO TRUE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  MATCH WS-MATCH-QUEUE AGAINST THE FREEZE SCOPE - ALL,
      *    ***  A PREFIX ENDING IN *, OR ONE EXACT QUEUE NAME. A
      *    ***  CHANGE WITH NO QUEUE IS ONLY COVERED BY ALL
      *    *************************************************************
       BB-MATCH-SCOPE SECTION.
           MOVE 'N'                        TO SW-SCOPE
           EVALUATE TRUE
              WHEN FRZ-SCOPE-ALL
                 SET QUEUE-IN-SCOPE        TO TRUE
              WHEN WS-MATCH-QUEUE = SPACES
                 CONTINUE
              WHEN OTHER
                 MOVE ZERO                 TO WS-PREFIX-LEN
                 INSPECT FRZ-SCOPE TALLYING WS-PREFIX-LEN
                    FOR CHARACTERS BEFORE INITIAL '*'
                 IF WS-PREFIX-LEN > ZERO
                 AND WS-PREFIX-LEN < LENGTH OF FRZ-SCOPE
                    IF WS-MATCH-QUEUE (1 : WS-PREFIX-LEN)
                       = FRZ-SCOPE (1 : WS-PREFIX-LEN)
                       SET QUEUE-IN-SCOPE  TO TRUE
                    END-IF
                 ELSE
                    IF WS-MATCH-QUEUE = FRZ-SCOPE
                       SET QUEUE-IN-SCOPE  TO TRUE
                    END-IF
                 END-IF
           END-EVALUATE
           CONTINUE.
      ******************************************************************
      *
      *    C   VALIDATE THE OVERRIDE CODE - IT MUST BE APPROVED AND
      *        UNUSED, ISSUED TO THIS USER, FOR THIS COMMAND AND (WHEN
      *        IT NAMES ONE) THIS QUEUE. WHETHER IT IS FOR THE RIGHT
      *        FREEZE IS SETTLED DURING THE CALENDAR SCAN
      *
      ******************************************************************
       C-VALIDATE-OVERRIDE SECTION.
           OPEN I-O FOVR-FILE
           IF WS-FOVR-STATUS NOT = '00'
              DISPLAY 'MQFRZCK  FOVR-FILE OPEN FAILED ' WS-FOVR-STATUS
              MOVE 'FILE UNAVAILABLE'      TO WS-OVR-PROBLEM
           ELSE
              SET FOVR-FILE-OPEN           TO TRUE
              MOVE FRZP-OVERRIDE-CODE      TO FOVR-CODE
              READ FOVR-FILE
                 INVALID KEY
                    MOVE 'CODE NOT FOUND'  TO WS-OVR-PROBLEM
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN FOVR-IS-USED
                          MOVE 'ALREADY USED'
                                           TO WS-OVR-PROBLEM
                       WHEN NOT FOVR-IS-APPROVED
                          MOVE 'NOT APPROVED'
                                           TO WS-OVR-PROBLEM
                       WHEN FOVR-REQUESTER NOT = FRZP-USERID
                          MOVE 'ISSUED TO ANOTHER USER'
                                           TO WS-OVR-PROBLEM
                       WHEN FOVR-COMMAND NOT = FRZP-COMMAND
                          MOVE 'NOT FOR THIS COMMAND'
                                           TO WS-OVR-PROBLEM
                       WHEN FOVR-QUEUE-NAME NOT = SPACES
                        AND FOVR-QUEUE-NAME NOT = FRZP-QUEUE
                        AND FOVR-QUEUE-NAME NOT = FRZP-QUEUE-2
                          MOVE 'NOT FOR THIS QUEUE'
                                           TO WS-OVR-PROBLEM
                       WHEN OTHER
                          SET OVERRIDE-IS-VALID TO TRUE
                    END-EVALUATE
              END-READ
           END-IF

           IF NOT OVERRIDE-IS-VALID
              DISPLAY 'MQFRZCK  OVERRIDE ' FRZP-OVERRIDE-CODE ' '
                      WS-OVR-PROBLEM
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    D   USE UP THE OVERRIDE CODE - MARKED USED BEFORE THE
      *        COMMAND RUNS, SO THE SAME CODE CAN NEVER LET A SECOND
      *        COMMAND THROUGH. IF THE MARK CANNOT BE WRITTEN THE
      *        COMMAND IS REFUSED
      *
      ******************************************************************
       D-USE-OVERRIDE SECTION.
           MOVE FOVR-FREEZE-ID             TO FRZP-FREEZE-ID
           MOVE WS-OVR-REASON              TO FRZP-REASON
           MOVE 'U'                        TO FOVR-STATUS
           MOVE WS-DATE                    TO FOVR-USED-DATE
           MOVE WS-TIME                    TO FOVR-USED-TIME
           MOVE FRZP-TRAN-CODE             TO FOVR-USED-TRAN-CODE
           MOVE FRZP-QUEUE                 TO FOVR-USED-QUEUE
           REWRITE FOVR-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE

           IF WS-FOVR-STATUS = '00'
              SET FRZP-OVERRIDDEN          TO TRUE
              MOVE FOVR-INCIDENT           TO FRZP-INCIDENT
              STRING 'OVR ' FRZP-FREEZE-ID DELIMITED BY SIZE
                 INTO FRZP-SHORT-MESSAGE
              END-STRING
              STRING 'FREEZE '             DELIMITED BY SIZE
                     FRZP-FREEZE-ID        DELIMITED BY SPACE
                     ' OVERRIDDEN - INCIDENT '
                                           DELIMITED BY SIZE
                     FOVR-INCIDENT         DELIMITED BY SIZE
                 INTO FRZP-MESSAGE
              END-STRING
              DISPLAY 'MQFRZCK  ' FRZP-MESSAGE
              MOVE 'FOVRD'                 TO WS-AUDIT-FUNCTION
              PERFORM F-WRITE-AUDIT-RECORD
           ELSE
              DISPLAY 'MQFRZCK  FOVR REWRITE FAILED ' WS-FOVR-STATUS
              MOVE 'NOT RECORDED AS USED'  TO WS-OVR-PROBLEM
              PERFORM E-BUILD-REFUSAL
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    E   BUILD THE REFUSAL - THE FREEZE ID ALWAYS, THEN EITHER
      *        WHAT WAS WRONG WITH THE OVERRIDE CODE TYPED, OR THE
      *        REASON FOR THE FREEZE
      *
      ******************************************************************
       E-BUILD-REFUSAL SECTION.
           SET FRZP-REFUSED                TO TRUE
           MOVE SPACES                     TO FRZP-SHORT-MESSAGE
                                              FRZP-MESSAGE
           STRING 'FROZEN ' FRZP-FREEZE-ID DELIMITED BY SIZE
              INTO FRZP-SHORT-MESSAGE
           END-STRING
           IF FRZP-OVERRIDE-CODE NOT = SPACES
           AND WS-OVR-PROBLEM NOT = SPACES
              STRING 'FREEZE '             DELIMITED BY SIZE
                     FRZP-FREEZE-ID        DELIMITED BY SPACE
                     ' - OVERRIDE '        DELIMITED BY SIZE
                     WS-OVR-PROBLEM        DELIMITED BY SIZE
                 INTO FRZP-MESSAGE
              END-STRING
           ELSE
              STRING 'FREEZE '             DELIMITED BY SIZE
                     FRZP-FREEZE-ID        DELIMITED BY SPACE
                     ' - '                 DELIMITED BY SIZE
                     FRZP-REASON           DELIMITED BY SIZE
                 INTO FRZP-MESSAGE
              END-STRING
           END-IF
           DISPLAY 'MQFRZCK  REFUSED ' FRZP-COMMAND ' ' FRZP-USERID
                   ' ' FRZP-MESSAGE
           MOVE 'FRZRF'                    TO WS-AUDIT-FUNCTION
           PERFORM F-WRITE-AUDIT-RECORD
           CONTINUE.
      ******************************************************************
      *
      *    F   WRITE ONE AUDIT TRAIL RECORD - AN OVERRIDE USE (FOVRD,
      *        INCIDENT AND COMMAND IN THE DETAIL) OR A REFUSAL (FRZRF,
      *        FREEZE AND COMMAND IN THE DETAIL)
      *
      ******************************************************************
       F-WRITE-AUDIT-RECORD SECTION.
           MOVE SPACES                     TO AUDIT-RECORD
           MOVE FRZP-QUEUE                 TO AUDIT-QUEUE-NAME
           MOVE FRZP-USERID                TO AUDIT-USERID
           MOVE WS-DATE                    TO AUDIT-DATE
           MOVE WS-TIME                    TO AUDIT-TIME
           MOVE WS-AUDIT-FUNCTION          TO AUDIT-FUNCTION
           MOVE ZERO                       TO AUDIT-MSG-LENGTH
                                              AUDIT-COMPCODE
                                              AUDIT-REASON
           IF FRZP-OVERRIDDEN
              MOVE 'OK'                    TO AUDIT-STATUS
              STRING FRZP-INCIDENT ' ' FRZP-COMMAND
                 DELIMITED BY SIZE INTO AUDIT-DETAIL
              END-STRING
           ELSE
              MOVE 'NOK'                   TO AUDIT-STATUS
              STRING FRZP-FREEZE-ID ' ' FRZP-COMMAND
                 DELIMITED BY SIZE INTO AUDIT-DETAIL
              END-STRING
           END-IF

           MOVE 'A'                        TO LOGM-TYPE
           MOVE AUDIT-RECORD               TO LOGM-DATA
           CALL 'MQLOGSV' USING LOGM-RECORD
           END-CALL
           CONTINUE.
