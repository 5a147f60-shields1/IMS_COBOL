       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQCHNWT.
      ******************************************************************
      *
      *    MODULE      MQCHNWT
      *                BMP
      *                SCHEDULED MQ CHANNEL WATCHDOG. WALKS THE
      *                CHANNEL WATCHLIST (CHNWATF) AND ASKS THE
      *                COMMAND SERVER OF THE CHANNEL'S QUEUE MANAGER
      *                (RESOLVED THROUGH QMGRF) FOR THE CHANNEL
      *                STATUS WITH A PCF INQUIRE CHANNEL STATUS
      *                REQUEST (EXTENDED COMMAND FORMAT) ON
      *                SYSTEM.COMMAND.INPUT, THE RESPONSES COMING
      *                BACK ON A TEMPORARY DYNAMIC REPLY QUEUE AS
      *                ONE ITEM PER CHANNEL INSTANCE CLOSED BY A
      *                SUMMARY. THE STATE, THE LAST MESSAGE
      *                DATE/TIME AND THE IN-DOUBT STATUS OF EVERY
      *                CHANNEL ARE APPENDED TO THE CHANNEL HISTORY
      *                FILE (CHANHIST) FOR MQMORN, AND A CHANNEL
      *                THAT IS STOPPED, RETRYING, INACTIVE WHEN IT
      *                SHOULD RUN OR IDLE BEYOND ITS LIMIT DURING
      *                THE PARTNER'S HOURS SENDS AN ALERT TO THE OPS
      *                ALERT QUEUE - A PARTNER QUEUE GOING QUIET
      *                BECAUSE ITS CHANNEL IS DOWN IS SEEN AT THE
      *                CHANNEL INSTEAD OF AFTERWARDS ON THE DLQ.
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
      *    B     = INITIATION (XRST)
      *    C
      *     CA   = READ NEXT WATCHLIST RECORD
      *     CB   = CHECK ONE CHANNEL
      *     CC   = RESOLVE THE CHANNEL'S QUEUE MANAGER (QMGRF)
      *     CD   = TEST THE PARTNER'S HOURS
      *     CE   = JUDGE THE CHANNEL STATE
      *     CF   = COMPUTE THE MINUTES SINCE THE LAST MESSAGE
      *     CG   = COMPUTE A DAY NUMBER FROM YYYYMMDD
      *    D
      *     DA   = CONNECT TO QUEUE MANAGER, OPEN COMMAND AND
      *            REPLY QUEUES
      *     DB   = PUT THE PCF INQUIRE CHANNEL STATUS REQUEST
      *     DC   = GET ONE PCF RESPONSE
      *     DD   = TAKE ONE RESPONSE PARAMETER
      *     DE   = WRITE CHANNEL HISTORY RECORD
      *     DF   = SEND ALERT TO THE OPS ALERT QUEUE
      *     DG   = CLOSE QUEUES, DISCONNECT FROM QUEUE MANAGER
      *     DH   = TAKE THE SUMMARY THAT CLOSES A RESPONSE SET
      *    E     = TAKE CHECKPOINT (CHKP)
      *    F     = CHECK THE RUN-TIME BUDGET
      *    Z     = EXIT
      *
      ******************************************************************
      *
      *    INPUT       RUN-TIME BUDGET IN SECONDS (5 DIGITS) ON
      *                SYSIN - BLANK/ZERO MEANS NO BUDGET.
      *
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    CBLTDLI - IMS APPLICATION INTERFACE (CHKP / XRST)
      *    MQCONN  - CONNECT TO QUEUE MANAGER
      *    MQOPEN  - OPEN COMMAND, REPLY AND ALERT QUEUES
      *    MQPUT   - PUT PCF REQUEST / ALERT MESSAGE
      *    MQGET   - GET PCF RESPONSES
      *    MQCLOSE - CLOSE MQ QUEUE
      *    MQDISC  - DISCONNECT FROM QUEUE MANAGER
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHNW-FILE         ASSIGN TO CHNWATF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS CHNW-CHANNEL-NAME
                                     FILE STATUS IS WS-CHNW-STATUS.
           SELECT QMGR-FILE         ASSIGN TO QMGRF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS QMGR-KEY
                                     FILE STATUS IS WS-QMGR-STATUS.
           SELECT CHANHIST-FILE     ASSIGN TO CHANHIST
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-CHNH-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  CHNW-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHNWREC.
      *
       FD  QMGR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY QMGRREC.
      *
       FD  CHANHIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CHNHREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQCHNWT START WSS X'.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-CHNW-STATUS                 PIC XX      VALUE SPACES.
       01  WS-QMGR-STATUS                 PIC XX      VALUE SPACES.
       01  WS-CHNH-STATUS                 PIC XX      VALUE SPACES.
      ******************************************************************
      *    RUN TIMESTAMP AND DAY OF WEEK (1 = MONDAY)
      ******************************************************************
       01  WS-DATE                        PIC 9(06)   VALUE ZERO.
       01  WS-DATE-X REDEFINES WS-DATE.
           05 WS-DATE-YY                  PIC 9(02).
           05 WS-DATE-MMDD                PIC 9(04).
       01  WS-TIME                        PIC 9(08)   VALUE ZERO.
       01  WS-TIME-X REDEFINES WS-TIME.
           05 WS-TIME-HH                  PIC 9(02).
           05 WS-TIME-MM                  PIC 9(02).
           05 FILLER                      PIC 9(04).
       01  WS-NOW-HHMM                    PIC X(04)   VALUE SPACES.
       01  WS-TODAY-DOW                   PIC 9(01)   VALUE ZERO.
       01  WS-YESTERDAY-DOW               PIC 9(01)   VALUE ZERO.
       01  WS-TODAY-DAYNUM                PIC 9(07)   VALUE ZERO.
       01  WS-NOW-MINUTES                 PIC 9(05)   VALUE ZERO.
      ******************************************************************
      *    COMMAND SERVER AND REPLY QUEUES
      ******************************************************************
       01  WS-COMMAND-QUEUE          PIC X(48) VALUE
                                       'SYSTEM.COMMAND.INPUT'.
       01  WS-MODEL-QUEUE            PIC X(48) VALUE
                                       'SYSTEM.DEFAULT.MODEL.QUEUE'.
       01  WS-DYNAMIC-QUEUE          PIC X(48) VALUE 'MQCHNWT.*'.
       01  WS-REPLY-QUEUE            PIC X(48) VALUE SPACES.
       01  WS-REPLY-WAIT             PIC S9(09) BINARY VALUE 30000.
       01  WS-REQUEST-MSGID          PIC X(24) VALUE LOW-VALUES.
      ******************************************************************
      *    OPS ALERT QUEUE
      ******************************************************************
       01  WS-ALERT-QUEUE            PIC X(48) VALUE 'OPS.ALERT.QUEUE'.
       01  WS-ALERT-MESSAGE.
           05 FILLER                      PIC X(08) VALUE 'MQCHNWT '.
           05 WS-ALERT-STATUS             PIC X(10).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-ALERT-QUEUE-NAME         PIC X(48).
           05 FILLER                      PIC X(05) VALUE ' CHL '.
           05 WS-ALERT-CHANNEL            PIC X(20).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-ALERT-PARTNER            PIC X(08).
      ******************************************************************
      *    RUN COUNTERS
      ******************************************************************
       01  WS-CHANNELS-CHECKED            PIC 9(05)   VALUE ZERO.
       01  WS-ALERTS-SENT                 PIC 9(05)   VALUE ZERO.
      ******************************************************************
      *    THE CHANNEL BEING CHECKED
      ******************************************************************
       01  WS-CHL-QMGR                    PIC X(48)   VALUE SPACES.
       01  WS-CHL-QUEUE                   PIC X(48)   VALUE SPACES.
       01  WS-CHL-STATE                   PIC S9(09)  BINARY.
       01  WS-CHL-LAST-MSG.
           05 WS-CHL-LAST-DATE            PIC X(10).
           05 WS-CHL-LAST-TIME            PIC X(08).
       01  WS-CHL-INDOUBT                 PIC X(01)   VALUE 'N'.
       01  WS-CHL-IDLE-MINUTES            PIC 9(07)   VALUE ZERO.
       01  WS-CHL-STATUS                  PIC X(10)   VALUE SPACES.
      ******************************************************************
      *    ONE PCF RESPONSE - STATE, LAST MESSAGE AND IN-DOUBT STATUS
      *    OF ONE CHANNEL INSTANCE
      ******************************************************************
       01  WS-RESP-STATE                  PIC S9(09)  BINARY.
       01  WS-RESP-LAST-MSG.
           05 WS-RESP-LAST-DATE           PIC X(10).
           05 WS-RESP-LAST-TIME           PIC X(08).
       01  WS-RESP-INDOUBT                PIC X(01)   VALUE 'N'.
      ******************************************************************
      *    LAST MESSAGE DATE AND TIME AS THE QUEUE MANAGER GIVES THEM
      ******************************************************************
       01  WS-LAST-DATE-X.
           05 WS-LAST-YYYY                PIC X(04).
           05 FILLER                      PIC X(01).
           05 WS-LAST-MM                  PIC X(02).
           05 FILLER                      PIC X(01).
           05 WS-LAST-DD                  PIC X(02).
       01  WS-LAST-TIME-X.
           05 WS-LAST-HH                  PIC 9(02).
           05 FILLER                      PIC X(01).
           05 WS-LAST-MI                  PIC 9(02).
           05 FILLER                      PIC X(03).
       01  WS-LAST-YYYYMMDD.
           05 WS-LAST-YYYY-N              PIC X(04).
           05 WS-LAST-MM-N                PIC X(02).
           05 WS-LAST-DD-N                PIC X(02).
       01  WS-LAST-MINUTES                PIC 9(05)   VALUE ZERO.
       01  WS-IDLE-WORK                   PIC S9(09)  VALUE ZERO.
      ******************************************************************
      *    DAY-NUMBER WORK FIELDS (CG-COMPUTE-DAY-NUMBER)
      ******************************************************************
       01  WS-DN-DATE-IN                  PIC 9(08)  VALUE ZERO.
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE-IN.
           05 WS-DN-YEAR                  PIC 9(04).
           05 WS-DN-MONTH                 PIC 9(02).
           05 WS-DN-DAY                   PIC 9(02).
       01  WS-DN-LEAPS                    PIC 9(04)  VALUE ZERO.
       01  WS-DN-REM                      PIC 9(04)  VALUE ZERO.
       01  WS-DN-RESULT                   PIC 9(07)  VALUE ZERO.
       01  TB-MONTH-DAYS.
           05 TB-MONTH-VALUES             PIC X(36)  VALUE
              '000031059090120151181212243273304334'.
           05 TB-MONTH-TABLE REDEFINES TB-MONTH-VALUES.
              10 TB-CUM-DAYS              OCCURS 12 TIMES
                                          PIC 9(03).
      ******************************************************************
      *    CHECKPOINT/RESTART AREA - THE LAST CHECKPOINTED CHANNEL
      *    NAME RIDES IN THE CHECKPOINT AREA SO XRST CAN RESUME
      *    THE SWEEP WHERE IT STOPPED
      ******************************************************************
       01  CHKP-ID-AREA.
           05  CHKP-ID                    PIC 9(09)   VALUE ZERO.
           05  CHKP-LAST-CHANNEL          PIC X(20)   VALUE SPACES.
       01  CC-CHKP                        PIC X(04)   VALUE 'CHKP'.
       01  CC-XRST                        PIC X(04)   VALUE 'XRST'.
       01  WS-CHECKPOINT-FREQUENCY        PIC 9(05)   VALUE 50.
       01  WS-CHANNELS-SINCE-CHKP         PIC 9(05)   VALUE ZERO.
      ******************************************************************
      *    RUN-TIME BUDGET - AN OVERRUNNING SWEEP CHECKPOINTS AND
      *    ENDS CLEANLY INSTEAD OF COLLIDING WITH THE NEXT ONE
      ******************************************************************
       01  WS-BUDGET-IN                   PIC X(05)   VALUE SPACES.
       01  WS-BUDGET-IN-NUM REDEFINES WS-BUDGET-IN
                                          PIC 9(05).
       01  WS-BUDGET-SECONDS              PIC 9(05)   VALUE ZERO.
       01  WS-START-TIME-X.
           05 WS-START-TIM                PIC 9(02).
           05 WS-START-MIN                PIC 9(02).
           05 WS-START-SEC                PIC 9(02).
           05 FILLER                      PIC 9(02).
       01  WS-START-SECONDS               PIC 9(07)   VALUE ZERO.
       01  WS-NOW-TIME-X.
           05 WS-NOW-TIM                  PIC 9(02).
           05 WS-NOW-MIN                  PIC 9(02).
           05 WS-NOW-SEC                  PIC 9(02).
           05 FILLER                      PIC 9(02).
       01  WS-NOW-SECONDS                 PIC 9(07)   VALUE ZERO.
       01  WS-ELAPSED-SECONDS             PIC S9(07)  VALUE ZERO.
      ******************************************************************
      *    MQ AREAS
      ******************************************************************
       01  WMQ-QMGR                      PIC X(48) VALUE SPACES.
       01  WMQ-HCONN                     PIC S9(09) BINARY.
       01  WMQ-OPTIONS                   PIC S9(09) BINARY.
       01  WMQ-COMPCODE                  PIC S9(09) BINARY.
       01  WMQ-REASON                    PIC S9(09) BINARY.
       01  WMQ-HOBJ-CMD                  PIC S9(09) BINARY.
       01  WMQ-HOBJ-REPLY                PIC S9(09) BINARY.
       01  WMQ-HOBJ-ALERT                PIC S9(09) BINARY.
       01  WMQ-DATALEN                   PIC S9(09) BINARY.
       01  WMQ-BUFFLEN                   PIC S9(09) BINARY VALUE 4096.
      ******************************************************************
      *    PCF INQUIRE CHANNEL STATUS REQUEST - THE MQCFH HEADER, THE
      *    CHANNEL NAME (MQCFST) AND THE ATTRIBUTES WANTED (MQCFIL,
      *    ALL OF THEM - THE LAST MESSAGE AND IN-DOUBT STATUS ARE NOT
      *    RETURNED BY DEFAULT)
      ******************************************************************
       01  PCF-REQUEST.
           05 PCF-REQ-HEADER             PIC X(36).
           05 PCF-REQ-CHANNEL-PARM       PIC X(20).
           05 PCF-REQ-CHANNEL-NAME       PIC X(20).
           05 PCF-REQ-ATTRS-PARM         PIC X(16).
           05 PCF-REQ-ATTR-VALUE         PIC S9(9) COMP-5.
      ******************************************************************
      *    PCF RESPONSE BUFFER AND PARAMETER WALK
      ******************************************************************
       01  PCF-RESPONSE                  PIC X(4096).
       01  PCF-PARM-PEEK.
           05 PCF-PEEK-TYPE              PIC S9(9) COMP-5.
           05 PCF-PEEK-LENGTH            PIC S9(9) COMP-5.
       01  WS-PCF-POS                    PIC S9(09) BINARY.
       01  WS-PCF-STR-POS                PIC S9(09) BINARY.
       01  WS-PCF-PARMS-LEFT             PIC S9(09) BINARY.
      ******************************************************************
      ***   MQ-DESKRIPTORER/KONSTANTER
      ******************************************************************
       01 MQM-CONSTANTS.
          COPY CMQV SUPPRESS.
      *
       01 MQM-PCF-CONSTANTS.
          COPY CMQCFV SUPPRESS.
      *
       01 MQM-PCF-STRUCTURES.
          COPY CMQCFHV.
      *
       01 MQM-GET-MESSAGE-OPTIONS.
          COPY CMQGMOV.
      *
       01 MQM-PUT-MESSAGE-OPTIONS.
          COPY CMQPMOV.
      *
       01 MQM-OBJECT-DESCRIPTOR.
          COPY CMQODV.
      *
       01 MQM-MESSAGE-DESCRIPTOR.
          COPY CMQMDV.
      ******************************************************************
      *    SWITCHES
      ******************************************************************
       01  SWITCHES.
           05 SW-INDICATOR                PIC X     VALUE '0'.
             88 END-OF-FILE                         VALUE '1'.
           05 SW-QMGR-STATE               PIC X     VALUE 'N'.
             88 QMGR-CONNECTED                      VALUE 'Y'.
             88 QMGR-UNREACHABLE                    VALUE 'N'.
           05 SW-QMGR-TRIED               PIC X     VALUE 'N'.
             88 QMGR-CONNECT-TRIED                  VALUE 'Y'.
           05 SW-QMGR-OPEN                PIC X     VALUE 'N'.
             88 QMGR-FILE-OPEN-OK                   VALUE 'Y'.
           05 SW-PCF-QUEUES               PIC X     VALUE 'N'.
             88 PCF-QUEUES-OPEN                     VALUE 'Y'.
           05 SW-INQUIRY                  PIC X     VALUE SPACE.
             88 INQUIRY-PENDING                     VALUE 'P'.
             88 INQUIRY-DONE                        VALUE 'D'.
             88 INQUIRY-NOT-FOUND                   VALUE 'N'.
             88 INQUIRY-FAILED                      VALUE 'F'.
             88 INQUIRY-ENDED                       VALUE 'D' 'N' 'F'.
           05 SW-STATE-SEEN               PIC X     VALUE 'N'.
             88 CHL-STATE-SEEN                      VALUE 'Y'.
           05 SW-HOURS                    PIC X     VALUE 'N'.
             88 IN-PARTNER-HOURS                    VALUE 'Y'.
           05 SW-BUDGET                   PIC X     VALUE 'N'.
             88 BUDGET-EXHAUSTED                    VALUE 'Y'.
      *
       01  FILLER                        PIC X(32)  VALUE
                                       'X MODULE MQCHNWT END WSS X'.
      *
       PROCEDURE DIVISION.
      **************************************************************
      *                                                            *
      *    A   MAINROUTINE                                         *
      *                                                            *
      **************************************************************
       A-MAINROUTINE SECTION.

           PERFORM B-INITIATION
           PERFORM CB-CHECK-ONE-CHANNEL UNTIL END-OF-FILE
           PERFORM DG-MQ-DISC
           PERFORM Z-EXIT
           .
      ******************************************************************
      *
      *    B   INITIALIZATION
      *
      ******************************************************************
       B-INITIATION SECTION.
           ACCEPT WS-DATE                  FROM DATE
           ACCEPT WS-TIME                  FROM TIME
           ACCEPT WS-TODAY-DOW             FROM DAY-OF-WEEK
           MOVE WS-TIME (1:4)              TO WS-NOW-HHMM
           IF WS-TODAY-DOW = 1
              MOVE 7                       TO WS-YESTERDAY-DOW
           ELSE
              COMPUTE WS-YESTERDAY-DOW = WS-TODAY-DOW - 1
           END-IF
           COMPUTE WS-NOW-MINUTES = (WS-TIME-HH * 60) + WS-TIME-MM
           COMPUTE WS-DN-DATE-IN = 20000000
                                   + (WS-DATE-YY * 10000)
                                   + WS-DATE-MMDD
           PERFORM CG-COMPUTE-DAY-NUMBER
           MOVE WS-DN-RESULT               TO WS-TODAY-DAYNUM

      *    RUN-TIME BUDGET FROM SYSIN - BLANK OR ZERO MEANS THE
      *    SWEEP RUNS TO THE END OF THE WATCHLIST
           ACCEPT WS-BUDGET-IN
           IF WS-BUDGET-IN-NUM NUMERIC
              MOVE WS-BUDGET-IN-NUM        TO WS-BUDGET-SECONDS
           END-IF
           ACCEPT WS-START-TIME-X          FROM TIME
           COMPUTE WS-START-SECONDS = (WS-START-TIM * 3600)
                                      + (WS-START-MIN * 60)
                                      + WS-START-SEC

           CALL 'CBLTDLI' USING CC-XRST
                                CHKP-ID-AREA
           END-CALL

           OPEN INPUT CHNW-FILE
           IF WS-CHNW-STATUS NOT = '00'
              DISPLAY 'MQCHNWT  CHNW-FILE OPEN FAILED '
                      WS-CHNW-STATUS
              SET END-OF-FILE TO TRUE
           END-IF

      *    NO QMGRF MEANS EVERY CHANNEL IS ON THE DEFAULT MANAGER
           OPEN INPUT QMGR-FILE
           IF WS-QMGR-STATUS = '00'
              SET QMGR-FILE-OPEN-OK TO TRUE
           ELSE
              DISPLAY 'MQCHNWT  QMGR-FILE OPEN FAILED '
                      WS-QMGR-STATUS
           END-IF

           OPEN EXTEND CHANHIST-FILE
           IF WS-CHNH-STATUS NOT = '00'
              DISPLAY 'MQCHNWT  CHANHIST-FILE OPEN FAILED '
                      WS-CHNH-STATUS
           END-IF

      *    A RESTARTED SWEEP RESUMES BEHIND THE LAST CHECKPOINTED
      *    CHANNEL INSTEAD OF STARTING OVER FROM THE FIRST ONE
           IF NOT END-OF-FILE
              IF CHKP-ID > ZERO
              AND CHKP-LAST-CHANNEL NOT = SPACES
                 DISPLAY 'MQCHNWT  RESTARTED AT CHECKPOINT ID: '
                         CHKP-ID
                 DISPLAY 'MQCHNWT  RESUMING AFTER ' CHKP-LAST-CHANNEL
                 MOVE CHKP-LAST-CHANNEL    TO CHNW-CHANNEL-NAME
                 START CHNW-FILE KEY > CHNW-CHANNEL-NAME
                    INVALID KEY
                       SET END-OF-FILE TO TRUE
                 END-START
              ELSE
                 DISPLAY 'MQCHNWT  STARTING FRESH - NO PRIOR '
                         'CHECKPOINT'
                 MOVE LOW-VALUES           TO CHNW-CHANNEL-NAME
                 START CHNW-FILE KEY NOT < CHNW-CHANNEL-NAME
                    INVALID KEY
                       SET END-OF-FILE TO TRUE
                 END-START
              END-IF
           END-IF

           IF NOT END-OF-FILE
              PERFORM CA-READ-NEXT-CHANNEL
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    C   WALK THE WATCHLIST
      *
      ******************************************************************
       CA-READ-NEXT-CHANNEL SECTION.
           READ CHNW-FILE NEXT
               AT END
                  SET END-OF-FILE TO TRUE
           END-READ
           CONTINUE.
      *
       CB-CHECK-ONE-CHANNEL SECTION.
           ADD 1                          TO WS-CHANNELS-CHECKED
           MOVE 'N'                       TO SW-STATE-SEEN
           MOVE MQCHS-INACTIVE            TO WS-CHL-STATE
           MOVE SPACES                    TO WS-CHL-LAST-MSG
           MOVE 'N'                       TO WS-CHL-INDOUBT
           MOVE ZERO                      TO WS-CHL-IDLE-MINUTES
           MOVE SPACE                     TO SW-INQUIRY

           IF CHNW-QUEUE-NAME = SPACES
              MOVE CHNW-CHANNEL-NAME      TO WS-CHL-QUEUE
           ELSE
              MOVE CHNW-QUEUE-NAME        TO WS-CHL-QUEUE
           END-IF

      *    THE SWEEP STAYS CONNECTED WHILE THE CHANNELS SHARE A
      *    QUEUE MANAGER AND MOVES WHEN THE NEXT ONE IS ELSEWHERE
           PERFORM CC-RESOLVE-QMGR
           IF NOT QMGR-CONNECT-TRIED
           OR WS-CHL-QMGR NOT = WMQ-QMGR
              PERFORM DG-MQ-DISC
              MOVE WS-CHL-QMGR            TO WMQ-QMGR
              PERFORM DA-MQ-CONN
           END-IF

           IF PCF-QUEUES-OPEN
              PERFORM DB-MQ-PUT-INQUIRY
              PERFORM DC-MQ-GET-RESPONSE UNTIL INQUIRY-ENDED
           END-IF

           PERFORM CD-TEST-PARTNER-HOURS
           PERFORM CE-JUDGE-CHANNEL
           PERFORM DE-WRITE-HISTORY

           IF  WS-CHL-STATUS NOT = 'OK'
           AND WS-CHL-STATUS NOT = 'OFF HOURS'
           AND WS-CHL-STATUS NOT = 'UNREACH'
              PERFORM DF-SEND-ALERT
           END-IF

           MOVE CHNW-CHANNEL-NAME         TO CHKP-LAST-CHANNEL
           ADD 1                          TO WS-CHANNELS-SINCE-CHKP
           IF WS-CHANNELS-SINCE-CHKP >= WS-CHECKPOINT-FREQUENCY
              PERFORM E-TAKE-CHECKPOINT
           END-IF

           PERFORM F-CHECK-TIME-BUDGET
           IF BUDGET-EXHAUSTED
              DISPLAY 'MQCHNWT  TIME BUDGET EXHAUSTED AFTER '
                      WS-ELAPSED-SECONDS ' SECONDS - ENDING SWEEP'
              PERFORM E-TAKE-CHECKPOINT
              SET END-OF-FILE TO TRUE
           ELSE
              PERFORM CA-READ-NEXT-CHANNEL
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  RESOLVE THE QUEUE MANAGER THAT OWNS THE CHANNEL FROM
      *    ***  QMGRF - BLANK OR UNKNOWN KEY = THE DEFAULT MANAGER
      *    *************************************************************
       CC-RESOLVE-QMGR SECTION.
           MOVE SPACES                    TO WS-CHL-QMGR
           IF QMGR-FILE-OPEN-OK
           AND CHNW-QMGR-KEY NOT = SPACES
              MOVE CHNW-QMGR-KEY          TO QMGR-KEY
              READ QMGR-FILE
                 INVALID KEY
                    DISPLAY 'MQCHNWT  NOT ON QMGRF - DEFAULT QMGR '
                            'USED FOR ' CHNW-CHANNEL-NAME
                 NOT INVALID KEY
                    MOVE QMGR-PRIMARY     TO WS-CHL-QMGR
              END-READ
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  PARTNER HOURS - AS ON THE ON-CALL ROSTER: START = END
      *    ***  IS THE WHOLE FLAGGED DAY, START < END IS A WINDOW
      *    ***  WITHIN THE DAY, START > END RUNS OVERNIGHT SO ITS
      *    ***  EARLY HOURS BELONG TO YESTERDAY'S FLAG
      *    *************************************************************
       CD-TEST-PARTNER-HOURS SECTION.
           MOVE 'N'                        TO SW-HOURS
           IF CHNW-START-TIME NUMERIC
           AND CHNW-END-TIME NUMERIC
              EVALUATE TRUE
                 WHEN CHNW-START-TIME = CHNW-END-TIME
                    IF CHNW-DAY-FLAG (WS-TODAY-DOW) = 'Y'
                       SET IN-PARTNER-HOURS TO TRUE
                    END-IF
                 WHEN CHNW-START-TIME < CHNW-END-TIME
                    IF CHNW-DAY-FLAG (WS-TODAY-DOW) = 'Y'
                    AND WS-NOW-HHMM NOT < CHNW-START-TIME
                    AND WS-NOW-HHMM < CHNW-END-TIME
                       SET IN-PARTNER-HOURS TO TRUE
                    END-IF
                 WHEN OTHER
                    IF CHNW-DAY-FLAG (WS-TODAY-DOW) = 'Y'
                    AND WS-NOW-HHMM NOT < CHNW-START-TIME
                       SET IN-PARTNER-HOURS TO TRUE
                    END-IF
                    IF CHNW-DAY-FLAG (WS-YESTERDAY-DOW) = 'Y'
                    AND WS-NOW-HHMM < CHNW-END-TIME
                       SET IN-PARTNER-HOURS TO TRUE
                    END-IF
              END-EVALUATE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  JUDGE THE CHANNEL. A MANAGER THAT CANNOT BE REACHED
      *    ***  CANNOT TAKE THE ALERT EITHER, SO IT IS ONLY RECORDED;
      *    ***  A FAILED INQUIRY ALERTS AT ANY HOUR - THE WATCHDOG IS
      *    ***  BLIND TO THE CHANNEL. OUTSIDE THE PARTNER'S HOURS THE
      *    ***  STATE IS RECORDED WITHOUT AN ALERT
      *    *************************************************************
       CE-JUDGE-CHANNEL SECTION.
           IF CHL-STATE-SEEN
              PERFORM CF-COMPUTE-IDLE-MINUTES
           END-IF

           EVALUATE TRUE
              WHEN NOT QMGR-CONNECTED
                 MOVE 'UNREACH'            TO WS-CHL-STATUS
              WHEN NOT PCF-QUEUES-OPEN
              OR   INQUIRY-FAILED
                 MOVE 'INQ NOK'            TO WS-CHL-STATUS
              WHEN NOT IN-PARTNER-HOURS
                 MOVE 'OFF HOURS'          TO WS-CHL-STATUS
              WHEN WS-CHL-STATE = MQCHS-STOPPED
                 MOVE 'STOPPED'            TO WS-CHL-STATUS
              WHEN WS-CHL-STATE = MQCHS-RETRYING
                 MOVE 'RETRYING'           TO WS-CHL-STATUS
              WHEN WS-CHL-STATE = MQCHS-INACTIVE
              AND  CHNW-EXPECT-RUNNING
                 MOVE 'INACTIVE'           TO WS-CHL-STATUS
              WHEN CHNW-IDLE-LIMIT NUMERIC
              AND  CHNW-IDLE-LIMIT > ZERO
              AND  WS-CHL-LAST-DATE NOT = SPACES
              AND  WS-CHL-IDLE-MINUTES > CHNW-IDLE-LIMIT
                 MOVE 'IDLE'               TO WS-CHL-STATUS
              WHEN OTHER
                 MOVE 'OK'                 TO WS-CHL-STATUS
           END-EVALUATE
           CONTINUE.
      *    *************************************************************
      *    ***  MINUTES SINCE THE LAST MESSAGE ON THE CHANNEL. THE
      *    ***  QUEUE MANAGER GIVES YYYY-MM-DD AND HH.MM.SS, BLANK
      *    ***  WHEN NOTHING HAS MOVED SINCE THE CHANNEL STARTED
      *    *************************************************************
       CF-COMPUTE-IDLE-MINUTES SECTION.
           MOVE WS-CHL-LAST-DATE           TO WS-LAST-DATE-X
           MOVE WS-CHL-LAST-TIME           TO WS-LAST-TIME-X
           MOVE WS-LAST-YYYY               TO WS-LAST-YYYY-N
           MOVE WS-LAST-MM                 TO WS-LAST-MM-N
           MOVE WS-LAST-DD                 TO WS-LAST-DD-N
           IF WS-LAST-YYYYMMDD NUMERIC
           AND WS-LAST-HH NUMERIC
           AND WS-LAST-MI NUMERIC
              MOVE WS-LAST-YYYYMMDD        TO WS-DN-DATE-IN
              PERFORM CG-COMPUTE-DAY-NUMBER
              COMPUTE WS-LAST-MINUTES = (WS-LAST-HH * 60)
                                        + WS-LAST-MI
              COMPUTE WS-IDLE-WORK = ((WS-TODAY-DAYNUM
                                       - WS-DN-RESULT) * 1440)
                                     + WS-NOW-MINUTES
                                     - WS-LAST-MINUTES
              EVALUATE TRUE
                 WHEN WS-DN-RESULT = ZERO
                 OR   WS-IDLE-WORK < ZERO
                    MOVE ZERO              TO WS-CHL-IDLE-MINUTES
                 WHEN WS-IDLE-WORK > 9999999
                    MOVE 9999999           TO WS-CHL-IDLE-MINUTES
                 WHEN OTHER
                    MOVE WS-IDLE-WORK      TO WS-CHL-IDLE-MINUTES
              END-EVALUATE
           ELSE
              MOVE SPACES                  TO WS-CHL-LAST-MSG
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  COMPUTE A DAY NUMBER FROM A YYYYMMDD DATE SO DATE
      *       ***  ARITHMETIC SURVIVES MONTH AND YEAR BOUNDARIES
      *       **********************************************************
       CG-COMPUTE-DAY-NUMBER SECTION.
           IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
              MOVE ZERO                  TO WS-DN-RESULT
           ELSE
              COMPUTE WS-DN-LEAPS = (WS-DN-YEAR - 1) / 4
              COMPUTE WS-DN-RESULT = (WS-DN-YEAR * 365)
                                     + WS-DN-LEAPS
                                     + TB-CUM-DAYS (WS-DN-MONTH)
                                     + WS-DN-DAY
              DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-LEAPS
                     REMAINDER WS-DN-REM
              IF WS-DN-REM = ZERO AND WS-DN-MONTH > 2
                 ADD 1                   TO WS-DN-RESULT
              END-IF
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  CONNECT TO THE CHANNEL'S QUEUE MANAGER AND OPEN ITS
      *    ***  COMMAND QUEUE AND A TEMPORARY DYNAMIC REPLY QUEUE
      *    *************************************************************
       DA-MQ-CONN SECTION.
           SET QMGR-CONNECT-TRIED         TO TRUE
           CALL 'MQCONN' USING WMQ-QMGR
                               WMQ-HCONN
                               WMQ-COMPCODE
                               WMQ-REASON
                         END-CALL

           IF WMQ-COMPCODE = MQCC-OK
              SET QMGR-CONNECTED          TO TRUE
              DISPLAY 'MQCHNWT  MQCONN OK ' WMQ-QMGR
           ELSE
              SET QMGR-UNREACHABLE        TO TRUE
              DISPLAY 'MQCHNWT  MQCONN NOK - QMGR UNREACHABLE '
                      WMQ-QMGR
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
           END-IF

           IF QMGR-CONNECTED
              MOVE WS-COMMAND-QUEUE       TO MQOD-OBJECTNAME
              MOVE MQOT-Q                 TO MQOD-OBJECTTYPE
              ADD  MQOO-OUTPUT MQOO-FAIL-IF-QUIESCING
                   GIVING WMQ-OPTIONS
              CALL 'MQOPEN' USING WMQ-HCONN
                                  MQOD
                                  WMQ-OPTIONS
                                  WMQ-HOBJ-CMD
                                  WMQ-COMPCODE
                                  WMQ-REASON
                            END-CALL
              IF WMQ-COMPCODE NOT = MQCC-OK
                 DISPLAY 'MQCHNWT  MQOPEN NOK ' WS-COMMAND-QUEUE
                 DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                 DISPLAY 'REASON:     ' WMQ-REASON
              ELSE
                 MOVE WS-MODEL-QUEUE      TO MQOD-OBJECTNAME
                 MOVE WS-DYNAMIC-QUEUE    TO MQOD-DYNAMICQNAME
                 MOVE MQOT-Q              TO MQOD-OBJECTTYPE
                 ADD  MQOO-INPUT-AS-Q-DEF MQOO-FAIL-IF-QUIESCING
                      GIVING WMQ-OPTIONS
                 CALL 'MQOPEN' USING WMQ-HCONN
                                     MQOD
                                     WMQ-OPTIONS
                                     WMQ-HOBJ-REPLY
                                     WMQ-COMPCODE
                                     WMQ-REASON
                               END-CALL
                 IF WMQ-COMPCODE = MQCC-OK
      *             THE QUEUE MANAGER HANDS BACK THE NAME IT MADE
                    MOVE MQOD-OBJECTNAME  TO WS-REPLY-QUEUE
                    SET PCF-QUEUES-OPEN   TO TRUE
                 ELSE
                    DISPLAY 'MQCHNWT  MQOPEN NOK ' WS-MODEL-QUEUE
                    DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                    DISPLAY 'REASON:     ' WMQ-REASON
                    MOVE MQCO-NONE        TO WMQ-OPTIONS
                    CALL 'MQCLOSE' USING WMQ-HCONN
                                         WMQ-HOBJ-CMD
                                         WMQ-OPTIONS
                                         WMQ-COMPCODE
                                         WMQ-REASON
                                   END-CALL
                 END-IF
              END-IF
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  PUT THE PCF INQUIRE CHANNEL STATUS REQUEST FOR THE
      *       ***  CHANNEL TO THE COMMAND SERVER. THE RESPONSES CARRY
      *       ***  THE REQUEST'S MESSAGE ID AS THEIR CORRELATION ID
      *       **********************************************************
       DB-MQ-PUT-INQUIRY SECTION.
           MOVE MQCFT-COMMAND-XR          TO MQCFH-TYPE
           MOVE MQCFH-STRUC-LENGTH        TO MQCFH-STRUCLENGTH
           MOVE MQCFH-VERSION-3           TO MQCFH-VERSION
           MOVE MQCMD-INQUIRE-CHANNEL-STATUS
                                          TO MQCFH-COMMAND
           MOVE 1                         TO MQCFH-MSGSEQNUMBER
           MOVE MQCFC-LAST                TO MQCFH-CONTROL
           MOVE MQCC-OK                   TO MQCFH-COMPCODE
           MOVE ZERO                      TO MQCFH-REASON
           MOVE 2                         TO MQCFH-PARAMETERCOUNT
           MOVE MQCFH                     TO PCF-REQ-HEADER

           MOVE MQCFT-STRING              TO MQCFST-TYPE
           COMPUTE MQCFST-STRUCLENGTH = MQCFST-STRUC-LENGTH-FIXED
                                  + LENGTH OF PCF-REQ-CHANNEL-NAME
           MOVE MQCACH-CHANNEL-NAME       TO MQCFST-PARAMETER
           MOVE MQCCSI-Q-MGR              TO MQCFST-CODEDCHARSETID
           MOVE LENGTH OF PCF-REQ-CHANNEL-NAME
                                          TO MQCFST-STRINGLENGTH
           MOVE MQCFST                    TO PCF-REQ-CHANNEL-PARM
           MOVE CHNW-CHANNEL-NAME         TO PCF-REQ-CHANNEL-NAME

           MOVE MQCFT-INTEGER-LIST        TO MQCFIL-TYPE
           COMPUTE MQCFIL-STRUCLENGTH = MQCFIL-STRUC-LENGTH-FIXED
                                  + LENGTH OF PCF-REQ-ATTR-VALUE
           MOVE MQIACH-CHANNEL-INSTANCE-ATTRS
                                          TO MQCFIL-PARAMETER
           MOVE 1                         TO MQCFIL-COUNT
           MOVE MQCFIL                    TO PCF-REQ-ATTRS-PARM
           MOVE MQIACF-ALL                TO PCF-REQ-ATTR-VALUE

           MOVE MQMT-REQUEST              TO MQMD-MSGTYPE
           MOVE MQRO-NONE                 TO MQMD-REPORT
           MOVE MQEI-UNLIMITED            TO MQMD-EXPIRY
           MOVE MQFB-NONE                 TO MQMD-FEEDBACK
           MOVE MQENC-NATIVE              TO MQMD-ENCODING
           MOVE MQCCSI-Q-MGR              TO MQMD-CODEDCHARSETID
           MOVE MQFMT-ADMIN               TO MQMD-FORMAT
           MOVE MQPRI-PRIORITY-AS-Q-DEF   TO MQMD-PRIORITY
           MOVE MQPER-NOT-PERSISTENT      TO MQMD-PERSISTENCE
           MOVE MQMI-NONE                 TO MQMD-MSGID
           MOVE MQCI-NONE                 TO MQMD-CORRELID
           MOVE WS-REPLY-QUEUE            TO MQMD-REPLYTOQ
           MOVE SPACES                    TO MQMD-REPLYTOQMGR
           MOVE MQPMO-NO-SYNCPOINT        TO MQPMO-OPTIONS
           MOVE LENGTH OF PCF-REQUEST     TO WMQ-DATALEN

           CALL 'MQPUT' USING WMQ-HCONN
                              WMQ-HOBJ-CMD
                              MQMD
                              MQPMO
                              WMQ-DATALEN
                              PCF-REQUEST
                              WMQ-COMPCODE
                              WMQ-REASON
           END-CALL

           IF WMQ-COMPCODE = MQCC-OK
              MOVE MQMD-MSGID             TO WS-REQUEST-MSGID
              SET INQUIRY-PENDING         TO TRUE
           ELSE
              DISPLAY 'MQCHNWT  PCF REQUEST MQPUT NOK '
                      CHNW-CHANNEL-NAME
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
              SET INQUIRY-FAILED          TO TRUE
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  GET ONE PCF RESPONSE. THE STATE COMES IN ONE
      *       ***  ITEM PER CHANNEL INSTANCE AND THE SET ENDS WITH A
      *       ***  SUMMARY FLAGGED MQCFC-LAST, WHOSE REASON TELLS OF A
      *       ***  CHANNEL WITH NO STATUS AT ALL (INACTIVE) OR OF A
      *       ***  FAILED INQUIRY; INFORMATION MESSAGES IN BETWEEN
      *       ***  ARE PASSED OVER. WHEN THERE IS
      *       ***  MORE THAN ONE INSTANCE, A STOPPED OR RETRYING ONE
      *       ***  IS THE STATE KEPT, THE LATEST LAST MESSAGE IS KEPT
      *       ***  AND ANY IN-DOUBT INSTANCE MAKES THE CHANNEL IN DOUBT
      *       **********************************************************
       DC-MQ-GET-RESPONSE SECTION.
           MOVE MQMI-NONE                 TO MQMD-MSGID
           MOVE WS-REQUEST-MSGID          TO MQMD-CORRELID
           COMPUTE MQGMO-OPTIONS = MQGMO-WAIT + MQGMO-NO-SYNCPOINT
           MOVE WS-REPLY-WAIT             TO MQGMO-WAITINTERVAL
           MOVE SPACES                    TO PCF-RESPONSE

           CALL 'MQGET' USING WMQ-HCONN
                              WMQ-HOBJ-REPLY
                              MQMD
                              MQGMO
                              WMQ-BUFFLEN
                              PCF-RESPONSE
                              WMQ-DATALEN
                              WMQ-COMPCODE
                              WMQ-REASON
           END-CALL

           IF WMQ-COMPCODE NOT = MQCC-OK
              IF WMQ-REASON = MQRC-NO-MSG-AVAILABLE
                 DISPLAY 'MQCHNWT  NO RESPONSE FROM THE COMMAND '
                         'SERVER FOR ' CHNW-CHANNEL-NAME
              ELSE
                 DISPLAY 'MQCHNWT  PCF RESPONSE MQGET NOK '
                         CHNW-CHANNEL-NAME
                 DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                 DISPLAY 'REASON:     ' WMQ-REASON
              END-IF
              SET INQUIRY-FAILED          TO TRUE
           ELSE
              IF WMQ-DATALEN < LENGTH OF MQCFH
                 DISPLAY 'MQCHNWT  SHORT PCF RESPONSE FOR '
                         CHNW-CHANNEL-NAME
                 SET INQUIRY-FAILED       TO TRUE
              ELSE
                 MOVE PCF-RESPONSE (1:LENGTH OF MQCFH) TO MQCFH
                 EVALUATE TRUE
                    WHEN MQCFH-TYPE = MQCFT-XR-SUMMARY
                       PERFORM DH-TAKE-SUMMARY
                    WHEN MQCFH-TYPE NOT = MQCFT-XR-ITEM
                       CONTINUE
                    WHEN MQCFH-COMPCODE = MQCC-OK
                       MOVE MQCHS-INACTIVE   TO WS-RESP-STATE
                       MOVE SPACES           TO WS-RESP-LAST-MSG
                       MOVE 'N'              TO WS-RESP-INDOUBT
                       MOVE MQCFH-PARAMETERCOUNT
                                             TO WS-PCF-PARMS-LEFT
                       COMPUTE WS-PCF-POS = LENGTH OF MQCFH + 1
                       PERFORM DD-TAKE-PARAMETER
                          UNTIL WS-PCF-PARMS-LEFT NOT > ZERO
                       IF NOT CHL-STATE-SEEN
                       OR WS-RESP-STATE = MQCHS-STOPPED
                       OR (WS-RESP-STATE = MQCHS-RETRYING
                           AND WS-CHL-STATE NOT = MQCHS-STOPPED)
                          MOVE WS-RESP-STATE TO WS-CHL-STATE
                       END-IF
                       SET CHL-STATE-SEEN    TO TRUE
                       IF WS-RESP-LAST-MSG > WS-CHL-LAST-MSG
                          MOVE WS-RESP-LAST-MSG
                                             TO WS-CHL-LAST-MSG
                       END-IF
                       IF WS-RESP-INDOUBT = 'Y'
                          MOVE 'Y'           TO WS-CHL-INDOUBT
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  TAKE ONE PARAMETER OF A PCF RESPONSE AND STEP PAST
      *       ***  IT - A PARAMETER RUNNING OFF THE END OF THE DATA
      *       ***  ENDS THE WALK
      *       **********************************************************
       DD-TAKE-PARAMETER SECTION.
           SUBTRACT 1                     FROM WS-PCF-PARMS-LEFT
           IF WS-PCF-POS + LENGTH OF PCF-PARM-PEEK - 1 > WMQ-DATALEN
              MOVE ZERO                   TO WS-PCF-PARMS-LEFT
           ELSE
              MOVE PCF-RESPONSE (WS-PCF-POS:LENGTH OF PCF-PARM-PEEK)
                                          TO PCF-PARM-PEEK
              IF PCF-PEEK-LENGTH < LENGTH OF PCF-PARM-PEEK
              OR WS-PCF-POS + PCF-PEEK-LENGTH - 1 > WMQ-DATALEN
                 MOVE ZERO                TO WS-PCF-PARMS-LEFT
              ELSE
                 EVALUATE PCF-PEEK-TYPE
                    WHEN MQCFT-INTEGER
                       MOVE PCF-RESPONSE (WS-PCF-POS:LENGTH OF MQCFIN)
                                          TO MQCFIN
                       EVALUATE MQCFIN-PARAMETER
                          WHEN MQIACH-CHANNEL-STATUS
                             MOVE MQCFIN-VALUE TO WS-RESP-STATE
                          WHEN MQIACH-INDOUBT-STATUS
                             IF MQCFIN-VALUE = MQCHIDS-INDOUBT
                                MOVE 'Y'  TO WS-RESP-INDOUBT
                             END-IF
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                    WHEN MQCFT-STRING
                       MOVE PCF-RESPONSE (WS-PCF-POS:LENGTH OF MQCFST)
                                          TO MQCFST
                       COMPUTE WS-PCF-STR-POS = WS-PCF-POS
                                              + LENGTH OF MQCFST
                       EVALUATE MQCFST-PARAMETER
                          WHEN MQCACH-LAST-MSG-DATE
                             IF MQCFST-STRINGLENGTH NOT <
                                LENGTH OF WS-RESP-LAST-DATE
                                MOVE PCF-RESPONSE (WS-PCF-STR-POS:
                                     LENGTH OF WS-RESP-LAST-DATE)
                                          TO WS-RESP-LAST-DATE
                             END-IF
                          WHEN MQCACH-LAST-MSG-TIME
                             IF MQCFST-STRINGLENGTH NOT <
                                LENGTH OF WS-RESP-LAST-TIME
                                MOVE PCF-RESPONSE (WS-PCF-STR-POS:
                                     LENGTH OF WS-RESP-LAST-TIME)
                                          TO WS-RESP-LAST-TIME
                             END-IF
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 ADD PCF-PEEK-LENGTH      TO WS-PCF-POS
              END-IF
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  APPEND ONE OBSERVATION TO THE CHANNEL HISTORY FILE
      *       **********************************************************
       DE-WRITE-HISTORY SECTION.
           MOVE SPACES                   TO CHNH-RECORD
           MOVE CHNW-CHANNEL-NAME        TO CHNH-CHANNEL-NAME
           MOVE WS-CHL-QUEUE             TO CHNH-QUEUE-NAME
           MOVE CHNW-PARTNER             TO CHNH-PARTNER
           MOVE WMQ-QMGR                 TO CHNH-QMGR
           MOVE WS-DATE                  TO CHNH-DATE
           MOVE WS-TIME                  TO CHNH-TIME
           IF INQUIRY-DONE
           OR INQUIRY-NOT-FOUND
              EVALUATE WS-CHL-STATE
                 WHEN MQCHS-INACTIVE
                    MOVE 'INACTIVE'      TO CHNH-STATE
                 WHEN MQCHS-BINDING
                    MOVE 'BINDING'       TO CHNH-STATE
                 WHEN MQCHS-STARTING
                    MOVE 'STARTING'      TO CHNH-STATE
                 WHEN MQCHS-RUNNING
                    MOVE 'RUNNING'       TO CHNH-STATE
                 WHEN MQCHS-STOPPING
                    MOVE 'STOPPING'      TO CHNH-STATE
                 WHEN MQCHS-RETRYING
                    MOVE 'RETRYING'      TO CHNH-STATE
                 WHEN MQCHS-STOPPED
                    MOVE 'STOPPED'       TO CHNH-STATE
                 WHEN MQCHS-REQUESTING
                    MOVE 'REQUESTING'    TO CHNH-STATE
                 WHEN MQCHS-PAUSED
                    MOVE 'PAUSED'        TO CHNH-STATE
                 WHEN MQCHS-INITIALIZING
                    MOVE 'INITIALIZING'  TO CHNH-STATE
                 WHEN OTHER
                    MOVE 'UNKNOWN'       TO CHNH-STATE
              END-EVALUATE
           END-IF
           MOVE WS-CHL-LAST-DATE         TO CHNH-LAST-MSG-DATE
           MOVE WS-CHL-LAST-TIME         TO CHNH-LAST-MSG-TIME
           MOVE WS-CHL-IDLE-MINUTES      TO CHNH-IDLE-MINUTES
           MOVE WS-CHL-INDOUBT           TO CHNH-INDOUBT
           MOVE WS-CHL-STATUS            TO CHNH-STATUS

           WRITE CHNH-RECORD
           IF WS-CHNH-STATUS NOT = '00'
              DISPLAY 'MQCHNWT  CHANHIST WRITE FAILED ' WS-CHNH-STATUS
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  SEND AN ALERT MESSAGE TO THE OPS ALERT QUEUE
      *       **********************************************************
       DF-SEND-ALERT SECTION.
           MOVE WS-CHL-STATUS            TO WS-ALERT-STATUS
           MOVE WS-CHL-QUEUE             TO WS-ALERT-QUEUE-NAME
           MOVE CHNW-CHANNEL-NAME        TO WS-ALERT-CHANNEL
           MOVE CHNW-PARTNER             TO WS-ALERT-PARTNER

           MOVE WS-ALERT-QUEUE           TO MQOD-OBJECTNAME
           MOVE MQOT-Q                   TO MQOD-OBJECTTYPE

           CALL 'MQOPEN' USING WMQ-HCONN
                               MQOD
                               MQOO-OUTPUT
                               WMQ-HOBJ-ALERT
                               WMQ-COMPCODE
                               WMQ-REASON
                         END-CALL

           IF WMQ-COMPCODE = MQCC-OK
              COMPUTE MQPMO-OPTIONS = MQPMO-NO-SYNCPOINT +
                                       MQPMO-DEFAULT-CONTEXT
              MOVE MQMT-DATAGRAM         TO MQMD-MSGTYPE
              MOVE MQFMT-NONE            TO MQMD-FORMAT
              MOVE SPACES                TO MQMD-REPLYTOQ
              MOVE MQMI-NONE             TO MQMD-MSGID
              MOVE MQCI-NONE             TO MQMD-CORRELID
              MOVE LENGTH OF WS-ALERT-MESSAGE TO WMQ-DATALEN
              CALL 'MQPUT' USING WMQ-HCONN
                                 WMQ-HOBJ-ALERT
                                 MQMD
                                 MQPMO
                                 WMQ-DATALEN
                                 WS-ALERT-MESSAGE
                                 WMQ-COMPCODE
                                 WMQ-REASON
              END-CALL
              IF WMQ-COMPCODE = MQCC-OK
                 ADD 1                   TO WS-ALERTS-SENT
              ELSE
                 DISPLAY 'MQCHNWT  ALERT MQPUT NOK'
                 DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                 DISPLAY 'REASON:     ' WMQ-REASON
              END-IF

              MOVE MQCO-NONE             TO WMQ-OPTIONS
              CALL 'MQCLOSE' USING WMQ-HCONN
                                   WMQ-HOBJ-ALERT
                                   WMQ-OPTIONS
                                   WMQ-COMPCODE
                                   WMQ-REASON
                             END-CALL
           ELSE
              DISPLAY 'MQCHNWT  ALERT MQOPEN NOK ' WS-ALERT-QUEUE
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  CLOSE THE COMMAND AND REPLY QUEUES (THE TEMPORARY
      *    ***  REPLY QUEUE GOES WITH IT) AND DISCONNECT
      *    *************************************************************
       DG-MQ-DISC SECTION.
           IF PCF-QUEUES-OPEN
              MOVE MQCO-NONE              TO WMQ-OPTIONS
              CALL 'MQCLOSE' USING WMQ-HCONN
                                   WMQ-HOBJ-REPLY
                                   WMQ-OPTIONS
                                   WMQ-COMPCODE
                                   WMQ-REASON
                             END-CALL
              MOVE MQCO-NONE              TO WMQ-OPTIONS
              CALL 'MQCLOSE' USING WMQ-HCONN
                                   WMQ-HOBJ-CMD
                                   WMQ-OPTIONS
                                   WMQ-COMPCODE
                                   WMQ-REASON
                             END-CALL
              MOVE 'N'                    TO SW-PCF-QUEUES
           END-IF

           IF QMGR-CONNECTED
              CALL 'MQDISC' USING WMQ-HCONN
                                  WMQ-COMPCODE
                                  WMQ-REASON
                            END-CALL
              IF WMQ-COMPCODE NOT = MQCC-OK
                 DISPLAY 'MQCHNWT  MQDISC  NOK'
                 DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                 DISPLAY 'REASON:     ' WMQ-REASON
              END-IF
              SET QMGR-UNREACHABLE        TO TRUE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  THE SUMMARY CLOSING A SET OF RESPONSES. A CHANNEL
      *    ***  WITHOUT STATUS COMES BACK AS CHL-STATUS-NOT-FOUND IN
      *    ***  ITS REASON, ANY OTHER FAILURE MAKES THE INQUIRY NOK.
      *    ***  THE INQUIRY ENDS ON THE SUMMARY FLAGGED MQCFC-LAST
      *    *************************************************************
       DH-TAKE-SUMMARY SECTION.
           EVALUATE TRUE
              WHEN MQCFH-COMPCODE = MQCC-OK
              OR   MQCFH-REASON = MQRCCF-CHL-STATUS-NOT-FOUND
                 IF MQCFH-CONTROL = MQCFC-LAST
                    IF CHL-STATE-SEEN
                       SET INQUIRY-DONE         TO TRUE
                    ELSE
                       SET INQUIRY-NOT-FOUND    TO TRUE
                    END-IF
                 END-IF
              WHEN OTHER
                 DISPLAY 'MQCHNWT  INQUIRE CHANNEL STATUS NOK '
                         CHNW-CHANNEL-NAME
                 DISPLAY 'COMPCODE:   ' MQCFH-COMPCODE
                 DISPLAY 'REASON:     ' MQCFH-REASON
                 SET INQUIRY-FAILED             TO TRUE
           END-EVALUATE
           CONTINUE.
      ******************************************************************
      *
      *    E   TAKE CHECKPOINT - THE LAST CHANNEL NAME RIDES ALONG SO
      *        A RESTART RESUMES THE SWEEP BEHIND IT
      *
      ******************************************************************
       E-TAKE-CHECKPOINT SECTION.
           ADD 1 TO CHKP-ID
           CALL 'CBLTDLI' USING CC-CHKP
                                CHKP-ID-AREA
           END-CALL
           DISPLAY 'MQCHNWT  CHECKPOINT TAKEN : ' CHKP-ID
           DISPLAY 'MQCHNWT  LAST CHANNEL     : ' CHKP-LAST-CHANNEL
           MOVE ZERO TO WS-CHANNELS-SINCE-CHKP
           CONTINUE.
      ******************************************************************
      *
      *    F   CHECK THE RUN-TIME BUDGET
      *
      ******************************************************************
       F-CHECK-TIME-BUDGET SECTION.
           IF WS-BUDGET-SECONDS > ZERO
              ACCEPT WS-NOW-TIME-X        FROM TIME
              COMPUTE WS-NOW-SECONDS = (WS-NOW-TIM * 3600)
                                       + (WS-NOW-MIN * 60)
                                       + WS-NOW-SEC
              COMPUTE WS-ELAPSED-SECONDS = WS-NOW-SECONDS
                                           - WS-START-SECONDS
              IF WS-ELAPSED-SECONDS < ZERO
                 ADD 86400                TO WS-ELAPSED-SECONDS
              END-IF
              IF WS-ELAPSED-SECONDS >= WS-BUDGET-SECONDS
                 SET BUDGET-EXHAUSTED     TO TRUE
              END-IF
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    Z   EXIT
      *
      ******************************************************************
       Z-EXIT SECTION.
           DISPLAY 'MQCHNWT  CHANNELS CHECKED: ' WS-CHANNELS-CHECKED
           DISPLAY 'MQCHNWT  ALERTS SENT     : ' WS-ALERTS-SENT

           IF WS-CHANNELS-SINCE-CHKP > ZERO
              PERFORM E-TAKE-CHECKPOINT
           END-IF

           CLOSE CHNW-FILE
           CLOSE QMGR-FILE
           CLOSE CHANHIST-FILE

           GOBACK.
