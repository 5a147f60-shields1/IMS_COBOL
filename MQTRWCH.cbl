       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQTRWCH.
      ******************************************************************
      *
      *    MODULE      MQTRWCH
      *                BMP
      *                SCHEDULED IMS DESTINATION TRANSACTION WATCHDOG.
      *                THE IMS-SIDE COUNTERPART OF MQWATCH: WALKS THE
      *                ROUTING FILE (MQROUTE) AND, FOR EVERY ACTIVE
      *                ROUTE, ASKS IMSINQY FOR THE TRAN STATUS OF THE
      *                DESTINATION TRANSACTION - AND, WHEN THE
      *                TRANSACTION WATCH FILE (TRNWATF) NAMES ITS
      *                PROGRAM, FOR THE PGM STATUS AS WELL. EVERY
      *                OBSERVATION IS APPENDED TO THE TRANSACTION
      *                STATUS HISTORY FILE (TRANHIST) AND A STOPPED
      *                TRANSACTION, A STOPPED PROGRAM OR AN IMS QUEUE
      *                COUNT ABOVE THE THRESHOLD SENDS AN ALERT TO
      *                THE OPS ALERT QUEUE. MQMORN PRINTS THE HISTORY
      *                NEXT TO THE MQ-SIDE STATUS OF EACH INTERFACE.
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
      *    B     = INITIATION
      *    C
      *     CA   = READ NEXT ROUTE RECORD
      *     CB   = CHECK ONE ROUTE'S DESTINATION TRANSACTION
      *    D
      *     DA   = CONNECT TO QUEUE MANAGER
      *     DB   = READ THE TRANSACTION WATCH RECORD
      *     DC   = INQUIRE TRAN STATUS THROUGH IMSINQY
      *     DE   = INQUIRE PGM STATUS THROUGH IMSINQY
      *     DF   = WRITE TRANSACTION HISTORY RECORD
      *     DG   = SEND ALERT TO THE OPS ALERT QUEUE
      *     DH   = DISCONNECT FROM QUEUE MANAGER
      *    Z     = EXIT
      *
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    IMSINQY - IMS ENVIRON/TRAN/PGM INQUIRY WRAPPER
      *    MQCONN  - CONNECT TO QUEUE MANAGER
      *    MQOPEN  - OPEN THE OPS ALERT QUEUE
      *    MQPUT   - PUT ALERT MESSAGE
      *    MQCLOSE - CLOSE MQ QUEUE
      *    MQDISC  - DISCONNECT FROM QUEUE MANAGER
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTE-FILE        ASSIGN TO MQROUTE
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS ROUTE-QUEUE-NAME
                                     FILE STATUS IS WS-ROUTE-STATUS.
           SELECT TRNW-FILE         ASSIGN TO TRNWATF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS TRNW-TRAN-CODE
                                     FILE STATUS IS WS-TRNW-STATUS.
           SELECT TRANHIST-FILE     ASSIGN TO TRANHIST
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-TRNH-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  ROUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MQRTEREC.
      *
       FD  TRNW-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRNWREC.
      *
       FD  TRANHIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TRNHREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQTRWCH START WSS X'.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-ROUTE-STATUS                PIC XX      VALUE SPACES.
       01  WS-TRNW-STATUS                 PIC XX      VALUE SPACES.
       01  WS-TRNH-STATUS                 PIC XX      VALUE SPACES.
      ******************************************************************
      *    RUN TIMESTAMP
      ******************************************************************
       01  WS-DATE                        PIC 9(06)   VALUE ZERO.
       01  WS-TIME                        PIC 9(08)   VALUE ZERO.
      ******************************************************************
      *    OPS ALERT QUEUE
      ******************************************************************
       01  WS-ALERT-QUEUE            PIC X(48) VALUE 'OPS.ALERT.QUEUE'.
       01  WS-ALERT-MESSAGE.
           05 FILLER                      PIC X(08) VALUE 'MQTRWCH '.
           05 WS-ALERT-STATUS             PIC X(10).
           05 FILLER                      PIC X(06) VALUE ' TRAN '.
           05 WS-ALERT-TRAN-CODE          PIC X(08).
           05 FILLER                      PIC X(05) VALUE ' PGM '.
           05 WS-ALERT-PGM-NAME           PIC X(08).
           05 FILLER                      PIC X(07) VALUE ' QUEUE '.
           05 WS-ALERT-QUEUE-NAME         PIC X(48).
           05 FILLER                      PIC X(08) VALUE ' QCOUNT '.
           05 WS-ALERT-QCOUNT             PIC 9(09).
           05 FILLER                      PIC X(11) VALUE ' THRESHOLD '.
           05 WS-ALERT-THRESHOLD          PIC 9(09).
      ******************************************************************
      *    RUN COUNTERS
      ******************************************************************
       01  WS-ROUTES-CHECKED              PIC 9(05)   VALUE ZERO.
       01  WS-ALERTS-SENT                 PIC 9(05)   VALUE ZERO.
      ******************************************************************
      *    FALLBACK THRESHOLD FOR A TRAN CODE WITHOUT A WATCH RECORD
      ******************************************************************
       01  WS-QCOUNT-DEFAULT              PIC 9(09)   VALUE 100.
       01  WS-QCOUNT                      PIC 9(09)   VALUE ZERO.
      ******************************************************************
      *    PARAMETERS PASSED TO THE IMSINQY INQUIRY WRAPPER
      ******************************************************************
       01  CC-TRAN                        PIC X(08)   VALUE 'TRAN'.
       01  CC-PGM                         PIC X(08)   VALUE 'PGM'.
       01  CC-STOPPED                     PIC X(01)   VALUE 'Y'.
       01  WS-INQY-REQUEST.
           05 WS-INQY-TYPE               PIC X(8) VALUE SPACES.
           05 WS-INQYENV-LENGTH          PIC S9(5) COMP.
           05 WS-INQY-NAME               PIC X(8) VALUE SPACES.
       01  WS-INQY-RESPONSE.
           05 WS-INQYENV-RETURNCODE      PIC 9(0008) COMP.
           05 WS-INQYENV-REASONCODE      PIC 9(0008) COMP.
           05 WS-AA-INQY.
             10 WS-INQYENV-IMSID         PIC X(8).
             10 WS-INQYENV-RELEASE-LVL   PIC S9(8)    COMP.
             10 WS-INQYENV-C-REG-TYPE    PIC X(8).
             10 WS-INQYENV-A-REG-TYPE    PIC X(8).
             10 WS-INQYENV-REG-ID        PIC S9(8)   COMP.
             10 WS-INQYENV-APPL-PGM      PIC X(8).
             10 WS-INQYENV-PSB-NAME      PIC X(8).
             10 WS-INQYENV-TRANS-NAME    PIC X(8).
             10 WS-INQYENV-USERID        PIC X(8).
             10 WS-INQYENV-GROUP-NAME    PIC X(8).
             10  FILLER                  PIC X(8).
             10 WS-INQYENV-APARM-X.
               15 WS-INQYENV-APARM-P     POINTER.
             10  FILLER                  REDEFINES WS-INQYENV-APARM-X.
               15 WS-INQYENV-APARM       PIC S9(8)   COMP.
             10  FILLER                  PIC X(100).
      *
           05 WS-AA-INQY-TRAN REDEFINES WS-AA-INQY.
             10 WS-INQYTRN-TRAN-NAME     PIC X(8).
             10 WS-INQYTRN-STOPPED       PIC X(1).
             10 WS-INQYTRN-LOCKED        PIC X(1).
             10 WS-INQYTRN-QUEUE-COUNT   PIC S9(8)   COMP.
             10 WS-INQYTRN-MAX-MSG-CNT   PIC S9(8)   COMP.
             10 WS-INQYTRN-PARLIM-CNT    PIC S9(8)   COMP.
             10  FILLER                  PIC X(100).
      *
           05 WS-AA-INQY-PGM REDEFINES WS-AA-INQY.
             10 WS-INQYPGM-PGM-NAME      PIC X(8).
             10 WS-INQYPGM-STOPPED       PIC X(1).
             10 WS-INQYPGM-LOCKED        PIC X(1).
             10 WS-INQYPGM-PSB-SCHD-CNT  PIC S9(8)   COMP.
             10 WS-INQYPGM-PSB-MAX-CNT   PIC S9(8)   COMP.
             10  FILLER                  PIC X(100).
      ******************************************************************
      *    MQ AREAS
      ******************************************************************
       01  WMQ-QMGR                      PIC X(48) VALUE SPACES.
       01  WMQ-HCONN                     PIC S9(09) BINARY.
       01  WMQ-OPTIONS                   PIC S9(09) BINARY.
       01  WMQ-COMPCODE                  PIC S9(09) BINARY.
       01  WMQ-REASON                    PIC S9(09) BINARY.
       01  WMQ-HOBJ-ALERT                PIC S9(09) BINARY.
       01  WMQ-DATALEN                   PIC S9(09) BINARY.
      ******************************************************************
      ***   MQ-DESKRIPTORER/KONSTANTER
      ******************************************************************
       01 MQM-CONSTANTS.
          COPY CMQV SUPPRESS.
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
           05 SW-TRNW-OPEN                PIC X     VALUE 'N'.
             88 TRNW-OPEN-OK                        VALUE 'Y'.
      *
       01  FILLER                        PIC X(32)  VALUE
                                       'X MODULE MQTRWCH END WSS X'.
      *
       PROCEDURE DIVISION.
      **************************************************************
      *                                                            *
      *    A   MAINROUTINE                                         *
      *                                                            *
      **************************************************************
       A-MAINROUTINE SECTION.

           PERFORM B-INITIATION
           PERFORM CB-CHECK-ONE-ROUTE UNTIL END-OF-FILE
           PERFORM DH-MQ-DISC
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

           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-STATUS NOT = '00'
              DISPLAY 'MQTRWCH  ROUTE-FILE OPEN FAILED '
                      WS-ROUTE-STATUS
              SET END-OF-FILE TO TRUE
           END-IF

      *    NO WATCH FILE IS NOT FATAL - EVERY TRAN CODE THEN RUNS
      *    ON THE DEFAULT THRESHOLD WITHOUT A PROGRAM CHECK
           OPEN INPUT TRNW-FILE
           IF WS-TRNW-STATUS = '00'
              SET TRNW-OPEN-OK TO TRUE
           ELSE
              DISPLAY 'MQTRWCH  TRNW-FILE OPEN FAILED '
                      WS-TRNW-STATUS ' - DEFAULTS USED'
           END-IF

           OPEN EXTEND TRANHIST-FILE
           IF WS-TRNH-STATUS NOT = '00'
              DISPLAY 'MQTRWCH  TRANHIST-FILE OPEN FAILED '
                      WS-TRNH-STATUS
           END-IF

           IF NOT END-OF-FILE
              MOVE LOW-VALUES              TO ROUTE-QUEUE-NAME
              START ROUTE-FILE KEY NOT < ROUTE-QUEUE-NAME
                 INVALID KEY
                    SET END-OF-FILE TO TRUE
              END-START
           END-IF

           IF NOT END-OF-FILE
              PERFORM DA-MQ-CONN
              PERFORM CA-READ-NEXT-ROUTE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    C   WALK THE ACTIVE ROUTES
      *
      ******************************************************************
       CA-READ-NEXT-ROUTE SECTION.
           READ ROUTE-FILE NEXT
               AT END
                  SET END-OF-FILE TO TRUE
           END-READ
           IF WS-ROUTE-STATUS NOT = '00'
              SET END-OF-FILE TO TRUE
           END-IF
           CONTINUE.
      *
       CB-CHECK-ONE-ROUTE SECTION.
           IF ROUTE-IS-ACTIVE
           AND ROUTE-TRAN-CODE NOT = SPACES
              ADD 1                       TO WS-ROUTES-CHECKED
              MOVE SPACES                 TO TRNH-RECORD
              MOVE 'N'                    TO TRNH-TRAN-STOPPED
                                             TRNH-PGM-STOPPED
              MOVE ZERO                   TO WS-QCOUNT
              PERFORM DB-READ-WATCH-RECORD
              PERFORM DC-INQUIRE-TRANSACTION
              IF TRNH-STATUS NOT = 'INQY NOK'
              AND TRNH-PGM-NAME NOT = SPACES
                 PERFORM DE-INQUIRE-PROGRAM
              END-IF

      *       THE WORST CONDITION SEEN NAMES THE OBSERVATION
              EVALUATE TRUE
                 WHEN TRNH-STATUS = 'INQY NOK'
                    CONTINUE
                 WHEN TRNH-TRAN-STOPPED = CC-STOPPED
                    MOVE 'TRANSTOP'       TO TRNH-STATUS
                 WHEN TRNH-PGM-STOPPED = CC-STOPPED
                    MOVE 'PGMSTOP'        TO TRNH-STATUS
                 WHEN WS-QCOUNT > TRNH-THRESHOLD
                    MOVE 'QBACKLOG'       TO TRNH-STATUS
                 WHEN OTHER
                    MOVE 'OK'             TO TRNH-STATUS
              END-EVALUATE

              PERFORM DF-WRITE-HISTORY
              IF TRNH-STATUS NOT = 'OK'
                 PERFORM DG-SEND-ALERT
              END-IF
           END-IF
           PERFORM CA-READ-NEXT-ROUTE
           CONTINUE.
      *    *************************************************************
      *    ***  CONNECT TO QUEUE MANAGER - ONLY THE ALERTS NEED IT,
      *    ***  SO AN UNREACHABLE MANAGER DOES NOT STOP THE SWEEP
      *    *************************************************************
       DA-MQ-CONN SECTION.
           CALL 'MQCONN' USING WMQ-QMGR
                               WMQ-HCONN
                               WMQ-COMPCODE
                               WMQ-REASON
                         END-CALL

           IF WMQ-COMPCODE = MQCC-OK
              SET QMGR-CONNECTED          TO TRUE
              DISPLAY 'MQTRWCH  MQCONN OK'
           ELSE
              SET QMGR-UNREACHABLE        TO TRUE
              DISPLAY 'MQTRWCH  MQCONN NOK - ALERTS NOT SENT'
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  THRESHOLD AND PROGRAM NAME FOR THE TRAN CODE
      *       **********************************************************
       DB-READ-WATCH-RECORD SECTION.
           MOVE WS-QCOUNT-DEFAULT        TO TRNH-THRESHOLD
           IF TRNW-OPEN-OK
              MOVE ROUTE-TRAN-CODE       TO TRNW-TRAN-CODE
              READ TRNW-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE TRNW-PGM-NAME   TO TRNH-PGM-NAME
                    IF TRNW-QCOUNT-THRESHOLD NUMERIC
                    AND TRNW-QCOUNT-THRESHOLD > ZERO
                       MOVE TRNW-QCOUNT-THRESHOLD TO TRNH-THRESHOLD
                    END-IF
              END-READ
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  TRAN STATUS AND IMS QUEUE COUNT THROUGH IMSINQY
      *       **********************************************************
       DC-INQUIRE-TRANSACTION SECTION.
           MOVE CC-TRAN                  TO WS-INQY-TYPE
           MOVE ROUTE-TRAN-CODE          TO WS-INQY-NAME
           MOVE LENGTH OF WS-AA-INQY     TO WS-INQYENV-LENGTH
           MOVE ZERO                     TO WS-INQYENV-RETURNCODE
                                            WS-INQYENV-REASONCODE

           CALL 'IMSINQY' USING WS-INQY-REQUEST
                                WS-INQY-RESPONSE
           END-CALL

           IF WS-INQYENV-RETURNCODE NOT = ZERO
           OR WS-INQYENV-REASONCODE NOT = ZERO
              DISPLAY 'MQTRWCH  INQY TRAN NOK ' ROUTE-TRAN-CODE
                      ' RC ' WS-INQYENV-RETURNCODE
                      ' REASON ' WS-INQYENV-REASONCODE
              MOVE 'INQY NOK'            TO TRNH-STATUS
           ELSE
              MOVE WS-INQYTRN-STOPPED    TO TRNH-TRAN-STOPPED
              IF WS-INQYTRN-QUEUE-COUNT > ZERO
                 MOVE WS-INQYTRN-QUEUE-COUNT TO WS-QCOUNT
              END-IF
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  PROGRAM STATUS THROUGH IMSINQY
      *       **********************************************************
       DE-INQUIRE-PROGRAM SECTION.
           MOVE CC-PGM                   TO WS-INQY-TYPE
           MOVE TRNH-PGM-NAME            TO WS-INQY-NAME
           MOVE LENGTH OF WS-AA-INQY     TO WS-INQYENV-LENGTH
           MOVE ZERO                     TO WS-INQYENV-RETURNCODE
                                            WS-INQYENV-REASONCODE

           CALL 'IMSINQY' USING WS-INQY-REQUEST
                                WS-INQY-RESPONSE
           END-CALL

           IF WS-INQYENV-RETURNCODE NOT = ZERO
           OR WS-INQYENV-REASONCODE NOT = ZERO
              DISPLAY 'MQTRWCH  INQY PGM NOK ' TRNH-PGM-NAME
                      ' RC ' WS-INQYENV-RETURNCODE
                      ' REASON ' WS-INQYENV-REASONCODE
              MOVE 'INQY NOK'            TO TRNH-STATUS
           ELSE
              MOVE WS-INQYPGM-STOPPED    TO TRNH-PGM-STOPPED
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  APPEND ONE OBSERVATION TO THE TRANSACTION HISTORY
      *       **********************************************************
       DF-WRITE-HISTORY SECTION.
           MOVE ROUTE-QUEUE-NAME         TO TRNH-QUEUE-NAME
           MOVE ROUTE-TRAN-CODE          TO TRNH-TRAN-CODE
           MOVE WS-DATE                  TO TRNH-DATE
           MOVE WS-TIME                  TO TRNH-TIME
           MOVE WS-QCOUNT                TO TRNH-QUEUE-COUNT

           WRITE TRNH-RECORD
           IF WS-TRNH-STATUS NOT = '00'
              DISPLAY 'MQTRWCH  TRANHIST WRITE FAILED ' WS-TRNH-STATUS
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  SEND AN ALERT MESSAGE TO THE OPS ALERT QUEUE
      *       **********************************************************
       DG-SEND-ALERT SECTION.
           IF QMGR-UNREACHABLE
              DISPLAY 'MQTRWCH  ALERT NOT SENT ' TRNH-STATUS ' '
                      TRNH-TRAN-CODE
           ELSE
              MOVE TRNH-STATUS           TO WS-ALERT-STATUS
              MOVE TRNH-TRAN-CODE        TO WS-ALERT-TRAN-CODE
              MOVE TRNH-PGM-NAME         TO WS-ALERT-PGM-NAME
              MOVE TRNH-QUEUE-NAME       TO WS-ALERT-QUEUE-NAME
              MOVE TRNH-QUEUE-COUNT      TO WS-ALERT-QCOUNT
              MOVE TRNH-THRESHOLD        TO WS-ALERT-THRESHOLD

              MOVE WS-ALERT-QUEUE        TO MQOD-OBJECTNAME
              MOVE MQOT-Q                TO MQOD-OBJECTTYPE

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
                 MOVE MQMI-NONE          TO MQMD-MSGID
                 MOVE MQCI-NONE          TO MQMD-CORRELID
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
                    ADD 1                TO WS-ALERTS-SENT
                 ELSE
                    DISPLAY 'MQTRWCH  ALERT MQPUT NOK'
                    DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                    DISPLAY 'REASON:     ' WMQ-REASON
                 END-IF

                 MOVE MQCO-NONE          TO WMQ-OPTIONS
                 CALL 'MQCLOSE' USING WMQ-HCONN
                                      WMQ-HOBJ-ALERT
                                      WMQ-OPTIONS
                                      WMQ-COMPCODE
                                      WMQ-REASON
                                END-CALL
              ELSE
                 DISPLAY 'MQTRWCH  ALERT MQOPEN NOK ' WS-ALERT-QUEUE
                 DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                 DISPLAY 'REASON:     ' WMQ-REASON
              END-IF
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  DISCONNECT FROM QUEUE MANAGER
      *    *************************************************************
       DH-MQ-DISC SECTION.
           IF QMGR-CONNECTED
              CALL 'MQDISC' USING WMQ-HCONN
                                  WMQ-COMPCODE
                                  WMQ-REASON
                            END-CALL
              IF WMQ-COMPCODE NOT = MQCC-OK
                 DISPLAY 'MQTRWCH  MQDISC  NOK'
                 DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                 DISPLAY 'REASON:     ' WMQ-REASON
              END-IF
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    Z   EXIT
      *
      ******************************************************************
       Z-EXIT SECTION.
           DISPLAY 'MQTRWCH  ROUTES CHECKED: ' WS-ROUTES-CHECKED
           DISPLAY 'MQTRWCH  ALERTS SENT   : ' WS-ALERTS-SENT

           CLOSE ROUTE-FILE
           IF TRNW-OPEN-OK
              CLOSE TRNW-FILE
           END-IF
           CLOSE TRANHIST-FILE

           GOBACK.
