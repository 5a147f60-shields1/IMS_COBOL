       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQEXPRPT.
      ******************************************************************
      *
      *    MODULE      MQEXPRPT
      *                BMP
      *                DAILY EXPIRED MESSAGE REPORT. DRAINS THE
      *                EXPIRY REPORT QUEUE, WHERE THE QUEUE MANAGER
      *                SENDS AN EXPIRATION REPORT FOR EVERY MESSAGE
      *                PUT UNDER A PUTPROPF PROFILE ASKING FOR ONE
      *                (MQPUTPR) THAT EXPIRED BEFORE IT WAS CONSUMED.
      *                EACH REPORT CARRIES THE EXPIRED MESSAGE'S ID
      *                AS ITS CORRELATION ID - THE MESSAGE TRACE
      *                INDEX (MSGTRCX) NAMES THE QUEUE IT WAS LAST
      *                PUT TO, WHEN AND BY WHICH FUNCTION. EVERY
      *                EXPIRED MESSAGE IS LISTED, TOTALLED PER QUEUE
      *                AND WRITTEN TO THE AUDIT TRAIL (FUNCTION
      *                EXPRD) SO IT SHOWS IN THE MESSAGE'S TRACE.
      *                EACH REPORT IS TAKEN OFF THE QUEUE IN ITS OWN
      *                UNIT OF WORK. RUN DAILY AFTER AUDLOAD, SO THE
      *                TRACE INDEX HOLDS THE PREVIOUS DAY'S PUTS.
      *                ENDS WITH RETURN CODE 4 WHEN ANY BUSINESS
      *                MESSAGE EXPIRED.
      *
      *    INPUT       SYSIN LINE 1 - EXPIRY REPORT QUEUE NAME
      *                  (BLANK DEFAULTS TO MQ.EXPIRY.REPORT)
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
      *    261015   IS       EVERY REPORT LINE ALSO KEPT IN THE
      *                      REPORT REPOSITORY THROUGH MQRPTWR
      *
      ******************************************************************
      ******************************************************************
      *
      *    ROUTINE LIST
      *
      *    A     = MAINROUTINE
      *    B     = INITIATION
      *    C
      *     CA   = GET NEXT REPORT MESSAGE
      *     CB   = REPORT ONE EXPIRED MESSAGE
      *     CC   = FIND THE MESSAGE'S LAST PUT IN THE TRACE INDEX
      *     CD   = ADD TO THE PER-QUEUE TOTALS
      *    D
      *     DA   = CONNECT TO QUEUE MANAGER
      *     DB   = OPEN THE EXPIRY REPORT QUEUE
      *     DF   = CLOSE THE EXPIRY REPORT QUEUE
      *     DG   = DISCONNECT FROM QUEUE MANAGER
      *     DI   = WRITE ONE AUDIT TRAIL RECORD
      *     DN   = COMMIT THE UNIT OF WORK
      *    E     = PRINT EXPIRED MESSAGE REPORT TOTALS
      *    Y     = KEEP A REPORT LINE IN THE REPOSITORY
      *    Z     = EXIT
      *
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    MQCONN  - CONNECT TO QUEUE MANAGER
      *    MQOPEN  - OPEN EXISTING MQ QUEUE
      *    MQGET   - GET EXPIRATION REPORT MESSAGE
      *    MQCMIT  - COMMIT UNIT OF WORK
      *    MQCLOSE - CLOSE MQ QUEUE
      *    MQDISC  - DISCONNECT FROM QUEUE MANAGER
      *    MQLOGSV - CENTRAL LOGGING SERVICE (AUDIT TRAIL)
      *    MQRPTWR - REPORT REPOSITORY WRITER
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-FILE        ASSIGN TO MSGTRCX
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS MTRC-KEY
                                     FILE STATUS IS WS-MTRC-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  TRACE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MTRCREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQEXPRPT START WSS X'.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-MTRC-STATUS                 PIC XX      VALUE SPACES.
      ******************************************************************
      *    QUEUE NAMES
      ******************************************************************
       01  WS-EXPQ-NAME                   PIC X(48)   VALUE
                                          'MQ.EXPIRY.REPORT'.
       01  WS-EXPQ-NAME-IN                PIC X(48)   VALUE SPACES.
      ******************************************************************
      *    RUN DATE AND COUNTERS
      ******************************************************************
       01  WS-RUN-DATE                    PIC X(06)   VALUE SPACES.
       01  WS-MSGS-READ                   PIC 9(05)   VALUE ZERO.
       01  WS-MSGS-EXPIRED                PIC 9(05)   VALUE ZERO.
       01  WS-MSGS-UNTRACED               PIC 9(05)   VALUE ZERO.
       01  WS-MSGS-OTHER                  PIC 9(05)   VALUE ZERO.
       01  WS-MAX-MESSAGES                PIC 9(05)   VALUE 05000.
      ******************************************************************
      *    THE EXPIRED MESSAGE AND ITS LAST PUT FROM THE TRACE INDEX
      ******************************************************************
       01  WS-EXP-MSGID                   PIC X(24)   VALUE SPACES.
       01  WS-EXP-QUEUE                   PIC X(48)   VALUE SPACES.
       01  WS-EXP-PUT-DATE                PIC X(08)   VALUE SPACES.
       01  WS-EXP-PUT-TIME                PIC X(08)   VALUE SPACES.
       01  WS-EXP-FUNCTION                PIC X(05)   VALUE SPACES.
      ******************************************************************
      *    REPORT LINE
      ******************************************************************
       01  WS-LIST-LINE.
           05 LIST-MSGID                  PIC X(24).
           05 FILLER                      PIC X(01)   VALUE SPACE.
           05 LIST-QUEUE                  PIC X(48).
           05 FILLER                      PIC X(01)   VALUE SPACE.
           05 LIST-PUT-DATE               PIC X(06).
           05 FILLER                      PIC X(01)   VALUE SPACE.
           05 LIST-PUT-TIME               PIC X(08).
           05 FILLER                      PIC X(01)   VALUE SPACE.
           05 LIST-FUNCTION               PIC X(05).
           05 FILLER                      PIC X(01)   VALUE SPACE.
           05 LIST-REPORTED-DATE          PIC X(08).
           05 FILLER                      PIC X(01)   VALUE SPACE.
           05 LIST-REPORTED-TIME          PIC X(08).
      ******************************************************************
      *    PER-QUEUE TOTALS
      ******************************************************************
       01  WS-QTOT-MAX                    PIC 9(03)   VALUE 100.
       01  WS-QTOT-USED                   PIC 9(03)   VALUE ZERO.
       01  WS-QTOT-OVERFLOW               PIC 9(05)   VALUE ZERO.
       01  WS-QTOT-TABLE.
           05 WS-QTOT-ENTRY               OCCURS 100 TIMES.
              10 WS-QTOT-QUEUE            PIC X(48).
              10 WS-QTOT-COUNT            PIC 9(05).
       01  IDX.
           05 IDX-QTOT                    PIC 9(03)   VALUE ZERO.
      ******************************************************************
      *    AUDIT TRAIL - ONE RECORD PER EXPIRED MESSAGE, BUILT HERE
      *    AND HANDED TO THE CENTRAL LOGGING SERVICE (MQLOGSV) FOR
      *    THE MQLOGWR LOGGER TO APPEND. FUNCTION EXPRD ON THE QUEUE
      *    THE MESSAGE EXPIRED ON, THE MQ FEEDBACK CODE IN THE
      *    REASON FIELD AND THE EXPIRED MESSAGE'S OWN ID
      ******************************************************************
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
           05 AUDIT-PUT-PROPS             PIC X(24).
      *
           COPY LOGQREC.
      ******************************************************************
      *    MQ AREAS - AN EXPIRATION REPORT CARRIES NO MESSAGE DATA,
      *    THE BUFFER ONLY TAKES WHATEVER ELSE LANDS ON THE QUEUE
      ******************************************************************
       01  WMQ-QMGR                      PIC X(48) VALUE SPACES.
       01  WMQ-HCONN                     PIC S9(09) BINARY.
       01  WMQ-OPTIONS                   PIC S9(09) BINARY.
       01  WMQ-COMPCODE                  PIC S9(09) BINARY.
       01  WMQ-REASON                    PIC S9(09) BINARY.
       01  WMQ-HOBJ                      PIC S9(09) BINARY.
       01  WMQ-BUFFLEN                   PIC S9(09) BINARY VALUE 1000.
       01  WMQ-DATALEN                   PIC S9(09) BINARY.
       01  WMQ-MSG-BUFF                  PIC X(1000).
      ******************************************************************
      ***   MQ-DESKRIPTORER/KONSTANTER
      ******************************************************************
       01 MQM-CONSTANTS.
          COPY CMQV SUPPRESS.
      *
       01 MQM-GET-MESSAGE-OPTIONS.
          COPY CMQGMOV.
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
             88 QUEUE-EMPTY                         VALUE '1'.
             88 RUN-STOPPED                         VALUE '2'.
           05 SW-QMGR-STATE               PIC X     VALUE 'N'.
             88 QMGR-CONNECTED                      VALUE 'Y'.
           05 SW-TRACE-STATE              PIC X     VALUE 'N'.
             88 TRACE-FILE-OPEN                     VALUE 'Y'.
           05 SW-TRACE-SCAN               PIC X     VALUE 'N'.
             88 TRACE-SCAN-DONE                     VALUE 'Y'.
             88 TRACE-SCAN-GOING                    VALUE 'N'.
      ******************************************************************
      *    REPORT REPOSITORY - EVERY REPORT LINE IS ALSO KEPT ONLINE
      *    THROUGH MQRPTWR FOR THE MQRPTVW TRANSACTION. THE CALL
      *    RESETS THE RETURN-CODE REGISTER, SO THE JOB'S OWN CODE IS
      *    PARKED AROUND IT
      ******************************************************************
       01  WS-SAVE-RETURN-CODE            PIC S9(04)  VALUE ZERO.
           COPY RPTWPARM.
      *
       01  FILLER                        PIC X(32)  VALUE
                                       'X MODULE MQEXPRPT END WSS X'.
      *
       PROCEDURE DIVISION.
      **************************************************************
      *                                                            *
      *    A   MAINROUTINE                                         *
      *                                                            *
      **************************************************************
       A-MAINROUTINE SECTION.

           PERFORM B-INITIATION
           PERFORM CB-REPORT-ONE-MESSAGE UNTIL QUEUE-EMPTY
                                           OR RUN-STOPPED
                                           OR WS-MSGS-READ >=
                                              WS-MAX-MESSAGES
           PERFORM DF-MQ-CLOSE
           PERFORM DG-MQ-DISC
           PERFORM E-PRINT-REPORT
           PERFORM Z-EXIT
           .
      ******************************************************************
      *
      *    B   INITIALIZATION
      *
      ******************************************************************
       B-INITIATION SECTION.
           ACCEPT WS-EXPQ-NAME-IN
           IF WS-EXPQ-NAME-IN NOT = SPACES
              MOVE WS-EXPQ-NAME-IN        TO WS-EXPQ-NAME
           END-IF
           ACCEPT WS-RUN-DATE             FROM DATE
           MOVE SPACES                     TO RPTW-PARM
           MOVE 'OPEN'                     TO RPTW-FUNCTION
           MOVE 'MQEXPRPT'                 TO RPTW-REPORT
           MOVE WS-RUN-DATE                TO RPTW-DATE
           MOVE 'EXPIRED MESSAGE REPORT'
                                           TO RPTW-TITLE
           MOVE RETURN-CODE                TO WS-SAVE-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE WS-SAVE-RETURN-CODE        TO RETURN-CODE
           MOVE SPACES                     TO RPTW-TEXT
           DISPLAY 'MQEXPRPT EXPIRY REPORT QUEUE : ' WS-EXPQ-NAME

      *    WITHOUT THE TRACE INDEX THE REPORT STILL LISTS EVERY
      *    EXPIRED MESSAGE - ONLY ITS QUEUE AND PUT TIME ARE UNKNOWN
           OPEN INPUT TRACE-FILE
           IF WS-MTRC-STATUS = '00'
              SET TRACE-FILE-OPEN         TO TRUE
           ELSE
              DISPLAY 'MQEXPRPT TRACE-FILE OPEN FAILED '
                      WS-MTRC-STATUS ' - QUEUES WILL SHOW UNKNOWN'
           END-IF

           STRING '============================================'
                  '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '     EXPIRED MESSAGE REPORT  RUN DATE '
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '============================================'
                  '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'MESSAGE ID               '
                  'LAST PUT TO QUEUE                                '
                  'DATE   TIME     FUNC  '
                  'EXPIRY REPORTED'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE

           PERFORM DA-MQ-CONN
           IF QMGR-CONNECTED
              PERFORM DB-MQ-OPEN-EXPQ
           ELSE
              SET RUN-STOPPED TO TRUE
           END-IF

           IF NOT RUN-STOPPED
              PERFORM CA-GET-NEXT-MESSAGE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    C   DRAIN AND REPORT
      *
      ******************************************************************
       CA-GET-NEXT-MESSAGE SECTION.
           MOVE MQMI-NONE                TO MQMD-MSGID
           MOVE MQCI-NONE                TO MQMD-CORRELID
           COMPUTE MQGMO-OPTIONS      = MQGMO-ACCEPT-TRUNCATED-MSG +
                                        MQGMO-NO-WAIT      +
                                        MQGMO-SYNCPOINT

           CALL 'MQGET'  USING WMQ-HCONN
                               WMQ-HOBJ
                               MQMD
                               MQGMO
                               WMQ-BUFFLEN
                               WMQ-MSG-BUFF
                               WMQ-DATALEN
                               WMQ-COMPCODE
                               WMQ-REASON
           END-CALL
           IF WMQ-COMPCODE = MQCC-FAILED
              IF WMQ-REASON = MQRC-NO-MSG-AVAILABLE
                 SET QUEUE-EMPTY         TO TRUE
              ELSE
                 DISPLAY 'MQEXPRPT MQGET  NOK'
                 DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                 DISPLAY 'REASON:     ' WMQ-REASON
                 SET RUN-STOPPED         TO TRUE
              END-IF
           ELSE
              ADD 1                      TO WS-MSGS-READ
           END-IF
           CONTINUE.
      *
       CB-REPORT-ONE-MESSAGE SECTION.
      *    ONLY AN EXPIRATION REPORT IS AN EXPIRED MESSAGE - ANY
      *    OTHER MESSAGE ON THE QUEUE IS COUNTED AND TAKEN OFF
           IF MQMD-MSGTYPE = MQMT-REPORT
           AND MQMD-FEEDBACK = MQFB-EXPIRATION
              ADD 1                      TO WS-MSGS-EXPIRED
              MOVE MQMD-CORRELID         TO WS-EXP-MSGID
              PERFORM CC-FIND-LAST-PUT
              PERFORM CD-ADD-QUEUE-TOTAL

              MOVE WS-EXP-MSGID          TO LIST-MSGID
              MOVE WS-EXP-QUEUE          TO LIST-QUEUE
              MOVE WS-EXP-PUT-DATE       TO LIST-PUT-DATE
              MOVE WS-EXP-PUT-TIME       TO LIST-PUT-TIME
              MOVE WS-EXP-FUNCTION       TO LIST-FUNCTION
              MOVE MQMD-PUTDATE          TO LIST-REPORTED-DATE
              MOVE MQMD-PUTTIME          TO LIST-REPORTED-TIME
              MOVE WS-LIST-LINE          TO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE

              PERFORM DI-WRITE-AUDIT-RECORD
           ELSE
              ADD 1                      TO WS-MSGS-OTHER
              DISPLAY 'MQEXPRPT NOT AN EXPIRATION REPORT - TYPE '
                      MQMD-MSGTYPE ' FEEDBACK ' MQMD-FEEDBACK
           END-IF

           PERFORM DN-MQ-COMMIT

           IF NOT RUN-STOPPED
              PERFORM CA-GET-NEXT-MESSAGE
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  THE TRACE INDEX RANGE FOR THE MESSAGE ID IS IN TIME
      *       ***  ORDER - THE LAST ENTRY IS THE PUT THE MESSAGE
      *       ***  EXPIRED AFTER
      *       **********************************************************
       CC-FIND-LAST-PUT SECTION.
           MOVE 'UNKNOWN'                TO WS-EXP-QUEUE
           MOVE SPACES                   TO WS-EXP-PUT-DATE
                                            WS-EXP-PUT-TIME
                                            WS-EXP-FUNCTION

           IF TRACE-FILE-OPEN
              SET TRACE-SCAN-GOING       TO TRUE
              MOVE LOW-VALUES            TO MTRC-KEY
              MOVE WS-EXP-MSGID          TO MTRC-MSGID
              START TRACE-FILE KEY NOT < MTRC-KEY
                 INVALID KEY
                    SET TRACE-SCAN-DONE  TO TRUE
              END-START
              PERFORM UNTIL TRACE-SCAN-DONE
                 READ TRACE-FILE NEXT
                    AT END
                       SET TRACE-SCAN-DONE TO TRUE
                    NOT AT END
                       IF MTRC-MSGID NOT = WS-EXP-MSGID
                          SET TRACE-SCAN-DONE TO TRUE
                       ELSE
                          MOVE MTRC-QUEUE-NAME TO WS-EXP-QUEUE
                          MOVE MTRC-DATE       TO WS-EXP-PUT-DATE
                          MOVE MTRC-TIME       TO WS-EXP-PUT-TIME
                          MOVE MTRC-FUNCTION   TO WS-EXP-FUNCTION
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           IF WS-EXP-QUEUE = 'UNKNOWN'
              ADD 1                      TO WS-MSGS-UNTRACED
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  ADD THE MESSAGE TO ITS QUEUE'S TOTAL - QUEUES BEYOND
      *       ***  THE TABLE ARE COUNTED AS OVERFLOW
      *       **********************************************************
       CD-ADD-QUEUE-TOTAL SECTION.
           MOVE 1                        TO IDX-QTOT
           PERFORM UNTIL IDX-QTOT > WS-QTOT-USED
                      OR WS-QTOT-QUEUE (IDX-QTOT) = WS-EXP-QUEUE
              ADD 1                      TO IDX-QTOT
           END-PERFORM

           IF IDX-QTOT > WS-QTOT-USED
              IF WS-QTOT-USED < WS-QTOT-MAX
                 ADD 1                   TO WS-QTOT-USED
                 MOVE WS-QTOT-USED       TO IDX-QTOT
                 MOVE WS-EXP-QUEUE       TO WS-QTOT-QUEUE (IDX-QTOT)
                 MOVE ZERO               TO WS-QTOT-COUNT (IDX-QTOT)
              ELSE
                 ADD 1                   TO WS-QTOT-OVERFLOW
                 MOVE ZERO               TO IDX-QTOT
              END-IF
           END-IF

           IF IDX-QTOT > ZERO
              ADD 1                      TO WS-QTOT-COUNT (IDX-QTOT)
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  CONNECT TO QUEUE MANAGER
      *    *************************************************************
       DA-MQ-CONN SECTION.
           CALL 'MQCONN' USING WMQ-QMGR
                               WMQ-HCONN
                               WMQ-COMPCODE
                               WMQ-REASON
                         END-CALL

           IF WMQ-COMPCODE = MQCC-OK
              SET QMGR-CONNECTED          TO TRUE
              DISPLAY 'MQEXPRPT MQCONN OK'
           ELSE
              DISPLAY 'MQEXPRPT MQCONN NOK'
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  OPEN THE EXPIRY REPORT QUEUE FOR DESTRUCTIVE GETS
      *       **********************************************************
       DB-MQ-OPEN-EXPQ SECTION.
           MOVE WS-EXPQ-NAME             TO MQOD-OBJECTNAME
           MOVE MQOT-Q                   TO MQOD-OBJECTTYPE
           ADD  MQOO-INPUT-AS-Q-DEF MQOO-FAIL-IF-QUIESCING
                GIVING WMQ-OPTIONS

           CALL 'MQOPEN' USING WMQ-HCONN
                               MQOD
                               WMQ-OPTIONS
                               WMQ-HOBJ
                               WMQ-COMPCODE
                               WMQ-REASON
                         END-CALL

           IF WMQ-COMPCODE = MQCC-OK
              DISPLAY 'MQEXPRPT MQOPEN OK ' WS-EXPQ-NAME
           ELSE
              DISPLAY 'MQEXPRPT MQOPEN NOK ' WS-EXPQ-NAME
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
              SET RUN-STOPPED TO TRUE
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  COMMIT THE UNIT OF WORK - THE REPORT IS OFF THE
      *       ***  QUEUE ONCE IT IS LISTED AND AUDITED
      *       **********************************************************
       DN-MQ-COMMIT SECTION.
           CALL 'MQCMIT' USING WMQ-HCONN
                               WMQ-COMPCODE
                               WMQ-REASON
           END-CALL
           IF WMQ-COMPCODE NOT = MQCC-OK
              DISPLAY 'MQEXPRPT MQCMIT NOK'
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
              SET RUN-STOPPED            TO TRUE
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  CLOSE THE EXPIRY REPORT QUEUE
      *       **********************************************************
       DF-MQ-CLOSE SECTION.
           IF QMGR-CONNECTED
              MOVE MQCO-NONE             TO WMQ-OPTIONS
              CALL 'MQCLOSE' USING WMQ-HCONN
                                   WMQ-HOBJ
                                   WMQ-OPTIONS
                                   WMQ-COMPCODE
                                   WMQ-REASON
                             END-CALL
              IF WMQ-COMPCODE NOT = MQCC-OK
                 DISPLAY 'MQEXPRPT MQCLOSE NOK'
                 DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                 DISPLAY 'REASON:     ' WMQ-REASON
              END-IF
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  DISCONNECT FROM QUEUE MANAGER
      *    *************************************************************
       DG-MQ-DISC SECTION.
           IF QMGR-CONNECTED
              CALL 'MQDISC' USING WMQ-HCONN
                                  WMQ-COMPCODE
                                  WMQ-REASON
                            END-CALL
              IF WMQ-COMPCODE NOT = MQCC-OK
                 DISPLAY 'MQEXPRPT MQDISC  NOK'
                 DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                 DISPLAY 'REASON:     ' WMQ-REASON
              END-IF
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  WRITE ONE AUDIT TRAIL RECORD FOR AN EXPIRED
      *       ***  MESSAGE - THE MESSAGE ID IS THE EXPIRED MESSAGE'S
      *       ***  OWN, SO THE EXPIRY ENDS ITS TRACE
      *       **********************************************************
       DI-WRITE-AUDIT-RECORD SECTION.
           ACCEPT WS-AUDIT-DATE          FROM DATE
           ACCEPT WS-AUDIT-TIME          FROM TIME
           MOVE WS-EXP-QUEUE             TO AUDIT-QUEUE-NAME
           MOVE 'MQEXPRPT'               TO AUDIT-USERID
           MOVE WS-AUDIT-DATE            TO AUDIT-DATE
           MOVE WS-AUDIT-TIME            TO AUDIT-TIME
           MOVE 'EXPRD'                  TO AUDIT-FUNCTION
           MOVE ZERO                     TO AUDIT-MSG-LENGTH
           MOVE 'EXPD'                   TO AUDIT-STATUS
           MOVE MQCC-OK                  TO AUDIT-COMPCODE
           MOVE MQMD-FEEDBACK            TO AUDIT-REASON
           MOVE 'EXPIRED UNCONSUMED'     TO AUDIT-DETAIL
           MOVE WS-EXP-MSGID             TO AUDIT-MSGID
           MOVE SPACES                   TO AUDIT-CORRELID
                                            AUDIT-PUT-PROPS

           MOVE 'A'                      TO LOGM-TYPE
           MOVE AUDIT-RECORD             TO LOGM-DATA
           CALL 'MQLOGSV' USING LOGM-RECORD
           END-CALL
           CONTINUE.
      ******************************************************************
      *
      *    E   PRINT EXPIRED MESSAGE REPORT TOTALS
      *
      ******************************************************************
       E-PRINT-REPORT SECTION.
           STRING '============================================'
                  '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'EXPIRED MESSAGES PER QUEUE'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           MOVE 1                        TO IDX-QTOT
           PERFORM UNTIL IDX-QTOT > WS-QTOT-USED
              STRING '  ' WS-QTOT-QUEUE (IDX-QTOT) ' '
                     WS-QTOT-COUNT (IDX-QTOT)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              ADD 1                      TO IDX-QTOT
           END-PERFORM
           IF WS-QTOT-OVERFLOW > ZERO
              STRING '  OTHER QUEUES (TABLE FULL)' ' '
                     WS-QTOT-OVERFLOW
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
           END-IF
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'EXPIRY REPORT QUEUE          : ' WS-EXPQ-NAME
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'REPORT MESSAGES READ         : ' WS-MSGS-READ
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'MESSAGES EXPIRED UNCONSUMED  : ' WS-MSGS-EXPIRED
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '  NOT IN THE TRACE INDEX     : ' WS-MSGS-UNTRACED
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'OTHER MESSAGES ON THE QUEUE  : ' WS-MSGS-OTHER
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           IF WS-MSGS-EXPIRED > ZERO
              STRING '*** BUSINESS MESSAGES EXPIRED BEFORE THEY '
                     'WERE CONSUMED ***'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           IF RUN-STOPPED
              STRING '*** RUN STOPPED ON AN MQ ERROR - REPORTS MAY '
                     'REMAIN ON THE QUEUE ***'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           CONTINUE.
      ******************************************************************
      *
      *    Y   KEEP A REPORT LINE IN THE REPORT REPOSITORY
      *
      ******************************************************************
       Y-PUT-REPORT-LINE SECTION.
      *    THE LINE STILL GOES TO SYSOUT AS BEFORE
           DISPLAY RPTW-TEXT
           MOVE RETURN-CODE                TO WS-SAVE-RETURN-CODE
           MOVE 'LINE'                     TO RPTW-FUNCTION
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE WS-SAVE-RETURN-CODE        TO RETURN-CODE
           MOVE SPACES                     TO RPTW-TEXT
           CONTINUE.
      ******************************************************************
      *
      *    Z   EXIT
      *
      ******************************************************************
       Z-EXIT SECTION.

           IF TRACE-FILE-OPEN
              CLOSE TRACE-FILE
           END-IF

      *    FINISH THE ONLINE COPY - THE CALL RECORDS THE JOB'S
      *    RETURN CODE FOR THE REPOSITORY INDEX AND RESETS THE
      *    REGISTER, SO THE CODE IS PUT BACK AFTERWARDS
           MOVE 'CLOS'                     TO RPTW-FUNCTION
           MOVE RETURN-CODE                TO RPTW-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE RPTW-RETURN-CODE           TO RETURN-CODE

           GOBACK.
