       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQBRKTX.
      ******************************************************************
      *
      *    MODULE      MQBRKTX
      *                MPP
      *                ROUTE CIRCUIT BREAKER REPORT/CLOSE. LETS OPS
      *                LIST THE ROUTING FILE (MQROUTE) WITH THE
      *                BREAKER STATE OF EVERY ROUTE, AND CLOSE A
      *                BREAKER THAT IMSMQ02 OPENED WHEN THE
      *                DESTINATION TRANSACTION WAS UNAVAILABLE.
      *                CLOSING CLEARS THE FLAG ON THE ROUTE AND
      *                TURNS TRIGGERING BACK ON FOR THE SOURCE QUEUE -
      *                THE QUEUE MANAGER THEN RE-TRIGGERS FOR THE
      *                MESSAGES HELD ON IT WHILE THE BREAKER WAS
      *                OPEN. EVERY CLOSE IS WRITTEN TO THE AUDIT
      *                TRAIL THROUGH THE CENTRAL LOGGING SERVICE.
      *
      *    INPUT       xxxxxxxxyyyyyqqq...qqq
      *                |       |    |
      *                > TRANS |    |
      *                        >LIST|
      *                         CLOSE
      *                             >QUEUE NAME
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
      *    C     = TRANSACTION PROCESSING
      *    D
      *     DA   = CLOSE ONE ROUTE'S BREAKER
      *     DB   = TURN TRIGGERING BACK ON FOR THE SOURCE QUEUE
      *     DL   = LIST THE ROUTES WITH THEIR BREAKER STATE
      *     DM   = READ AND INSERT THE NEXT ROUTE
      *     DH   = SEND RESPONSE TO USER
      *     DI   = WRITE AUDIT TRAIL RECORD
      *    X     = AIB RETURNCODE CHECK
      *    Z     = EXIT
      *
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    AIBTDLI - IMS APPLICATION INTERFACE
      *    MQCONN  - CONNECT TO QUEUE MANAGER
      *    MQOPEN  - OPEN THE SOURCE QUEUE FOR SET
      *    MQSET   - TURN QUEUE TRIGGERING ON
      *    MQCLOSE - CLOSE THE SOURCE QUEUE
      *    MQDISC  - DISCONNECT FROM QUEUE MANAGER
      *    MQLOGSV - CENTRAL LOGGING SERVICE (AUDIT)
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
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  ROUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MQRTEREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQBRKTX START WSS X'.
      ******************************************************************
      *    IN AREA
      ******************************************************************
       01  INTRANS.
           10 LL                         PIC S9(3) COMP.
           10 ZZ                         PIC S9(3) COMP.
           10 TRAN-CODE                  PIC X(8).
           10 INDATA.
              15 INDATA1                 PIC X(05).
              15 INDATA2                 PIC X(48).
      ******************************************************************
      *    RESPONSE AREA
      ******************************************************************
       01  RESPONSE.
           10 RESPONSELL                 PIC S9(3) COMP.
           10 RESPONSEZZ                 PIC S9(3) COMP.
           10 OUTDATA                    PIC X(60).
       01  LIST-RESPONSE.
           10 LISTLL                     PIC S9(3) COMP.
           10 LISTZZ                     PIC S9(3) COMP.
           10 LIST-LINE.
              15 LIST-QUEUE-NAME         PIC X(48).
              15 FILLER                  PIC X(01).
              15 LIST-TRAN-CODE          PIC X(08).
              15 FILLER                  PIC X(01).
              15 LIST-ACTIVE             PIC X(01).
              15 FILLER                  PIC X(01).
              15 LIST-BREAKER            PIC X(06).
              15 FILLER                  PIC X(01).
              15 LIST-BREAKER-DATE       PIC X(06).
       01  WS-DATE.
           05  WS-YEAR                   PIC 9(02).
           05  WS-MONTH                  PIC 9(02).
           05  WS-DAY                    PIC 9(02).
       01  WS-TIME.
           05  WS-TIM                    PIC 9(02).
           05  WS-MIN                    PIC 9(02).
           05  WS-SEC                    PIC 9(02).
           05  WS-HUNDRED                PIC 9(02).
      ******************************************************************
      *    IMS DLICALLS
      ******************************************************************
       01  KK-GU                         PIC X(4) VALUE 'GU  '.
       01  KK-ISRT                       PIC X(4) VALUE 'ISRT'.
      ******************************************************************
      *    IMS RETURNCODES
      ******************************************************************
       01  KK-QC                         PIC X(4) VALUE 'QC  '.
      ******************************************************************
      *    APPLICATION INTERFACE BLOCK (AIB)
      ******************************************************************
       01 AIB.
         05 AIB-ID                  PIC X(08)          VALUE 'DFSAIB'.
         05 AIB-LEN                 PIC 9(09)   COMP   VALUE 128.
         05 AIB-SUB-FUNC.
           10 AIB-SUB-FUNC-1        PIC X(04)          VALUE SPACE.
           10 AIB-SUB-FUNC-2        PIC X(04)          VALUE SPACE.
         05 AIB-PCB-NAME            PIC X(08)          VALUE SPACE.
         05 FILLER                  PIC X(16)          VALUE SPACE.
         05 AIB-IOAREA-LENGTH       PIC 9(09)   COMP   VALUE ZERO.
         05 AIB-IOAREA-USED         PIC 9(09)   COMP.
         05 FILLER                  PIC X(12)          VALUE SPACE.
         05 AIB-RETURN-CODE         PIC 9(09)   COMP.
         05 AIB-REASON-CODE         PIC 9(09)   COMP.
         05 FILLER                  PIC X(04)          VALUE SPACE.
         05 AIB-PCB-PTR             POINTER.
         05 FILLER                  PIC X(48)          VALUE SPACE.
      ******************************************************************
      *    AIB RETURNCODES
      ******************************************************************
       01 AIB-RETURKODER.
          05 AIB-HEX-0000               PIC 9(9) COMP VALUE 0.
          05 AIB-HEX-0900               PIC 9(9) COMP VALUE 2304.
      ******************************************************************
      *    MQ AREAS - TRIGGERING IS TURNED BACK ON FOR THE SOURCE
      *    QUEUE WHEN A BREAKER IS CLOSED
      ******************************************************************
       01  WMQ-QMGR                      PIC X(48) VALUE SPACES.
       01  WMQ-HCONN                     PIC S9(09) BINARY.
       01  WMQ-HOBJ                      PIC S9(09) BINARY.
       01  WMQ-OPTIONS                   PIC S9(09) BINARY.
       01  WMQ-COMPCODE                  PIC S9(09) BINARY.
       01  WMQ-REASON                    PIC S9(09) BINARY.
       01  WMQ-SELECTOR-COUNT            PIC S9(09) BINARY VALUE 1.
       01  WMQ-SELECTORS.
           05 WMQ-SELECTOR-1             PIC S9(09) BINARY.
       01  WMQ-INTATTR-COUNT             PIC S9(09) BINARY VALUE 1.
       01  WMQ-INTATTRS.
           05 WMQ-INTATTR-1              PIC S9(09) BINARY.
       01  WMQ-CHARATTR-LENGTH           PIC S9(09) BINARY VALUE 0.
       01  WMQ-CHARATTRS                 PIC X(01)  VALUE SPACE.
      ******************************************************************
      ***   MQ-DESKRIPTORER/KONSTANTER
      ******************************************************************
       01 MQM-CONSTANTS.
          COPY CMQV SUPPRESS.
      *
       01 MQM-OBJECT-DESCRIPTOR.
          COPY CMQODV.
      ******************************************************************
      *    AUDIT TRAIL - LOGGED THROUGH THE CENTRAL SERVICE
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
      *
           COPY LOGQREC.
      ******************************************************************
      *    ROUTING FILE
      ******************************************************************
       01  WS-ROUTE-STATUS                PIC XX    VALUE SPACES.
      ******************************************************************
      *    LIST GOVERNOR
      ******************************************************************
       01  WS-LIST-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-MAX-LIST-LINES              PIC 9(05) VALUE 00050.
      ******************************************************************
      *    SWITCHES
      ******************************************************************
       01  SWITCHES.
           05 SW-INDICATOR                PIC X     VALUE '0'.
             88 ALL-OK                              VALUE '0'.
             88 NO-MORE-MESSAGES                    VALUE 'S'.
             88 INTERRUPTION                        VALUE 'F'.
           05 SW-LIST-EOF                  PIC X     VALUE 'N'.
             88 LIST-END-OF-FILE                     VALUE 'Y'.
           05 SW-ROUTE-OPEN                PIC X     VALUE 'N'.
             88 ROUTE-OPEN-OK                        VALUE 'Y'.
           05 SW-TRIGGER-SET               PIC X     VALUE 'N'.
             88 TRIGGER-SET-OK                       VALUE 'Y'.
             88 TRIGGER-SET-FAILED                   VALUE 'N'.
      *
       01  FILLER                        PIC X(32)  VALUE
                                       'X MODULE MQBRKTX END WSS X'.
      *
       LINKAGE SECTION.
      *----------------
       01  IOPCB.
           05 IOLTERM                    PIC X(8).
           05 FILLER                     PIC X(2).
           05 STC-CODE                   PIC X(2).
           05 CDATE                      PIC X(4).
           05 CTIME                      PIC X(4).
           05 SEQNUM                     PIC X(4).
           05 MOD-NAME                   PIC X(8).
           05 USERID                     PIC X(8).
      *
       PROCEDURE DIVISION.
      **************************************************************
      *                                                            *
      *    A   MAINROUTINE                                         *
      *                                                            *
      **************************************************************
       A-MAINROUTINE SECTION.
      *
           PERFORM B-INITIATION
           PERFORM C-TRANSACTION-PROCESSING UNTIL NO-MORE-MESSAGES
                                                  OR
                                                  INTERRUPTION
           PERFORM Z-EXIT
           .
      ******************************************************************
      *
      *    B   INITIALIZATION
      *
      ******************************************************************

       B-INITIATION SECTION.
           MOVE 'IOPCB'                    TO AIB-PCB-NAME
           MOVE LENGTH OF INTRANS          TO AIB-IOAREA-LENGTH

           OPEN I-O ROUTE-FILE
           IF WS-ROUTE-STATUS = '00'
              SET ROUTE-OPEN-OK TO TRUE
           ELSE
              DISPLAY 'MQBRKTX  ROUTE-FILE OPEN FAILED '
                      WS-ROUTE-STATUS
              DISPLAY 'MQBRKTX  ALL COMMANDS WILL BE REFUSED'
           END-IF

           CONTINUE.
      ******************************************************************
      *
      *    C   TRANSACTION PROCESSING
      *
      ******************************************************************

       C-TRANSACTION-PROCESSING SECTION.
      *
           MOVE SPACES TO INDATA
                          OUTDATA
                          WS-DATE
                          WS-TIME

           ACCEPT WS-DATE                  FROM DATE
           ACCEPT WS-TIME                  FROM TIME

           MOVE LENGTH OF INTRANS          TO AIB-IOAREA-LENGTH
           CALL 'AIBTDLI' USING KK-GU
                               AIB
                               INTRANS
           END-CALL
      *
           PERFORM X-AIB-CHECK
      *
           DISPLAY '>' INDATA '<'
      *
           IF ALL-OK
             IF NOT ROUTE-OPEN-OK
                MOVE 'ROUTING FILE UNAVAILABLE - TRY LATER'
                                           TO OUTDATA
             ELSE
               EVALUATE INDATA1
                 WHEN  'LIST '
                   PERFORM DL-LIST-ROUTE-BREAKERS
                 WHEN  'CLOSE'
                   PERFORM DA-CLOSE-BREAKER
                 WHEN OTHER
                   MOVE 'INVALID COMMAND - USE LIST/CLOSE' TO OUTDATA
               END-EVALUATE
             END-IF
      *
             PERFORM DH-WRITE-RESPONSE
      *
           END-IF
           DISPLAY 'MQBRKTX AVSLUTAR RC ' STC-CODE

           CONTINUE.
      *    *************************************************************
      *    ***  CLOSE ONE ROUTE'S BREAKER - CLEAR THE FLAG, THEN TURN
      *    ***  TRIGGERING BACK ON SO THE HELD MESSAGES ARE PICKED UP
      *    *************************************************************
       DA-CLOSE-BREAKER SECTION.
           IF INDATA2 = SPACES
              MOVE 'QUEUE NAME REQUIRED'   TO OUTDATA
           ELSE
              MOVE INDATA2                 TO ROUTE-QUEUE-NAME
              READ ROUTE-FILE
                 INVALID KEY
                    MOVE 'QUEUE NOT ON ROUTING FILE' TO OUTDATA
                 NOT INVALID KEY
                    IF NOT ROUTE-BREAKER-OPEN
                       MOVE 'BREAKER IS NOT OPEN' TO OUTDATA
                    ELSE
                       MOVE SPACE          TO ROUTE-BREAKER
                       MOVE SPACES         TO ROUTE-BREAKER-DATE
                       REWRITE ROUTE-RECORD
                          INVALID KEY
                             MOVE 'REWRITE FAILED' TO OUTDATA
                          NOT INVALID KEY
                             PERFORM DB-ENABLE-TRIGGERING
                             IF TRIGGER-SET-OK
                                MOVE 'BREAKER CLOSED - TRIGGERING ON'
                                                   TO OUTDATA
                             ELSE
                                MOVE
                             'BREAKER CLOSED - SET TRIGGER ON MANUALLY'
                                                   TO OUTDATA
                             END-IF
                             PERFORM DI-WRITE-AUDIT-RECORD
                       END-REWRITE
                    END-IF
              END-READ
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  TURN TRIGGERING BACK ON FOR THE SOURCE QUEUE - SETTING
      *    ***  TRIGGER CONTROL ON WITH MESSAGES ALREADY QUEUED MAKES
      *    ***  THE QUEUE MANAGER ISSUE A FRESH TRIGGER MESSAGE
      *    *************************************************************
       DB-ENABLE-TRIGGERING SECTION.
           SET TRIGGER-SET-FAILED          TO TRUE
           CALL 'MQCONN' USING WMQ-QMGR
                               WMQ-HCONN
                               WMQ-COMPCODE
                               WMQ-REASON
           END-CALL
           IF WMQ-COMPCODE = MQCC-OK
           OR WMQ-REASON = MQRC-ALREADY-CONNECTED
              MOVE ROUTE-QUEUE-NAME        TO MQOD-OBJECTNAME
              MOVE MQOT-Q                  TO MQOD-OBJECTTYPE
              ADD  MQOO-SET MQOO-FAIL-IF-QUIESCING
                   GIVING WMQ-OPTIONS
              CALL 'MQOPEN' USING WMQ-HCONN
                                  MQOD
                                  WMQ-OPTIONS
                                  WMQ-HOBJ
                                  WMQ-COMPCODE
                                  WMQ-REASON
              END-CALL
              IF WMQ-COMPCODE = MQCC-OK
                 MOVE MQIA-TRIGGER-CONTROL TO WMQ-SELECTOR-1
                 MOVE MQTC-ON              TO WMQ-INTATTR-1
                 CALL 'MQSET' USING WMQ-HCONN
                                    WMQ-HOBJ
                                    WMQ-SELECTOR-COUNT
                                    WMQ-SELECTORS
                                    WMQ-INTATTR-COUNT
                                    WMQ-INTATTRS
                                    WMQ-CHARATTR-LENGTH
                                    WMQ-CHARATTRS
                                    WMQ-COMPCODE
                                    WMQ-REASON
                 END-CALL
                 IF WMQ-COMPCODE = MQCC-OK
                    SET TRIGGER-SET-OK     TO TRUE
                 ELSE
                    DISPLAY 'MQBRKTX  MQSET TRIGGER ON NOK'
                    DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                    DISPLAY 'REASON:     ' WMQ-REASON
                 END-IF
                 MOVE MQCO-NONE            TO WMQ-OPTIONS
                 CALL 'MQCLOSE' USING WMQ-HCONN
                                      WMQ-HOBJ
                                      WMQ-OPTIONS
                                      WMQ-COMPCODE
                                      WMQ-REASON
                 END-CALL
              ELSE
                 DISPLAY 'MQBRKTX  MQOPEN NOK ' ROUTE-QUEUE-NAME
                 DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                 DISPLAY 'REASON:     ' WMQ-REASON
              END-IF
              CALL 'MQDISC' USING WMQ-HCONN
                                  WMQ-COMPCODE
                                  WMQ-REASON
              END-CALL
           ELSE
              DISPLAY 'MQBRKTX  MQCONN NOK'
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  LIST THE ROUTING FILE - ONE SEGMENT PER ROUTE WITH ITS
      *    ***  BREAKER STATE
      *    *************************************************************
       DL-LIST-ROUTE-BREAKERS SECTION.
           MOVE 'N'                        TO SW-LIST-EOF
           MOVE ZERO                       TO WS-LIST-COUNT
           MOVE LOW-VALUES                 TO ROUTE-QUEUE-NAME

           START ROUTE-FILE KEY NOT < ROUTE-QUEUE-NAME
              INVALID KEY
                 SET LIST-END-OF-FILE      TO TRUE
           END-START

           PERFORM DM-LIST-NEXT-ROUTE UNTIL LIST-END-OF-FILE
                                        OR INTERRUPTION
                                        OR WS-LIST-COUNT >=
                                           WS-MAX-LIST-LINES

           IF WS-LIST-COUNT = ZERO
              MOVE 'NO ENTRIES FOUND'      TO OUTDATA
           ELSE
              IF WS-LIST-COUNT >= WS-MAX-LIST-LINES
                 MOVE 'LIST LIMIT REACHED - MORE ENTRIES EXIST'
                                           TO OUTDATA
              ELSE
                 MOVE 'END OF LIST'        TO OUTDATA
              END-IF
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  READ AND INSERT THE NEXT ROUTE
      *    *************************************************************
       DM-LIST-NEXT-ROUTE SECTION.
           READ ROUTE-FILE NEXT
              AT END
                 SET LIST-END-OF-FILE      TO TRUE
              NOT AT END
                 ADD 1                     TO WS-LIST-COUNT
                 MOVE SPACES               TO LIST-LINE
                 MOVE ROUTE-QUEUE-NAME     TO LIST-QUEUE-NAME
                 MOVE ROUTE-TRAN-CODE      TO LIST-TRAN-CODE
                 MOVE ROUTE-ACTIVE         TO LIST-ACTIVE
                 IF ROUTE-BREAKER-OPEN
                    MOVE 'OPEN'            TO LIST-BREAKER
                    MOVE ROUTE-BREAKER-DATE TO LIST-BREAKER-DATE
                 ELSE
                    MOVE 'CLOSED'          TO LIST-BREAKER
                 END-IF
                 MOVE LENGTH OF LIST-RESPONSE TO LISTLL
                 MOVE ZERO                 TO LISTZZ
                 MOVE LENGTH OF LIST-RESPONSE
                                           TO AIB-IOAREA-LENGTH
                 CALL 'AIBTDLI' USING KK-ISRT
                                      AIB
                                      LIST-RESPONSE
                 END-CALL
                 PERFORM X-AIB-CHECK
           END-READ
      *    ANY ABNORMAL READ STATUS MUST END THE LIST - A STATUS
      *    LIKE 47 RAISES NEITHER AT END NOR INVALID KEY AND WOULD
      *    OTHERWISE LOOP FOREVER
           IF WS-ROUTE-STATUS NOT = '00'
              SET LIST-END-OF-FILE         TO TRUE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  WRITE ONE AUDIT TRAIL RECORD FOR A BREAKER CLOSE
      *    *************************************************************
       DI-WRITE-AUDIT-RECORD SECTION.
           MOVE INDATA2                  TO AUDIT-QUEUE-NAME
           MOVE USERID                   TO AUDIT-USERID
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO AUDIT-DATE
           END-STRING
           STRING WS-TIM WS-MIN WS-SEC WS-HUNDRED DELIMITED BY SIZE
               INTO AUDIT-TIME
           END-STRING
           MOVE 'BRKCL'                   TO AUDIT-FUNCTION
           MOVE ZERO                      TO AUDIT-MSG-LENGTH
           MOVE WMQ-COMPCODE              TO AUDIT-COMPCODE
           MOVE WMQ-REASON                TO AUDIT-REASON
           IF TRIGGER-SET-OK
              MOVE 'OK'                   TO AUDIT-STATUS
              MOVE 'BREAKER CLOSED'       TO AUDIT-DETAIL
           ELSE
              MOVE 'NOK'                  TO AUDIT-STATUS
              MOVE 'CLOSED - TRIGGER OFF' TO AUDIT-DETAIL
           END-IF

           MOVE 'A'                       TO LOGM-TYPE
           MOVE AUDIT-RECORD              TO LOGM-DATA
           CALL 'MQLOGSV' USING LOGM-RECORD
           END-CALL
           CONTINUE.
      ******************************************************************
      *
      *    D   SEND RESPONSE TO USER
      *
      ******************************************************************
       DH-WRITE-RESPONSE SECTION.
           COMPUTE RESPONSELL = LENGTH OF OUTDATA + 4
           MOVE LENGTH OF RESPONSE          TO AIB-IOAREA-LENGTH

           CALL 'AIBTDLI' USING KK-ISRT
                                AIB
                                RESPONSE
           END-CALL

           PERFORM X-AIB-CHECK
           SET ADDRESS OF IOPCB TO AIB-PCB-PTR
           DISPLAY 'MQBRKTX WRITE RESPONSE RC ' STC-CODE

           CONTINUE.
      ******************************************************************
      *
      *    X   AIB RETURNCODE CHECK
      *
      ******************************************************************
       X-AIB-CHECK.
               EVALUATE TRUE
                   WHEN AIB-RETURN-CODE = AIB-HEX-0000 AND
                        AIB-REASON-CODE = AIB-HEX-0000
                     SET ADDRESS OF IOPCB TO AIB-PCB-PTR
                   WHEN AIB-RETURN-CODE = AIB-HEX-0900
                     SET ADDRESS OF IOPCB TO AIB-PCB-PTR
                     IF STC-CODE = KK-QC
                        DISPLAY 'MQBRKTX GU RETURNCODE = ' STC-CODE ' '
                        SET NO-MORE-MESSAGES TO TRUE
                     ELSE
                        SET INTERRUPTION TO TRUE
                     END-IF
                   WHEN OTHER
                     SET ADDRESS OF IOPCB TO AIB-PCB-PTR
                     DISPLAY 'MQBRKTX UNEXPECTED RETURNCODE = '
                             STC-CODE
                     DISPLAY 'MQBRKTX AIB-RETURN-CODE = '
                             AIB-RETURN-CODE
                             ' AIB-REASON-CODE = ' AIB-REASON-CODE
                     SET INTERRUPTION TO TRUE
               END-EVALUATE
           CONTINUE.
      ******************************************************************
      *
      *    Z   EXIT
      *
      ******************************************************************
       Z-EXIT SECTION.

           CLOSE ROUTE-FILE

           GOBACK.
