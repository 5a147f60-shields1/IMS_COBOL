       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQUNLD.
      ******************************************************************
      *
      *    MODULE      MQUNLD
      *                BMP
      *                QUEUE UNLOAD. COPIES EVERY MESSAGE ON AN MQ
      *                QUEUE TO THE SEQUENTIAL UNLOAD DATASET
      *                (QUNLOAD, LAYOUT UNLDREC) WITH ITS FULL PAYLOAD
      *                AND THE MQMD FIELDS THAT MATTER - MESSAGE ID,
      *                CORRELATION ID, PUT DATE/TIME, REPLY-TO QUEUE,
      *                FORMAT, PRIORITY, PERSISTENCE - SO MQRELD CAN
      *                PUT THE MESSAGES BACK AS THEY WERE. USED BEFORE
      *                A QUEUE MANAGER MIGRATION OR TO CLEAR A QUEUE
      *                WITHOUT LOSING ITS CONTENT.
      *                BRWS MODE BROWSES THE QUEUE AND LEAVES IT AS IT
      *                WAS. DEST MODE GETS THE MESSAGES UNDER SYNCPOINT
      *                AND COMMITS AT EVERY CHECKPOINT, SO A MESSAGE
      *                LEAVES THE QUEUE ONLY ONCE IT IS SAFE ON THE
      *                DATASET. CHECKPOINTS (CHKP) CARRY THE COUNTS,
      *                AND A RESTART (XRST) CONTINUES THE DATASET
      *                BEHIND A RESTART MARKER. THE QUEUE MUST BE
      *                OPEN TO THE UNLOAD IN QAUTHF (TRAN CODE MQUNLD)
      *                - PEEK FOR BRWS, PURGE FOR DEST. EVERY MESSAGE
      *                IS AUDITED (UNLD), THE RUN TOTALS TOO (UNLDT),
      *                AND A RECONCILIATION REPORT IS PRINTED.
      *
      *    INPUT       SYSIN CARD 1
      *                  COL  1- 4  MODE  BRWS (DEFAULT) OR DEST
      *                  COL  6-13  REQUESTING USERID FOR THE AUDIT
      *                SYSIN CARD 2
      *                  COL  1-48  QUEUE TO UNLOAD (REQUIRED)
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
      *     BA   = READ AND CHECK THE CONTROL CARDS
      *     BB   = CHECK THE QUEUE AUTHORIZATION (QAUTHF)
      *     BC   = WRITE THE SECURITY VIOLATION RECORD
      *     BD   = OPEN THE UNLOAD DATASET, MARK A RESTART
      *    C
      *     CA   = GET NEXT MESSAGE
      *     CB   = UNLOAD ONE MESSAGE
      *     CC   = WRITE ONE SEGMENT RECORD
      *    D
      *     DA   = CONNECT TO QUEUE MANAGER
      *     DB   = OPEN THE QUEUE
      *     DC   = INQUIRE THE QUEUE DEPTH
      *     DF   = CLOSE THE QUEUE
      *     DG   = DISCONNECT FROM QUEUE MANAGER
      *     DI   = WRITE ONE AUDIT TRAIL RECORD
      *     DN   = COMMIT THE UNIT OF WORK
      *     DO   = BACK OUT THE UNIT OF WORK
      *    E     = TAKE CHECKPOINT (CHKP)
      *    F     = WRITE THE TRAILER RECORD
      *     FA   = FILL THE RESTART MARKER / TRAILER CONTROL DATA
      *    G     = PRINT THE RECONCILIATION REPORT
      *    Z     = EXIT
      *
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    CBLTDLI - IMS APPLICATION INTERFACE (CHKP / XRST)
      *    MQCONN  - CONNECT TO QUEUE MANAGER
      *    MQOPEN  - OPEN EXISTING MQ QUEUE
      *    MQINQ   - INQUIRE CURRENT QUEUE DEPTH
      *    MQGET   - BROWSE OR GET THE NEXT MESSAGE
      *    MQCMIT  - COMMIT UNIT OF WORK
      *    MQBACK  - BACK OUT UNIT OF WORK
      *    MQCLOSE - CLOSE MQ QUEUE
      *    MQDISC  - DISCONNECT FROM QUEUE MANAGER
      *    MQLOGSV - CENTRAL LOGGING SERVICE (AUDIT / VIOLATION)
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNLD-FILE         ASSIGN TO QUNLOAD
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-UNLD-STATUS.
           SELECT QAUTH-FILE        ASSIGN TO QAUTHF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS QAUTH-KEY
                                     FILE STATUS IS WS-QAUTH-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  UNLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY UNLDREC.
      *
       FD  QAUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  QAUTH-RECORD.
           05 QAUTH-KEY.
              10 QAUTH-TRAN-CODE          PIC X(08).
              10 QAUTH-QUEUE-NAME         PIC X(48).
           05 QAUTH-ALLOW-READQ           PIC X(01).
           05 QAUTH-ALLOW-WRITE           PIC X(01).
           05 QAUTH-ALLOW-PEEK            PIC X(01).
           05 QAUTH-ALLOW-PURGE           PIC X(01).
           05 QAUTH-ALLOW-MOVE            PIC X(01).
           05 FILLER                      PIC X(19).
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQUNLD START WSS X'.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-UNLD-STATUS                 PIC XX      VALUE SPACES.
       01  WS-QAUTH-STATUS                PIC XX      VALUE SPACES.
      ******************************************************************
      *    CONTROL CARDS
      ******************************************************************
       01  WS-CONTROL-CARD.
           05 WS-CTL-MODE                 PIC X(04).
              88 CTL-MODE-BROWSE                     VALUE 'BRWS'.
              88 CTL-MODE-DESTRUCTIVE                VALUE 'DEST'.
           05 FILLER                      PIC X(01).
           05 WS-CTL-REQUESTER            PIC X(08).
           05 FILLER                      PIC X(67).
       01  WS-QUEUE-CARD.
           05 WS-UNLD-QUEUE               PIC X(48).
           05 FILLER                      PIC X(32).
      ******************************************************************
      *    THE MESSAGE BEING UNLOADED
      ******************************************************************
       01  WS-MSG-SEQ                     PIC 9(09)   VALUE ZERO.
       01  WS-MSG-LEN                     PIC 9(05)   VALUE ZERO.
       01  WS-SEG-COUNT                   PIC 9(03)   VALUE ZERO.
       01  WS-SEG-NO                      PIC 9(03)   VALUE ZERO.
       01  WS-SEG-MAX                     PIC 9(05)   COMP VALUE 1000.
       01  WS-SEG-POS                     PIC 9(05)   COMP VALUE ZERO.
       01  WS-SEG-LEN                     PIC 9(05)   COMP VALUE ZERO.
       01  WS-SKIP-REMAINING              PIC 9(09)   VALUE ZERO.
       01  WS-RUN-DATE                    PIC 9(06)   VALUE ZERO.
       01  WS-RUN-DATE-CC                 PIC 9(08)   VALUE ZERO.
       01  WS-RUN-TIME                    PIC 9(08)   VALUE ZERO.
      ******************************************************************
      *    CHECKPOINT/RESTART AREA - THE UNLOAD TOTALS AS THEY STOOD
      *    AT THE CHECKPOINT. A RESTART CONTINUES THE SEQUENCE FROM
      *    THEM AND MARKS THE DATASET SO MQRELD IGNORES WHAT THE
      *    FAILED RUN WROTE AFTER THE CHECKPOINT
      ******************************************************************
       01  CHKP-ID-AREA.
           05  CHKP-ID                    PIC 9(09)   VALUE ZERO.
           05  CHKP-MSGS-UNLOADED         PIC 9(09)   VALUE ZERO.
           05  CHKP-SEGS-WRITTEN          PIC 9(09)   VALUE ZERO.
           05  CHKP-BYTES-UNLOADED        PIC 9(15)   VALUE ZERO.
       01  WS-CHECKPOINT-FREQUENCY        PIC 9(05)   VALUE 100.
       01  WS-MSGS-SINCE-CHKP             PIC 9(05)   VALUE ZERO.
      ******************************************************************
      *    RUN COUNTERS - THE DATASET TOTALS INCLUDE WHAT A RESTARTED
      *    RUN TOOK OVER FROM THE CHECKPOINT
      ******************************************************************
       01  WS-MSGS-GOT                    PIC 9(09)   VALUE ZERO.
       01  WS-MSGS-RESKIPPED              PIC 9(09)   VALUE ZERO.
       01  WS-MSGS-UNLOADED               PIC 9(09)   VALUE ZERO.
       01  WS-SEGS-WRITTEN                PIC 9(09)   VALUE ZERO.
       01  WS-BYTES-UNLOADED              PIC 9(15)   VALUE ZERO.
       01  WS-RESTART-MSGS                PIC 9(09)   VALUE ZERO.
       01  WS-DEPTH-START                 PIC S9(09)  VALUE ZERO.
       01  WS-DEPTH-END                   PIC S9(09)  VALUE ZERO.
       01  WS-DEPTH-EXPECTED              PIC S9(09)  VALUE ZERO.
      ******************************************************************
      *    AUDIT TRAIL - THE RECORD IS BUILT HERE AND HANDED TO THE
      *    CENTRAL LOGGING SERVICE (MQLOGSV) FOR THE MQLOGWR LOGGER
      *    TO APPEND - THIS BMP NEVER OPENS THE AUDITLOG DATASET.
      *    FUNCTION UNLD PER MESSAGE, UNLDT FOR THE RUN TOTALS
      ******************************************************************
       01  WS-AUDIT-FUNCTION              PIC X(05)   VALUE SPACES.
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
           COPY VIOLREC.
      *
           COPY LOGQREC.
      ******************************************************************
      *    CONSTANTS (CC)
      ******************************************************************
       01  CONSTANTS.
           05  CC-CHKP                    PIC X(04)  VALUE 'CHKP'.
           05  CC-XRST                    PIC X(04)  VALUE 'XRST'.
      *    THE UNLOAD IS AUTHORIZED PER QUEUE UNDER ITS OWN NAME
           05  CC-QAUTH-TRAN-CODE         PIC X(08)  VALUE 'MQUNLD'.
      ******************************************************************
      *    MQ AREAS
      ******************************************************************
       01  WMQ-QMGR                      PIC X(48) VALUE SPACES.
       01  WMQ-HCONN                     PIC S9(09) BINARY.
       01  WMQ-OPTIONS                   PIC S9(09) BINARY.
       01  WMQ-COMPCODE                  PIC S9(09) BINARY.
       01  WMQ-REASON                    PIC S9(09) BINARY VALUE 0.
       01  WMQ-HOBJ                      PIC S9(09) BINARY.
       01  WMQ-BUFFLEN                   PIC S9(09) BINARY VALUE 32768.
       01  WMQ-DATALEN                   PIC S9(09) BINARY.
       01  WMQ-BUFFER                    PIC X(32768).
       01  WMQ-SELECTOR-COUNT            PIC S9(9) COMP-5 VALUE 1.
       01  WMQ-SELECTORS.
           05 WMQ-SELECTOR-1             PIC S9(9) COMP-5.
       01  WMQ-INTATTR-COUNT             PIC S9(9) COMP-5 VALUE 1.
       01  WMQ-INTATTRS.
           05 WMQ-CURDEPTH               PIC S9(9) COMP-5.
       01  WMQ-CHARATTR-LENGTH           PIC S9(9) COMP-5 VALUE 0.
       01  WMQ-CHARATTRS                 PIC X(1).
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
             88 SW-ALL-OK                           VALUE '0'.
             88 QUEUE-EMPTY                         VALUE '1'.
             88 RUN-STOPPED                         VALUE '2'.
           05 SW-QMGR-STATE               PIC X     VALUE 'N'.
             88 QMGR-CONNECTED                      VALUE 'Y'.
           05 SW-QUEUE-STATE              PIC X     VALUE 'N'.
             88 QUEUE-OPENED                        VALUE 'Y'.
           05 SW-FILE-STATE               PIC X     VALUE 'N'.
             88 UNLD-FILE-OPENED                    VALUE 'Y'.
           05 SW-AUTH                     PIC X     VALUE 'N'.
             88 QUEUE-IS-AUTHORIZED                 VALUE 'Y'.
           05 SW-BROWSE                   PIC X     VALUE 'F'.
             88 BROWSE-FIRST                        VALUE 'F'.
             88 BROWSE-NEXT                         VALUE 'N'.
      *
       01  FILLER                        PIC X(32)  VALUE
                                       'X MODULE MQUNLD END WSS X'.
      *
       PROCEDURE DIVISION.
      **************************************************************
      *                                                            *
      *    A   MAINROUTINE                                         *
      *                                                            *
      **************************************************************
       A-MAINROUTINE SECTION.

           PERFORM B-INITIATION
           PERFORM CB-UNLOAD-ONE-MESSAGE UNTIL QUEUE-EMPTY
                                            OR RUN-STOPPED

      *    A CLEAN END COMMITS THE LAST MESSAGES AND CLOSES THE
      *    DATASET WITH ITS TRAILER - A STOPPED RUN BACKS OUT TO THE
      *    LAST CHECKPOINT AND LEAVES THE DATASET FOR A RESTART
           IF QUEUE-EMPTY
              IF WS-MSGS-SINCE-CHKP > ZERO
                 PERFORM E-TAKE-CHECKPOINT
              END-IF
              PERFORM DC-MQ-INQUIRE-DEPTH
              MOVE WMQ-CURDEPTH          TO WS-DEPTH-END
              PERFORM F-WRITE-TRAILER
           END-IF
           IF RUN-STOPPED
           AND CTL-MODE-DESTRUCTIVE
           AND QMGR-CONNECTED
              PERFORM DO-MQ-BACKOUT
           END-IF

           PERFORM DF-MQ-CLOSE
           PERFORM DG-MQ-DISC
           PERFORM G-PRINT-REPORT
           MOVE 'UNLDT'                  TO WS-AUDIT-FUNCTION
           PERFORM DI-WRITE-AUDIT-RECORD
           PERFORM Z-EXIT
           .
      ******************************************************************
      *
      *    B   INITIATION - CONTROL CARDS, AUTHORIZATION, XRST,
      *        QUEUE AND DATASET
      *
      ******************************************************************
       B-INITIATION SECTION.
           PERFORM BA-READ-CONTROL-CARDS

           IF NOT RUN-STOPPED
              PERFORM BB-CHECK-QUEUE-AUTH
           END-IF

           IF NOT RUN-STOPPED
              CALL 'CBLTDLI' USING CC-XRST
                                   CHKP-ID-AREA
              END-CALL
              IF CHKP-ID > ZERO
                 DISPLAY 'MQUNLD   RESTARTED AT CHECKPOINT ID: '
                         CHKP-ID
                 MOVE CHKP-MSGS-UNLOADED  TO WS-MSGS-UNLOADED
                                             WS-RESTART-MSGS
                 MOVE CHKP-SEGS-WRITTEN   TO WS-SEGS-WRITTEN
                 MOVE CHKP-BYTES-UNLOADED TO WS-BYTES-UNLOADED
      *          A DESTRUCTIVE UNLOAD COMMITTED THE CHECKPOINTED
      *          MESSAGES OFF THE QUEUE - A BROWSE SEES THEM AGAIN
      *          AND PASSES OVER THEM
                 IF CTL-MODE-BROWSE
                    MOVE CHKP-MSGS-UNLOADED TO WS-SKIP-REMAINING
                 END-IF
              END-IF
           END-IF

           IF NOT RUN-STOPPED
              PERFORM DA-MQ-CONN
           END-IF
           IF NOT RUN-STOPPED
              PERFORM DB-MQ-OPEN-QUEUE
           END-IF
           IF NOT RUN-STOPPED
              PERFORM DC-MQ-INQUIRE-DEPTH
              MOVE WMQ-CURDEPTH          TO WS-DEPTH-START
              PERFORM BD-OPEN-UNLOAD-FILE
           END-IF

           IF NOT RUN-STOPPED
              PERFORM CA-GET-NEXT-MESSAGE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    BA  READ AND CHECK THE CONTROL CARDS - ANY MODE OTHER
      *        THAN DEST IS A BROWSE, A QUEUE NAME IS REQUIRED
      *
      ******************************************************************
       BA-READ-CONTROL-CARDS SECTION.
           MOVE SPACES                    TO WS-CONTROL-CARD
                                             WS-QUEUE-CARD
           ACCEPT WS-CONTROL-CARD
           ACCEPT WS-QUEUE-CARD

           IF NOT CTL-MODE-DESTRUCTIVE
              MOVE 'BRWS'                 TO WS-CTL-MODE
           END-IF
           IF WS-CTL-REQUESTER = SPACES
              MOVE 'MQUNLD'               TO WS-CTL-REQUESTER
           END-IF

           DISPLAY '============================================'
           IF CTL-MODE-DESTRUCTIVE
              DISPLAY '     QUEUE UNLOAD - DESTRUCTIVE'
           ELSE
              DISPLAY '     QUEUE UNLOAD - BROWSE (COPY)'
           END-IF
           DISPLAY '============================================'
           DISPLAY 'QUEUE                       : ' WS-UNLD-QUEUE
           DISPLAY 'REQUESTED BY                : ' WS-CTL-REQUESTER
           DISPLAY '============================================'

           IF WS-UNLD-QUEUE = SPACES
              DISPLAY 'MQUNLD   NO QUEUE NAME ON CARD 2'
              SET RUN-STOPPED             TO TRUE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    BB  CHECK THE QUEUE AUTHORIZATION - THE UNLOAD NEEDS PEEK
      *        ON THE QUEUE TO BROWSE IT AND PURGE TO EMPTY IT. NO
      *        ENTRY, OR NO QAUTHF, REFUSES THE RUN
      *
      ******************************************************************
       BB-CHECK-QUEUE-AUTH SECTION.
           MOVE 'N'                       TO SW-AUTH
           OPEN INPUT QAUTH-FILE
           IF WS-QAUTH-STATUS = '00'
              MOVE CC-QAUTH-TRAN-CODE     TO QAUTH-TRAN-CODE
              MOVE WS-UNLD-QUEUE          TO QAUTH-QUEUE-NAME
              READ QAUTH-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CTL-MODE-DESTRUCTIVE
                       IF QAUTH-ALLOW-PURGE = 'Y'
                          SET QUEUE-IS-AUTHORIZED TO TRUE
                       END-IF
                    ELSE
                       IF QAUTH-ALLOW-PEEK = 'Y'
                          SET QUEUE-IS-AUTHORIZED TO TRUE
                       END-IF
                    END-IF
              END-READ
              CLOSE QAUTH-FILE
           ELSE
              DISPLAY 'MQUNLD   QAUTH-FILE OPEN FAILED '
                      WS-QAUTH-STATUS
           END-IF

           IF NOT QUEUE-IS-AUTHORIZED
              DISPLAY 'MQUNLD   *** ' WS-CTL-MODE
                      ' NOT AUTHORIZED FOR ' WS-UNLD-QUEUE
              PERFORM BC-WRITE-VIOLATION-RECORD
              SET RUN-STOPPED             TO TRUE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  WRITE ONE SECURITY VIOLATION RECORD FOR THE REFUSED
      *    ***  UNLOAD - A BATCH RUN HAS NO LTERM
      *    *************************************************************
       BC-WRITE-VIOLATION-RECORD SECTION.
           ACCEPT WS-RUN-DATE             FROM DATE
           ACCEPT WS-RUN-TIME             FROM TIME
           MOVE WS-CTL-REQUESTER          TO VIOL-USERID
           MOVE 'BATCH'                   TO VIOL-LTERM
           MOVE CC-QAUTH-TRAN-CODE        TO VIOL-TRAN-CODE
           MOVE WS-UNLD-QUEUE             TO VIOL-QUEUE-NAME
           MOVE 'UNLD'                    TO VIOL-COMMAND
           MOVE WS-RUN-DATE               TO VIOL-DATE
           MOVE WS-RUN-TIME               TO VIOL-TIME

           MOVE 'V'                       TO LOGM-TYPE
           MOVE SPACES                    TO LOGM-DATA
           MOVE VIOL-RECORD               TO LOGM-DATA
           CALL 'MQLOGSV' USING LOGM-RECORD
           END-CALL
           CONTINUE.
      ******************************************************************
      *
      *    BD  OPEN THE UNLOAD DATASET - A FRESH RUN STARTS IT, A
      *        RESTART EXTENDS IT AND WRITES THE RESTART MARKER WITH
      *        THE CHECKPOINTED COUNTS
      *
      ******************************************************************
       BD-OPEN-UNLOAD-FILE SECTION.
           IF CHKP-ID > ZERO
              OPEN EXTEND UNLD-FILE
           ELSE
              OPEN OUTPUT UNLD-FILE
           END-IF
           IF WS-UNLD-STATUS NOT = '00'
              DISPLAY 'MQUNLD   UNLD-FILE OPEN FAILED ' WS-UNLD-STATUS
              SET RUN-STOPPED             TO TRUE
           ELSE
              SET UNLD-FILE-OPENED        TO TRUE
           END-IF

           IF UNLD-FILE-OPENED
           AND CHKP-ID > ZERO
              MOVE SPACES                 TO UNLD-RECORD
              SET UNLD-RESTART            TO TRUE
              MOVE WS-MSGS-UNLOADED       TO UNLD-MSG-SEQ
              MOVE ZERO                   TO UNLD-SEG-NO
                                             UNLD-SEG-COUNT
                                             UNLD-SEG-LEN
                                             UNLD-MSG-LEN
              MOVE WS-UNLD-QUEUE          TO UNLD-SOURCE-QUEUE
              PERFORM FA-FILL-CONTROL-DATA
              WRITE UNLD-RECORD
              IF WS-UNLD-STATUS NOT = '00'
                 DISPLAY 'MQUNLD   UNLD-FILE WRITE FAILED '
                         WS-UNLD-STATUS
                 SET RUN-STOPPED          TO TRUE
              END-IF
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    C   GET AND UNLOAD
      *
      ******************************************************************
       CA-GET-NEXT-MESSAGE SECTION.
           MOVE MQMI-NONE                TO MQMD-MSGID
           MOVE MQCI-NONE                TO MQMD-CORRELID
           IF CTL-MODE-DESTRUCTIVE
              COMPUTE MQGMO-OPTIONS   = MQGMO-NO-WAIT      +
                                        MQGMO-SYNCPOINT
           ELSE
              IF BROWSE-FIRST
                 COMPUTE MQGMO-OPTIONS = MQGMO-NO-WAIT      +
                                         MQGMO-NO-SYNCPOINT +
                                         MQGMO-BROWSE-FIRST
                 SET BROWSE-NEXT         TO TRUE
              ELSE
                 COMPUTE MQGMO-OPTIONS = MQGMO-NO-WAIT      +
                                         MQGMO-NO-SYNCPOINT +
                                         MQGMO-BROWSE-NEXT
              END-IF
           END-IF
           MOVE SPACES                   TO WMQ-BUFFER

      *    NO ACCEPT-TRUNCATED - A MESSAGE TOO LONG FOR THE BUFFER
      *    STAYS ON THE QUEUE AND STOPS THE RUN INSTEAD OF BEING
      *    UNLOADED SHORT
           CALL 'MQGET'  USING WMQ-HCONN
                               WMQ-HOBJ
                               MQMD
                               MQGMO
                               WMQ-BUFFLEN
                               WMQ-BUFFER
                               WMQ-DATALEN
                               WMQ-COMPCODE
                               WMQ-REASON
           END-CALL
           EVALUATE TRUE
              WHEN WMQ-COMPCODE NOT = MQCC-FAILED
                 ADD 1                   TO WS-MSGS-GOT
              WHEN WMQ-REASON = MQRC-NO-MSG-AVAILABLE
                 SET QUEUE-EMPTY         TO TRUE
              WHEN WMQ-REASON = MQRC-TRUNCATED-MSG-FAILED
                 DISPLAY 'MQUNLD   *** MESSAGE LONGER THAN '
                         WMQ-BUFFLEN ' BYTES ('
                         WMQ-DATALEN ') - UNLOAD STOPPED'
                 SET RUN-STOPPED         TO TRUE
              WHEN OTHER
                 DISPLAY 'MQUNLD   MQGET  NOK'
                 DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                 DISPLAY 'REASON:     ' WMQ-REASON
                 SET RUN-STOPPED         TO TRUE
           END-EVALUATE
           CONTINUE.
      *
       CB-UNLOAD-ONE-MESSAGE SECTION.
      *    A RESTARTED BROWSE PASSES OVER THE MESSAGES THE DATASET
      *    ALREADY HOLDS UP TO THE CHECKPOINT
           IF WS-SKIP-REMAINING > ZERO
              SUBTRACT 1                 FROM WS-SKIP-REMAINING
              ADD 1                      TO WS-MSGS-RESKIPPED
           ELSE
              ADD 1                      TO WS-MSGS-UNLOADED
              MOVE WS-MSGS-UNLOADED      TO WS-MSG-SEQ
              MOVE WMQ-DATALEN           TO WS-MSG-LEN
              ADD WS-MSG-LEN             TO WS-BYTES-UNLOADED
              COMPUTE WS-SEG-COUNT = (WS-MSG-LEN + WS-SEG-MAX - 1)
                                     / WS-SEG-MAX
              IF WS-SEG-COUNT = ZERO
                 MOVE 1                  TO WS-SEG-COUNT
              END-IF
              MOVE ZERO                  TO WS-SEG-NO
              MOVE 1                     TO WS-SEG-POS
              PERFORM CC-WRITE-SEGMENT UNTIL WS-SEG-NO >= WS-SEG-COUNT
                                          OR RUN-STOPPED
              IF NOT RUN-STOPPED
                 MOVE 'UNLD '            TO WS-AUDIT-FUNCTION
                 PERFORM DI-WRITE-AUDIT-RECORD
                 ADD 1                   TO WS-MSGS-SINCE-CHKP
                 IF WS-MSGS-SINCE-CHKP >= WS-CHECKPOINT-FREQUENCY
                    PERFORM E-TAKE-CHECKPOINT
                 END-IF
              END-IF
           END-IF

           IF NOT RUN-STOPPED
              PERFORM CA-GET-NEXT-MESSAGE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  WRITE ONE SEGMENT RECORD - THE SAVED MQMD FIELDS GO ON
      *    ***  EVERY SEGMENT
      *    *************************************************************
       CC-WRITE-SEGMENT SECTION.
           ADD 1                          TO WS-SEG-NO
           COMPUTE WS-SEG-LEN = WS-MSG-LEN - WS-SEG-POS + 1
           IF WS-SEG-LEN > WS-SEG-MAX
              MOVE WS-SEG-MAX             TO WS-SEG-LEN
           END-IF

           MOVE SPACES                    TO UNLD-RECORD
           SET UNLD-MESSAGE               TO TRUE
           MOVE WS-MSG-SEQ                TO UNLD-MSG-SEQ
           MOVE WS-SEG-NO                 TO UNLD-SEG-NO
           MOVE WS-SEG-COUNT              TO UNLD-SEG-COUNT
           MOVE WS-SEG-LEN                TO UNLD-SEG-LEN
           MOVE WS-MSG-LEN                TO UNLD-MSG-LEN
           MOVE WS-UNLD-QUEUE             TO UNLD-SOURCE-QUEUE
           MOVE MQMD-MSGID                TO UNLD-MSGID
           MOVE MQMD-CORRELID             TO UNLD-CORRELID
           MOVE MQMD-PUTDATE              TO UNLD-PUTDATE
           MOVE MQMD-PUTTIME              TO UNLD-PUTTIME
           MOVE MQMD-REPLYTOQ             TO UNLD-REPLYTOQ
           MOVE MQMD-REPLYTOQMGR          TO UNLD-REPLYTOQMGR
           MOVE MQMD-FORMAT               TO UNLD-FORMAT
           MOVE MQMD-PRIORITY             TO UNLD-PRIORITY
           MOVE MQMD-PERSISTENCE          TO UNLD-PERSISTENCE
           MOVE MQMD-EXPIRY               TO UNLD-EXPIRY
           MOVE MQMD-MSGTYPE              TO UNLD-MSGTYPE
           MOVE MQMD-REPORT               TO UNLD-REPORT
           MOVE MQMD-FEEDBACK             TO UNLD-FEEDBACK
           MOVE MQMD-ENCODING             TO UNLD-ENCODING
           MOVE MQMD-CODEDCHARSETID       TO UNLD-CCSID
           IF WS-SEG-LEN > ZERO
              MOVE WMQ-BUFFER (WS-SEG-POS:WS-SEG-LEN)
                                          TO UNLD-SEG-DATA
           END-IF

           WRITE UNLD-RECORD
           IF WS-UNLD-STATUS = '00'
              ADD 1                       TO WS-SEGS-WRITTEN
           ELSE
              DISPLAY 'MQUNLD   UNLD-FILE WRITE FAILED ' WS-UNLD-STATUS
              SET RUN-STOPPED             TO TRUE
           END-IF
           ADD WS-SEG-LEN                 TO WS-SEG-POS
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
              DISPLAY 'MQUNLD   MQCONN OK'
           ELSE
              DISPLAY 'MQUNLD   MQCONN NOK'
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
              SET RUN-STOPPED             TO TRUE
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  OPEN THE QUEUE - FOR BROWSE OR FOR DESTRUCTIVE GETS,
      *       ***  AND FOR INQUIRE TO RECONCILE THE DEPTH
      *       **********************************************************
       DB-MQ-OPEN-QUEUE SECTION.
           MOVE WS-UNLD-QUEUE            TO MQOD-OBJECTNAME
           MOVE MQOT-Q                   TO MQOD-OBJECTTYPE
           IF CTL-MODE-DESTRUCTIVE
              ADD  MQOO-INPUT-AS-Q-DEF MQOO-INQUIRE
                   MQOO-FAIL-IF-QUIESCING
                   GIVING WMQ-OPTIONS
           ELSE
              ADD  MQOO-BROWSE MQOO-INQUIRE
                   MQOO-FAIL-IF-QUIESCING
                   GIVING WMQ-OPTIONS
           END-IF

           CALL 'MQOPEN' USING WMQ-HCONN
                               MQOD
                               WMQ-OPTIONS
                               WMQ-HOBJ
                               WMQ-COMPCODE
                               WMQ-REASON
                         END-CALL

           IF WMQ-COMPCODE = MQCC-OK
              SET QUEUE-OPENED            TO TRUE
              DISPLAY 'MQUNLD   MQOPEN OK ' WS-UNLD-QUEUE
           ELSE
              DISPLAY 'MQUNLD   MQOPEN NOK ' WS-UNLD-QUEUE
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
              SET RUN-STOPPED TO TRUE
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  INQUIRE THE CURRENT QUEUE DEPTH - A FAILED INQUIRE
      *       ***  ONLY LEAVES THE DEPTH OUT OF THE RECONCILIATION
      *       **********************************************************
       DC-MQ-INQUIRE-DEPTH SECTION.
           MOVE -1                       TO WMQ-CURDEPTH
           MOVE MQIA-CURRENT-Q-DEPTH     TO WMQ-SELECTOR-1
           CALL 'MQINQ' USING WMQ-HCONN
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
           IF WMQ-COMPCODE NOT = MQCC-OK
              DISPLAY 'MQUNLD   MQINQ NOK ' WS-UNLD-QUEUE
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
              MOVE -1                    TO WMQ-CURDEPTH
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  CLOSE THE QUEUE
      *       **********************************************************
       DF-MQ-CLOSE SECTION.
           IF QUEUE-OPENED
              MOVE MQCO-NONE             TO WMQ-OPTIONS
              CALL 'MQCLOSE' USING WMQ-HCONN
                                   WMQ-HOBJ
                                   WMQ-OPTIONS
                                   WMQ-COMPCODE
                                   WMQ-REASON
                             END-CALL
              IF WMQ-COMPCODE NOT = MQCC-OK
                 DISPLAY 'MQUNLD   MQCLOSE NOK'
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
                 DISPLAY 'MQUNLD   MQDISC  NOK'
                 DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                 DISPLAY 'REASON:     ' WMQ-REASON
              END-IF
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  WRITE ONE AUDIT TRAIL RECORD - UNLD FOR A MESSAGE
      *       ***  WITH ITS OWN IDS (IT SHOWS IN ITS TRACE), UNLDT FOR
      *       ***  THE RUN WITH THE MESSAGE COUNT IN THE LENGTH FIELD
      *       **********************************************************
       DI-WRITE-AUDIT-RECORD SECTION.
           ACCEPT WS-AUDIT-DATE          FROM DATE
           ACCEPT WS-AUDIT-TIME          FROM TIME
           MOVE SPACES                   TO AUDIT-RECORD
           MOVE WS-UNLD-QUEUE            TO AUDIT-QUEUE-NAME
           MOVE WS-CTL-REQUESTER         TO AUDIT-USERID
           MOVE WS-AUDIT-DATE            TO AUDIT-DATE
           MOVE WS-AUDIT-TIME            TO AUDIT-TIME
           MOVE WS-AUDIT-FUNCTION        TO AUDIT-FUNCTION
           IF WS-AUDIT-FUNCTION = 'UNLDT'
              MOVE WS-MSGS-UNLOADED      TO AUDIT-MSG-LENGTH
              IF RUN-STOPPED
                 MOVE 'NOK'              TO AUDIT-STATUS
                 MOVE MQCC-FAILED        TO AUDIT-COMPCODE
                 MOVE WMQ-REASON         TO AUDIT-REASON
                 STRING WS-CTL-MODE ' STOPPED' DELIMITED BY SIZE
                    INTO AUDIT-DETAIL
                 END-STRING
              ELSE
                 MOVE 'OK'               TO AUDIT-STATUS
                 MOVE MQCC-OK            TO AUDIT-COMPCODE
                 MOVE ZERO               TO AUDIT-REASON
                 STRING WS-CTL-MODE ' COMPLETE' DELIMITED BY SIZE
                    INTO AUDIT-DETAIL
                 END-STRING
              END-IF
           ELSE
              MOVE WS-MSG-LEN            TO AUDIT-MSG-LENGTH
              MOVE 'OK'                  TO AUDIT-STATUS
              MOVE MQCC-OK               TO AUDIT-COMPCODE
              MOVE ZERO                  TO AUDIT-REASON
              STRING WS-CTL-MODE ' SEQ ' WS-MSG-SEQ
                 DELIMITED BY SIZE INTO AUDIT-DETAIL
              END-STRING
              IF MQMD-MSGID NOT = MQMI-NONE
                 MOVE MQMD-MSGID         TO AUDIT-MSGID
                 MOVE MQMD-CORRELID      TO AUDIT-CORRELID
              END-IF
           END-IF

           MOVE 'A'                      TO LOGM-TYPE
           MOVE AUDIT-RECORD             TO LOGM-DATA
           CALL 'MQLOGSV' USING LOGM-RECORD
           END-CALL
           CONTINUE.
      *       **********************************************************
      *       ***  COMMIT THE UNIT OF WORK
      *       **********************************************************
       DN-MQ-COMMIT SECTION.
           CALL 'MQCMIT' USING WMQ-HCONN
                               WMQ-COMPCODE
                               WMQ-REASON
           END-CALL
           IF WMQ-COMPCODE NOT = MQCC-OK
              DISPLAY 'MQUNLD   MQCMIT NOK'
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
              SET RUN-STOPPED            TO TRUE
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  BACK OUT THE UNIT OF WORK - THE MESSAGES GOT SINCE
      *       ***  THE LAST CHECKPOINT GO BACK ON THE QUEUE
      *       **********************************************************
       DO-MQ-BACKOUT SECTION.
           CALL 'MQBACK' USING WMQ-HCONN
                               WMQ-COMPCODE
                               WMQ-REASON
           END-CALL
           IF WMQ-COMPCODE NOT = MQCC-OK
              DISPLAY 'MQUNLD   MQBACK NOK'
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
           ELSE
              DISPLAY 'MQUNLD   MESSAGES SINCE CHECKPOINT BACKED OUT: '
                      WS-MSGS-SINCE-CHKP
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    E   TAKE CHECKPOINT - THE CHECKPOINT IS TAKEN BEFORE THE
      *        DESTRUCTIVE GETS ARE COMMITTED: A FAILURE BETWEEN THE
      *        TWO LEAVES THE MESSAGES ON THE QUEUE AS WELL AS ON THE
      *        DATASET, NEVER ON NEITHER
      *
      ******************************************************************
       E-TAKE-CHECKPOINT SECTION.
           MOVE WS-MSGS-UNLOADED         TO CHKP-MSGS-UNLOADED
           MOVE WS-SEGS-WRITTEN          TO CHKP-SEGS-WRITTEN
           MOVE WS-BYTES-UNLOADED        TO CHKP-BYTES-UNLOADED
           ADD 1 TO CHKP-ID
           CALL 'CBLTDLI' USING CC-CHKP
                                CHKP-ID-AREA
           END-CALL
           IF CTL-MODE-DESTRUCTIVE
              PERFORM DN-MQ-COMMIT
           END-IF
           DISPLAY 'MQUNLD   CHECKPOINT TAKEN     : ' CHKP-ID
           DISPLAY 'MQUNLD   MESSAGES UNLOADED    : ' WS-MSGS-UNLOADED
           MOVE ZERO TO WS-MSGS-SINCE-CHKP
           CONTINUE.
      ******************************************************************
      *
      *    F   WRITE THE TRAILER RECORD WITH THE CONTROL TOTALS OF THE
      *        WHOLE UNLOAD
      *
      ******************************************************************
       F-WRITE-TRAILER SECTION.
           MOVE SPACES                    TO UNLD-RECORD
           SET UNLD-TRAILER               TO TRUE
           MOVE WS-MSGS-UNLOADED          TO UNLD-MSG-SEQ
           MOVE ZERO                      TO UNLD-SEG-NO
                                             UNLD-SEG-COUNT
                                             UNLD-SEG-LEN
                                             UNLD-MSG-LEN
           MOVE WS-UNLD-QUEUE             TO UNLD-SOURCE-QUEUE
           PERFORM FA-FILL-CONTROL-DATA
           WRITE UNLD-RECORD
           IF WS-UNLD-STATUS NOT = '00'
              DISPLAY 'MQUNLD   UNLD-FILE WRITE FAILED ' WS-UNLD-STATUS
              SET RUN-STOPPED             TO TRUE
           END-IF
           CONTINUE.
      *
       FA-FILL-CONTROL-DATA SECTION.
           ACCEPT WS-RUN-DATE             FROM DATE
           ACCEPT WS-RUN-TIME             FROM TIME
           COMPUTE WS-RUN-DATE-CC = 20000000 + WS-RUN-DATE
           IF CTL-MODE-DESTRUCTIVE
              SET UNLD-CTL-DESTRUCTIVE    TO TRUE
           ELSE
              SET UNLD-CTL-BROWSE         TO TRUE
           END-IF
           MOVE WS-MSGS-UNLOADED          TO UNLD-CTL-MSG-COUNT
           MOVE WS-SEGS-WRITTEN           TO UNLD-CTL-SEG-COUNT
           MOVE WS-BYTES-UNLOADED         TO UNLD-CTL-BYTE-TOTAL
           MOVE WS-RUN-DATE-CC            TO UNLD-CTL-DATE
           MOVE WS-RUN-TIME (1:6)         TO UNLD-CTL-TIME
           MOVE WS-CTL-REQUESTER          TO UNLD-CTL-REQUESTER
           CONTINUE.
      ******************************************************************
      *
      *    G   PRINT THE RECONCILIATION REPORT - THE MESSAGES GOT
      *        AGAINST THE QUEUE DEPTH, AND THE DATASET TOTALS. A
      *        DEPTH THAT DOES NOT AGREE MEANS THE QUEUE WAS IN USE
      *        DURING THE UNLOAD (RC 4). A STOPPED RUN IS RC 8
      *
      ******************************************************************
       G-PRINT-REPORT SECTION.
           DISPLAY '============================================'
           DISPLAY '     QUEUE UNLOAD RECONCILIATION'
           DISPLAY '============================================'
           DISPLAY 'QUEUE                       : ' WS-UNLD-QUEUE
           DISPLAY 'MODE                        : ' WS-CTL-MODE
           IF CHKP-ID > ZERO
              DISPLAY 'LAST CHECKPOINT ID          : ' CHKP-ID
           END-IF
           IF WS-RESTART-MSGS > ZERO
              DISPLAY 'TAKEN OVER FROM RESTART     : ' WS-RESTART-MSGS
           END-IF
           DISPLAY 'QUEUE DEPTH AT START        : ' WS-DEPTH-START
           DISPLAY 'MESSAGES GOT THIS RUN       : ' WS-MSGS-GOT
           IF WS-MSGS-RESKIPPED > ZERO
              DISPLAY 'ALREADY ON DATASET - PASSED : '
                      WS-MSGS-RESKIPPED
           END-IF
           DISPLAY 'MESSAGES ON DATASET         : ' WS-MSGS-UNLOADED
           DISPLAY 'SEGMENT RECORDS WRITTEN     : ' WS-SEGS-WRITTEN
           DISPLAY 'PAYLOAD BYTES               : ' WS-BYTES-UNLOADED

           IF RUN-STOPPED
              DISPLAY 'RUN STATUS                  : INTERRUPTION'
              IF UNLD-FILE-OPENED
                 DISPLAY '*** NO TRAILER WRITTEN - RESTART THE STEP '
                         'TO COMPLETE THE UNLOAD ***'
              END-IF
              MOVE 8                      TO RETURN-CODE
           ELSE
              DISPLAY 'QUEUE DEPTH AT END          : ' WS-DEPTH-END
              IF CTL-MODE-DESTRUCTIVE
                 COMPUTE WS-DEPTH-EXPECTED = WS-DEPTH-START
                                           - WS-MSGS-GOT
              ELSE
                 MOVE WS-DEPTH-START      TO WS-DEPTH-EXPECTED
              END-IF
              IF WS-DEPTH-START < ZERO
              OR WS-DEPTH-END < ZERO
                 DISPLAY 'DEPTH RECONCILIATION        : NOT AVAILABLE'
              ELSE
                 IF (CTL-MODE-DESTRUCTIVE
                     AND WS-DEPTH-END NOT = WS-DEPTH-EXPECTED)
                 OR (CTL-MODE-BROWSE
                     AND WS-MSGS-GOT NOT = WS-DEPTH-START)
                    DISPLAY 'DEPTH RECONCILIATION        : '
                            'DIFFERENCE - QUEUE IN USE DURING UNLOAD'
                    MOVE 4                TO RETURN-CODE
                 ELSE
                    DISPLAY 'DEPTH RECONCILIATION        : AGREED'
                 END-IF
              END-IF
              DISPLAY 'RUN STATUS                  : COMPLETE'
           END-IF
           DISPLAY '============================================'
           CONTINUE.
      ******************************************************************
      *
      *    Z   EXIT
      *
      ******************************************************************
       Z-EXIT SECTION.

           IF UNLD-FILE-OPENED
              CLOSE UNLD-FILE
           END-IF

           GOBACK.
