       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQRELD.
      ******************************************************************
      *
      *    MODULE      MQRELD
      *                BMP
      *                QUEUE RELOAD. PUTS THE MESSAGES OF AN UNLOAD
      *                DATASET WRITTEN BY MQUNLD (QUNLOAD, LAYOUT
      *                UNLDREC) BACK ON THE QUEUE THEY CAME FROM OR ON
      *                ANOTHER QUEUE, WITH THEIR OWN MESSAGE ID,
      *                CORRELATION ID, PUT DATE/TIME, REPLY-TO QUEUE,
      *                FORMAT, PRIORITY AND PERSISTENCE (SET ALL
      *                CONTEXT). A RECORD RANGE (MESSAGE SEQUENCE
      *                NUMBERS) AND/OR A PUT-TIME WINDOW SELECT WHAT
      *                IS RELOADED.
      *                THE DATASET IS CHECKED BEFORE ANYTHING IS PUT:
      *                IT MUST END WITH THE UNLOAD TRAILER AND ITS
      *                MESSAGE COUNT MUST AGREE, AND WHAT A FAILED
      *                UNLOAD WROTE BEHIND ITS LAST CHECKPOINT (SEE
      *                THE RESTART MARKER IN UNLDREC) IS LEFT OUT.
      *                THE PUTS RUN UNDER SYNCPOINT, COMMITTED AT EVERY
      *                CHECKPOINT (CHKP) WITH THE LAST DATASET RECORD
      *                IN THE CHECKPOINT AREA, SO A RESTART (XRST)
      *                RESUMES BEHIND IT. THE TARGET QUEUE MUST BE
      *                OPEN TO THE RELOAD FOR WRITE IN QAUTHF (TRAN
      *                CODE MQRELD). EVERY MESSAGE IS AUDITED (RELD),
      *                THE RUN TOTALS TOO (RELDT), AND THE RUN IS
      *                RECONCILED AGAINST THE TRAILER.
      *
      *    INPUT       SYSIN CARD 1
      *                  COL  1- 8  REQUESTING USERID FOR THE AUDIT
      *                  COL 10-18  FROM MESSAGE SEQUENCE NUMBER
      *                             (BLANK = FIRST)
      *                  COL 20-28  TO MESSAGE SEQUENCE NUMBER
      *                             (BLANK = LAST)
      *                  COL 30-43  FROM PUT TIME  YYYYMMDDHHMMSS
      *                             (BLANK = NO LOWER LIMIT)
      *                  COL 45-58  TO PUT TIME    YYYYMMDDHHMMSS
      *                             (BLANK = NO UPPER LIMIT)
      *                SYSIN CARD 2
      *                  COL  1-48  TARGET QUEUE
      *                             (BLANK = THE QUEUE UNLOADED)
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
      *     BA   = READ AND CHECK THE SELECTION CARDS
      *     BB   = CHECK THE UNLOAD DATASET
      *     BB2  = CHECK ONE DATASET RECORD
      *     BC   = CHECK THE QUEUE AUTHORIZATION (QAUTHF)
      *     BD   = WRITE THE SECURITY VIOLATION RECORD
      *    C     = PROCESS ONE DATASET RECORD
      *     CA   = READ NEXT DATASET RECORD
      *     CB   = START A NEW MESSAGE
      *     CC   = COLLECT ONE SEGMENT
      *     CD   = FINISH A MESSAGE - COUNT AND SELECT
      *     CD2  = RELOAD ONE SELECTED MESSAGE
      *    D
      *     DA   = CONNECT TO QUEUE MANAGER
      *     DB   = OPEN THE TARGET QUEUE
      *     DE   = PUT ONE MESSAGE WITH ITS SAVED MQMD
      *     DF   = CLOSE THE TARGET QUEUE
      *     DG   = DISCONNECT FROM QUEUE MANAGER
      *     DI   = WRITE ONE AUDIT TRAIL RECORD
      *     DN   = COMMIT THE UNIT OF WORK
      *     DO   = BACK OUT THE UNIT OF WORK
      *    E     = TAKE CHECKPOINT (CHKP)
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
      *    MQPUTPR - RETURN THE PUT PROPERTIES FOR THE AUDIT
      *    MQPUT   - PUT MESSAGE TO TARGET QUEUE
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
                                       'X MODULE MQRELD START WSS X'.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-UNLD-STATUS                 PIC XX      VALUE SPACES.
       01  WS-QAUTH-STATUS                PIC XX      VALUE SPACES.
      ******************************************************************
      *    SELECTION CARDS
      ******************************************************************
       01  WS-SELECT-CARD.
           05 WS-SEL-REQUESTER            PIC X(08).
           05 FILLER                      PIC X(01).
           05 WS-SEL-FROM-SEQ             PIC X(09).
           05 FILLER                      PIC X(01).
           05 WS-SEL-TO-SEQ               PIC X(09).
           05 FILLER                      PIC X(01).
           05 WS-SEL-FROM-TIME            PIC X(14).
           05 FILLER                      PIC X(01).
           05 WS-SEL-TO-TIME              PIC X(14).
           05 FILLER                      PIC X(22).
       01  WS-QUEUE-CARD.
           05 WS-SEL-TARGET-QUEUE         PIC X(48).
           05 FILLER                      PIC X(32).
       01  WS-FROM-SEQ                    PIC 9(09)   VALUE ZERO.
       01  WS-TO-SEQ                      PIC 9(09)   VALUE 999999999.
       01  WS-FROM-STAMP                  PIC X(14)   VALUE LOW-VALUES.
       01  WS-TO-STAMP                    PIC X(14)   VALUE HIGH-VALUES.
       01  WS-PUT-STAMP.
           05 WS-PUT-STAMP-DATE           PIC X(08).
           05 WS-PUT-STAMP-TIME           PIC X(06).
       01  WS-TARGET-QUEUE                PIC X(48)   VALUE SPACES.
       01  WS-SOURCE-QUEUE                PIC X(48)   VALUE SPACES.
       01  WS-RUN-DATE                    PIC 9(06)   VALUE ZERO.
       01  WS-RUN-TIME                    PIC 9(08)   VALUE ZERO.
      ******************************************************************
      *    DATASET CHECK - THE RESTART MARKERS FOUND, WITH THE RECORD
      *    POSITION AND THE MESSAGE COUNT THE UNLOAD RESUMED FROM. A
      *    MESSAGE ABOVE THAT COUNT WRITTEN BEFORE THE MARKER IS VOID
      ******************************************************************
       01  WS-RECORD-POS                  PIC 9(09)   VALUE ZERO.
       01  WS-CHECK-LAST-SEQ              PIC 9(09)   VALUE ZERO.
       01  WS-CHECK-RECORDS               PIC 9(09)   VALUE ZERO.
       01  WS-RESTART-COUNT               PIC 9(03)   VALUE ZERO.
       01  WS-RESTART-MAX                 PIC 9(03)   VALUE 50.
       01  TB-RESTARTS.
           05  TB-RESTART-ENTRY OCCURS 50 TIMES
                                INDEXED BY TB-RESTART-IX.
               10  TB-RESTART-POS         PIC 9(09).
               10  TB-RESTART-MSGS        PIC 9(09).
      *    THE UNLOAD TRAILER
       01  WS-TRL-MODE                    PIC X(01)   VALUE SPACES.
       01  WS-TRL-MSG-COUNT               PIC 9(09)   VALUE ZERO.
       01  WS-TRL-SEG-COUNT               PIC 9(09)   VALUE ZERO.
       01  WS-TRL-BYTE-TOTAL              PIC 9(15)   VALUE ZERO.
       01  WS-TRL-DATE                    PIC X(08)   VALUE SPACES.
       01  WS-TRL-TIME                    PIC X(06)   VALUE SPACES.
      ******************************************************************
      *    THE MESSAGE BEING RELOADED - THE SAVED MQMD FIELDS ARE
      *    TAKEN FROM ITS FIRST SEGMENT
      ******************************************************************
       01  WS-CURR-SEQ                    PIC 9(09)   VALUE ZERO.
       01  WS-CURR-POS                    PIC 9(09)   VALUE ZERO.
       01  WS-MSG-LEN                     PIC 9(05)   VALUE ZERO.
       01  WS-SEG-COUNT                   PIC 9(03)   VALUE ZERO.
       01  WS-SEGS-DONE                   PIC 9(03)   VALUE ZERO.
       01  WS-SEG-MAX                     PIC 9(05)   COMP VALUE 1000.
       01  WS-BUFF-POS                    PIC 9(05)   COMP VALUE ZERO.
       01  WS-SAVED-MQMD                  PIC X(240)  VALUE SPACES.
       01  WS-NEXT-MQMD                   PIC X(240)  VALUE SPACES.
       01  WS-RELD-BUFF                   PIC X(32768) VALUE SPACES.
       01  WS-RESULT                      PIC X(10)   VALUE SPACES.
      ******************************************************************
      *    CHECKPOINT/RESTART AREA - THE DATASET POSITION OF THE LAST
      *    MESSAGE COMMITTED ON THE TARGET QUEUE RIDES IN THE
      *    CHECKPOINT AREA SO XRST CAN RESUME BEHIND IT
      ******************************************************************
       01  CHKP-ID-AREA.
           05  CHKP-ID                    PIC 9(09)   VALUE ZERO.
           05  CHKP-LAST-POS              PIC 9(09)   VALUE ZERO.
           05  CHKP-MSGS-PUT              PIC 9(09)   VALUE ZERO.
       01  WS-LAST-DONE-POS               PIC 9(09)   VALUE ZERO.
       01  WS-CHECKPOINT-FREQUENCY        PIC 9(05)   VALUE 100.
       01  WS-MSGS-SINCE-CHKP             PIC 9(05)   VALUE ZERO.
      ******************************************************************
      *    RUN COUNTERS
      ******************************************************************
       01  WS-RECORDS-READ                PIC 9(09)   VALUE ZERO.
       01  WS-MSGS-VALID                  PIC 9(09)   VALUE ZERO.
       01  WS-MSGS-VOID                   PIC 9(09)   VALUE ZERO.
       01  WS-SEGS-VALID                  PIC 9(09)   VALUE ZERO.
       01  WS-BYTES-VALID                 PIC 9(15)   VALUE ZERO.
       01  WS-MSGS-SELECTED               PIC 9(09)   VALUE ZERO.
       01  WS-MSGS-NOT-SELECTED           PIC 9(09)   VALUE ZERO.
       01  WS-MSGS-PUT                    PIC 9(09)   VALUE ZERO.
       01  WS-MSGS-PUT-EARLIER            PIC 9(09)   VALUE ZERO.
       01  WS-MSGS-INCOMPLETE             PIC 9(09)   VALUE ZERO.
       01  WS-MSGS-ACCOUNTED              PIC 9(09)   VALUE ZERO.
       01  WS-BYTES-PUT                   PIC 9(15)   VALUE ZERO.
      ******************************************************************
      *    AUDIT TRAIL - THE RECORD IS BUILT HERE AND HANDED TO THE
      *    CENTRAL LOGGING SERVICE (MQLOGSV) FOR THE MQLOGWR LOGGER
      *    TO APPEND - THIS BMP NEVER OPENS THE AUDITLOG DATASET.
      *    FUNCTION RELD PER MESSAGE, RELDT FOR THE RUN TOTALS
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
           05 AUDIT-PUT-PROPS.
              10 AUDIT-PUT-PERSISTENCE    PIC X(01).
              10 AUDIT-PUT-PRIORITY       PIC X(01).
              10 AUDIT-PUT-EXPIRY         PIC 9(09).
              10 AUDIT-PUT-FORMAT         PIC X(08).
              10 AUDIT-PUT-CCSID          PIC 9(05).
      *
           COPY VIOLREC.
      *
           COPY LOGQREC.
      ******************************************************************
      *    PUT PROPERTIES - A RESTORED MESSAGE KEEPS ITS OWN, MQPUTPR
      *    ONLY RETURNS THEM FOR THE AUDIT RECORD
      ******************************************************************
           COPY PUTPPARM.
      ******************************************************************
      *    CONSTANTS (CC)
      ******************************************************************
       01  CONSTANTS.
           05  CC-CHKP                    PIC X(04)  VALUE 'CHKP'.
           05  CC-XRST                    PIC X(04)  VALUE 'XRST'.
      *    THE RELOAD IS AUTHORIZED PER QUEUE UNDER ITS OWN NAME
           05  CC-QAUTH-TRAN-CODE         PIC X(08)  VALUE 'MQRELD'.
      ******************************************************************
      *    MQ AREAS
      ******************************************************************
       01  WMQ-QMGR                      PIC X(48) VALUE SPACES.
       01  WMQ-HCONN                     PIC S9(09) BINARY.
       01  WMQ-OPTIONS                   PIC S9(09) BINARY.
       01  WMQ-COMPCODE                  PIC S9(09) BINARY VALUE 0.
       01  WMQ-REASON                    PIC S9(09) BINARY VALUE 0.
       01  WMQ-HOBJ                      PIC S9(09) BINARY.
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
             88 SW-ALL-OK                           VALUE '0'.
             88 END-OF-DATASET                      VALUE '1'.
             88 RUN-STOPPED                         VALUE '2'.
           05 SW-QMGR-STATE               PIC X     VALUE 'N'.
             88 QMGR-CONNECTED                      VALUE 'Y'.
           05 SW-QUEUE-STATE              PIC X     VALUE 'N'.
             88 QUEUE-OPENED                        VALUE 'Y'.
           05 SW-FILE-STATE               PIC X     VALUE 'N'.
             88 UNLD-FILE-OPENED                    VALUE 'Y'.
           05 SW-AUTH                     PIC X     VALUE 'N'.
             88 QUEUE-IS-AUTHORIZED                 VALUE 'Y'.
           05 SW-TRAILER                  PIC X     VALUE 'N'.
             88 TRAILER-FOUND                       VALUE 'Y'.
           05 SW-MESSAGE                  PIC X     VALUE 'N'.
             88 MESSAGE-OPEN                        VALUE 'Y'.
             88 NO-MESSAGE-OPEN                     VALUE 'N'.
           05 SW-VALID                    PIC X     VALUE 'Y'.
             88 MESSAGE-VALID                       VALUE 'Y'.
             88 MESSAGE-VOID                        VALUE 'N'.
           05 SW-PUT-RESULT               PIC X     VALUE 'N'.
             88 PUT-SUCCESSFUL                      VALUE 'Y'.
             88 PUT-FAILED                          VALUE 'N'.
      *
       01  FILLER                        PIC X(32)  VALUE
                                       'X MODULE MQRELD END WSS X'.
      *
       PROCEDURE DIVISION.
      **************************************************************
      *                                                            *
      *    A   MAINROUTINE                                         *
      *                                                            *
      **************************************************************
       A-MAINROUTINE SECTION.

           PERFORM B-INITIATION

           PERFORM C-PROCESS-RECORD UNTIL END-OF-DATASET
                                       OR RUN-STOPPED

      *    THE LAST MESSAGE HAS NO SUCCESSOR TO FINISH IT
           IF END-OF-DATASET
              PERFORM CD-FINISH-MESSAGE
           END-IF
           IF END-OF-DATASET
           AND WS-MSGS-SINCE-CHKP > ZERO
              PERFORM E-TAKE-CHECKPOINT
           END-IF
           IF RUN-STOPPED
           AND QMGR-CONNECTED
              PERFORM DO-MQ-BACKOUT
           END-IF

           PERFORM DF-MQ-CLOSE
           PERFORM DG-MQ-DISC
           PERFORM G-PRINT-REPORT
           MOVE 'RELDT'                  TO WS-AUDIT-FUNCTION
           PERFORM DI-WRITE-AUDIT-RECORD
           PERFORM Z-EXIT
           .
      ******************************************************************
      *
      *    B   INITIATION - SELECTION, DATASET CHECK, AUTHORIZATION,
      *        XRST, QUEUE AND POSITIONING
      *
      ******************************************************************
       B-INITIATION SECTION.
           PERFORM BA-READ-SELECTION

           IF NOT RUN-STOPPED
              PERFORM BB-CHECK-DATASET
           END-IF

           IF NOT RUN-STOPPED
              IF WS-SEL-TARGET-QUEUE = SPACES
                 MOVE WS-SOURCE-QUEUE     TO WS-TARGET-QUEUE
              ELSE
                 MOVE WS-SEL-TARGET-QUEUE TO WS-TARGET-QUEUE
              END-IF
              DISPLAY 'UNLOADED FROM               : ' WS-SOURCE-QUEUE
              DISPLAY 'UNLOADED ON                 : ' WS-TRL-DATE
                      ' ' WS-TRL-TIME ' MODE ' WS-TRL-MODE
              DISPLAY 'RELOAD TO                   : ' WS-TARGET-QUEUE
              DISPLAY '============================================'
              PERFORM BC-CHECK-QUEUE-AUTH
           END-IF

           IF NOT RUN-STOPPED
              CALL 'CBLTDLI' USING CC-XRST
                                   CHKP-ID-AREA
              END-CALL
              IF CHKP-ID > ZERO
                 DISPLAY 'MQRELD   RESTARTED AT CHECKPOINT ID: '
                         CHKP-ID
                 DISPLAY 'MQRELD   RESUMING AFTER RECORD     : '
                         CHKP-LAST-POS
                 MOVE CHKP-LAST-POS       TO WS-LAST-DONE-POS
              END-IF
           END-IF

           IF NOT RUN-STOPPED
              PERFORM DA-MQ-CONN
           END-IF
           IF NOT RUN-STOPPED
              PERFORM DB-MQ-OPEN-TARGET
           END-IF

      *    THE RELOAD PASS READS THE WHOLE DATASET AGAIN - EVERY
      *    MESSAGE IS COUNTED FOR THE RECONCILIATION, ONLY THOSE
      *    BEHIND A RESTART POSITION ARE PUT
           IF NOT RUN-STOPPED
              MOVE ZERO                   TO WS-RECORD-POS
              OPEN INPUT UNLD-FILE
              IF WS-UNLD-STATUS NOT = '00'
                 DISPLAY 'MQRELD   UNLD-FILE OPEN FAILED '
                         WS-UNLD-STATUS
                 SET RUN-STOPPED          TO TRUE
              ELSE
                 SET UNLD-FILE-OPENED     TO TRUE
                 PERFORM CA-READ-NEXT-RECORD
              END-IF
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    BA  READ AND CHECK THE SELECTION CARDS
      *
      ******************************************************************
       BA-READ-SELECTION SECTION.
           MOVE SPACES                    TO WS-SELECT-CARD
                                             WS-QUEUE-CARD
           ACCEPT WS-SELECT-CARD
           ACCEPT WS-QUEUE-CARD

           IF WS-SEL-REQUESTER = SPACES
              MOVE 'MQRELD'               TO WS-SEL-REQUESTER
           END-IF

           IF WS-SEL-FROM-SEQ NOT = SPACES
              IF WS-SEL-FROM-SEQ NUMERIC
                 MOVE WS-SEL-FROM-SEQ     TO WS-FROM-SEQ
              ELSE
                 DISPLAY 'MQRELD   INVALID FROM SEQUENCE '
                         WS-SEL-FROM-SEQ
                 SET RUN-STOPPED          TO TRUE
              END-IF
           END-IF
           IF WS-SEL-TO-SEQ NOT = SPACES
              IF WS-SEL-TO-SEQ NUMERIC
                 MOVE WS-SEL-TO-SEQ       TO WS-TO-SEQ
              ELSE
                 DISPLAY 'MQRELD   INVALID TO SEQUENCE ' WS-SEL-TO-SEQ
                 SET RUN-STOPPED          TO TRUE
              END-IF
           END-IF
           IF WS-FROM-SEQ > WS-TO-SEQ
              DISPLAY 'MQRELD   FROM SEQUENCE IS AFTER TO SEQUENCE'
              SET RUN-STOPPED             TO TRUE
           END-IF

           IF WS-SEL-FROM-TIME NOT = SPACES
              IF WS-SEL-FROM-TIME NUMERIC
                 MOVE WS-SEL-FROM-TIME    TO WS-FROM-STAMP
              ELSE
                 DISPLAY 'MQRELD   INVALID FROM PUT TIME '
                         WS-SEL-FROM-TIME
                 SET RUN-STOPPED          TO TRUE
              END-IF
           END-IF
           IF WS-SEL-TO-TIME NOT = SPACES
              IF WS-SEL-TO-TIME NUMERIC
                 MOVE WS-SEL-TO-TIME      TO WS-TO-STAMP
              ELSE
                 DISPLAY 'MQRELD   INVALID TO PUT TIME '
                         WS-SEL-TO-TIME
                 SET RUN-STOPPED          TO TRUE
              END-IF
           END-IF
           IF WS-FROM-STAMP > WS-TO-STAMP
              DISPLAY 'MQRELD   FROM PUT TIME IS AFTER TO PUT TIME'
              SET RUN-STOPPED             TO TRUE
           END-IF

           DISPLAY '============================================'
           DISPLAY '     QUEUE RELOAD'
           DISPLAY '============================================'
           DISPLAY 'FROM SEQUENCE               : ' WS-SEL-FROM-SEQ
           DISPLAY 'TO SEQUENCE                 : ' WS-SEL-TO-SEQ
           DISPLAY 'FROM PUT TIME               : ' WS-SEL-FROM-TIME
           DISPLAY 'TO PUT TIME                 : ' WS-SEL-TO-TIME
           DISPLAY 'TARGET QUEUE                : '
                   WS-SEL-TARGET-QUEUE
           DISPLAY 'REQUESTED BY                : ' WS-SEL-REQUESTER
           CONTINUE.
      ******************************************************************
      *
      *    BB  CHECK THE UNLOAD DATASET BEFORE ANYTHING IS PUT - THE
      *        MESSAGE SEQUENCE MUST RUN UNBROKEN (A RESTART MARKER
      *        STEPS IT BACK TO THE CHECKPOINTED COUNT), THE DATASET
      *        MUST END WITH THE TRAILER AND THE TRAILER COUNT MUST
      *        AGREE WITH THE MESSAGES FOUND
      *
      ******************************************************************
       BB-CHECK-DATASET SECTION.
           MOVE ZERO                      TO WS-RECORD-POS
           OPEN INPUT UNLD-FILE
           IF WS-UNLD-STATUS NOT = '00'
              DISPLAY 'MQRELD   UNLD-FILE OPEN FAILED ' WS-UNLD-STATUS
              SET RUN-STOPPED             TO TRUE
           ELSE
              PERFORM BB2-CHECK-ONE-RECORD UNTIL END-OF-DATASET
                                              OR RUN-STOPPED
              CLOSE UNLD-FILE
           END-IF

           IF END-OF-DATASET
              SET SW-ALL-OK               TO TRUE
           END-IF
           IF NOT RUN-STOPPED
              EVALUATE TRUE
                 WHEN WS-CHECK-RECORDS = ZERO
                    DISPLAY 'MQRELD   *** UNLOAD DATASET IS EMPTY'
                    SET RUN-STOPPED       TO TRUE
                 WHEN NOT TRAILER-FOUND
                    DISPLAY 'MQRELD   *** NO UNLOAD TRAILER - THE '
                            'UNLOAD DID NOT FINISH'
                    SET RUN-STOPPED       TO TRUE
                 WHEN WS-TRL-MSG-COUNT NOT = WS-CHECK-LAST-SEQ
                    DISPLAY 'MQRELD   *** TRAILER COUNT '
                            WS-TRL-MSG-COUNT ' MESSAGES FOUND '
                            WS-CHECK-LAST-SEQ
                    SET RUN-STOPPED       TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           CONTINUE.
      *
       BB2-CHECK-ONE-RECORD SECTION.
           READ UNLD-FILE
               AT END
                  SET END-OF-DATASET      TO TRUE
           END-READ
           IF WS-UNLD-STATUS NOT = '00'
           AND WS-UNLD-STATUS NOT = '10'
              DISPLAY 'MQRELD   UNLD-FILE READ FAILED ' WS-UNLD-STATUS
              SET RUN-STOPPED             TO TRUE
           END-IF

           IF NOT END-OF-DATASET
           AND NOT RUN-STOPPED
              ADD 1                       TO WS-RECORD-POS
                                             WS-CHECK-RECORDS
              IF TRAILER-FOUND
                 DISPLAY 'MQRELD   *** RECORDS AFTER THE TRAILER AT '
                         WS-RECORD-POS
                 SET RUN-STOPPED          TO TRUE
              END-IF
           END-IF

           IF NOT END-OF-DATASET
           AND NOT RUN-STOPPED
              EVALUATE TRUE
                 WHEN UNLD-MESSAGE
                    IF WS-SOURCE-QUEUE = SPACES
                       MOVE UNLD-SOURCE-QUEUE TO WS-SOURCE-QUEUE
                    END-IF
                    IF UNLD-SEG-NO = 1
                       IF UNLD-MSG-SEQ NOT = WS-CHECK-LAST-SEQ + 1
                          DISPLAY 'MQRELD   *** SEQUENCE BREAK AT '
                                  'RECORD ' WS-RECORD-POS ' - '
                                  UNLD-MSG-SEQ ' AFTER '
                                  WS-CHECK-LAST-SEQ
                          SET RUN-STOPPED TO TRUE
                       ELSE
                          MOVE UNLD-MSG-SEQ TO WS-CHECK-LAST-SEQ
                       END-IF
                    END-IF
                 WHEN UNLD-RESTART
                    IF WS-RESTART-COUNT >= WS-RESTART-MAX
                    OR UNLD-CTL-MSG-COUNT > WS-CHECK-LAST-SEQ
                       DISPLAY 'MQRELD   *** RESTART MARKER AT RECORD '
                               WS-RECORD-POS ' CANNOT BE APPLIED'
                       SET RUN-STOPPED    TO TRUE
                    ELSE
                       ADD 1              TO WS-RESTART-COUNT
                       SET TB-RESTART-IX  TO WS-RESTART-COUNT
                       MOVE WS-RECORD-POS
                                 TO TB-RESTART-POS (TB-RESTART-IX)
                       MOVE UNLD-CTL-MSG-COUNT
                                 TO TB-RESTART-MSGS (TB-RESTART-IX)
                       MOVE UNLD-CTL-MSG-COUNT TO WS-CHECK-LAST-SEQ
                    END-IF
                 WHEN UNLD-TRAILER
                    SET TRAILER-FOUND     TO TRUE
                    MOVE UNLD-CTL-MODE    TO WS-TRL-MODE
                    MOVE UNLD-CTL-MSG-COUNT TO WS-TRL-MSG-COUNT
                    MOVE UNLD-CTL-SEG-COUNT TO WS-TRL-SEG-COUNT
                    MOVE UNLD-CTL-BYTE-TOTAL TO WS-TRL-BYTE-TOTAL
                    MOVE UNLD-CTL-DATE    TO WS-TRL-DATE
                    MOVE UNLD-CTL-TIME    TO WS-TRL-TIME
                    IF WS-SOURCE-QUEUE = SPACES
                       MOVE UNLD-SOURCE-QUEUE TO WS-SOURCE-QUEUE
                    END-IF
                 WHEN OTHER
                    DISPLAY 'MQRELD   *** UNKNOWN RECORD TYPE AT '
                            WS-RECORD-POS
                    SET RUN-STOPPED       TO TRUE
              END-EVALUATE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    BC  CHECK THE QUEUE AUTHORIZATION - THE RELOAD NEEDS WRITE
      *        ON THE TARGET QUEUE. NO ENTRY, OR NO QAUTHF, REFUSES
      *        THE RUN
      *
      ******************************************************************
       BC-CHECK-QUEUE-AUTH SECTION.
           MOVE 'N'                       TO SW-AUTH
           OPEN INPUT QAUTH-FILE
           IF WS-QAUTH-STATUS = '00'
              MOVE CC-QAUTH-TRAN-CODE     TO QAUTH-TRAN-CODE
              MOVE WS-TARGET-QUEUE        TO QAUTH-QUEUE-NAME
              READ QAUTH-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF QAUTH-ALLOW-WRITE = 'Y'
                       SET QUEUE-IS-AUTHORIZED TO TRUE
                    END-IF
              END-READ
              CLOSE QAUTH-FILE
           ELSE
              DISPLAY 'MQRELD   QAUTH-FILE OPEN FAILED '
                      WS-QAUTH-STATUS
           END-IF

           IF NOT QUEUE-IS-AUTHORIZED
              DISPLAY 'MQRELD   *** RELOAD NOT AUTHORIZED FOR '
                      WS-TARGET-QUEUE
              PERFORM BD-WRITE-VIOLATION-RECORD
              SET RUN-STOPPED             TO TRUE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  WRITE ONE SECURITY VIOLATION RECORD FOR THE REFUSED
      *    ***  RELOAD - A BATCH RUN HAS NO LTERM
      *    *************************************************************
       BD-WRITE-VIOLATION-RECORD SECTION.
           ACCEPT WS-RUN-DATE             FROM DATE
           ACCEPT WS-RUN-TIME             FROM TIME
           MOVE WS-SEL-REQUESTER          TO VIOL-USERID
           MOVE 'BATCH'                   TO VIOL-LTERM
           MOVE CC-QAUTH-TRAN-CODE        TO VIOL-TRAN-CODE
           MOVE WS-TARGET-QUEUE           TO VIOL-QUEUE-NAME
           MOVE 'RELD'                    TO VIOL-COMMAND
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
      *    C   PROCESS ONE DATASET RECORD - SEGMENT 1 FINISHES THE
      *        PREVIOUS MESSAGE AND STARTS THE NEXT. RESTART MARKERS
      *        AND THE TRAILER CARRY NO MESSAGE DATA
      *
      ******************************************************************
       C-PROCESS-RECORD SECTION.
           IF UNLD-MESSAGE
              IF UNLD-SEG-NO = 1
                 MOVE UNLD-MQMD-FIELDS    TO WS-NEXT-MQMD
                 PERFORM CD-FINISH-MESSAGE
                 MOVE WS-NEXT-MQMD        TO UNLD-MQMD-FIELDS
                 PERFORM CB-START-MESSAGE
              END-IF
              IF MESSAGE-OPEN
              AND UNLD-MSG-SEQ = WS-CURR-SEQ
                 PERFORM CC-COLLECT-SEGMENT
              END-IF
           END-IF

           IF NOT RUN-STOPPED
              PERFORM CA-READ-NEXT-RECORD
           END-IF
           CONTINUE.
      *
       CA-READ-NEXT-RECORD SECTION.
           READ UNLD-FILE
               AT END
                  SET END-OF-DATASET      TO TRUE
               NOT AT END
                  ADD 1                   TO WS-RECORD-POS
                                             WS-RECORDS-READ
           END-READ
           IF WS-UNLD-STATUS NOT = '00'
           AND WS-UNLD-STATUS NOT = '10'
              DISPLAY 'MQRELD   UNLD-FILE READ FAILED ' WS-UNLD-STATUS
              SET RUN-STOPPED             TO TRUE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    CB  START A NEW MESSAGE - A MESSAGE WRITTEN BEFORE A RESTART
      *        MARKER WITH A SEQUENCE ABOVE THE MARKER'S COUNT IS
      *        VOID. THE SAVED MQMD FIELDS ARE KEPT FROM SEGMENT 1
      *
      ******************************************************************
       CB-START-MESSAGE SECTION.
           SET MESSAGE-OPEN               TO TRUE
           SET MESSAGE-VALID              TO TRUE
           MOVE UNLD-MSG-SEQ              TO WS-CURR-SEQ
           MOVE WS-RECORD-POS             TO WS-CURR-POS
           PERFORM VARYING TB-RESTART-IX FROM 1 BY 1
                   UNTIL TB-RESTART-IX > WS-RESTART-COUNT
              IF TB-RESTART-POS (TB-RESTART-IX) > WS-RECORD-POS
              AND TB-RESTART-MSGS (TB-RESTART-IX) < UNLD-MSG-SEQ
                 SET MESSAGE-VOID         TO TRUE
              END-IF
           END-PERFORM

           MOVE UNLD-MSG-LEN              TO WS-MSG-LEN
           MOVE UNLD-SEG-COUNT            TO WS-SEG-COUNT
           MOVE ZERO                      TO WS-SEGS-DONE
           MOVE UNLD-MQMD-FIELDS          TO WS-SAVED-MQMD
           MOVE SPACES                    TO WS-RELD-BUFF
           CONTINUE.
      ******************************************************************
      *
      *    CC  COLLECT ONE SEGMENT - NOTHING IS PUT UNTIL THE WHOLE
      *        MESSAGE IS IN HAND, SO A MESSAGE WITH A MISSING
      *        SEGMENT IS NEVER SENT
      *
      ******************************************************************
       CC-COLLECT-SEGMENT SECTION.
           IF WS-SEGS-DONE + 1 = UNLD-SEG-NO
              COMPUTE WS-BUFF-POS = (WS-SEGS-DONE * WS-SEG-MAX) + 1
              IF UNLD-SEG-LEN > ZERO
              AND WS-BUFF-POS + UNLD-SEG-LEN - 1
                  <= LENGTH OF WS-RELD-BUFF
                 MOVE UNLD-SEG-DATA (1:UNLD-SEG-LEN)
                      TO WS-RELD-BUFF (WS-BUFF-POS:UNLD-SEG-LEN)
              END-IF
              ADD 1                       TO WS-SEGS-DONE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    CD  FINISH A MESSAGE - COUNT IT FOR THE RECONCILIATION,
      *        APPLY THE SELECTION, PUT AND AUDIT IT AND CHECKPOINT
      *        EVERY WS-CHECKPOINT-FREQUENCY MESSAGES
      *
      ******************************************************************
       CD-FINISH-MESSAGE SECTION.
           IF MESSAGE-OPEN
              IF MESSAGE-VOID
                 ADD 1                    TO WS-MSGS-VOID
              ELSE
                 ADD 1                    TO WS-MSGS-VALID
                 ADD WS-SEGS-DONE         TO WS-SEGS-VALID
                 ADD WS-MSG-LEN           TO WS-BYTES-VALID
                 MOVE WS-SAVED-MQMD       TO UNLD-MQMD-FIELDS
                 MOVE UNLD-PUTDATE        TO WS-PUT-STAMP-DATE
                 MOVE UNLD-PUTTIME (1:6)  TO WS-PUT-STAMP-TIME
                 EVALUATE TRUE
                    WHEN WS-CURR-SEQ < WS-FROM-SEQ
                    OR   WS-CURR-SEQ > WS-TO-SEQ
                    OR   WS-PUT-STAMP < WS-FROM-STAMP
                    OR   WS-PUT-STAMP > WS-TO-STAMP
                       ADD 1              TO WS-MSGS-NOT-SELECTED
                    WHEN OTHER
                       ADD 1              TO WS-MSGS-SELECTED
                       PERFORM CD2-RELOAD-SELECTED
                 END-EVALUATE
              END-IF
           END-IF
           SET NO-MESSAGE-OPEN            TO TRUE
           CONTINUE.
      *
       CD2-RELOAD-SELECTED SECTION.
           EVALUATE TRUE
              WHEN WS-CURR-POS <= WS-LAST-DONE-POS
      *          PUT AND COMMITTED BEFORE THE RESTART
                 ADD 1                    TO WS-MSGS-PUT-EARLIER
              WHEN WS-SEGS-DONE NOT = WS-SEG-COUNT
                 ADD 1                    TO WS-MSGS-INCOMPLETE
                 DISPLAY 'MQRELD   *** INCOMPLETE MESSAGE SEQUENCE '
                         WS-CURR-SEQ ' SEGMENTS ' WS-SEGS-DONE
                         ' OF ' WS-SEG-COUNT ' - NOT RELOADED'
                 MOVE 'INCOMPLETE'        TO WS-RESULT
                 SET PUT-FAILED           TO TRUE
                 MOVE SPACES              TO PUTP-USED
                 MOVE 'RELD '             TO WS-AUDIT-FUNCTION
                 PERFORM DI-WRITE-AUDIT-RECORD
              WHEN OTHER
                 PERFORM DE-MQ-PUT-MESSAGE
                 MOVE 'RELD '             TO WS-AUDIT-FUNCTION
                 PERFORM DI-WRITE-AUDIT-RECORD
                 IF PUT-SUCCESSFUL
                    ADD 1                 TO WS-MSGS-PUT
                                             CHKP-MSGS-PUT
                    ADD WS-MSG-LEN        TO WS-BYTES-PUT
      *             THE LAST SEGMENT OF THIS MESSAGE IS THE RECORD
      *             BEFORE THE ONE NOW BEING PROCESSED
                    COMPUTE WS-LAST-DONE-POS = WS-RECORD-POS - 1
                    ADD 1                 TO WS-MSGS-SINCE-CHKP
                    IF WS-MSGS-SINCE-CHKP >= WS-CHECKPOINT-FREQUENCY
                       PERFORM E-TAKE-CHECKPOINT
                    END-IF
                 ELSE
                    SET RUN-STOPPED       TO TRUE
                 END-IF
           END-EVALUATE
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
              DISPLAY 'MQRELD   MQCONN OK'
           ELSE
              DISPLAY 'MQRELD   MQCONN NOK'
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
              SET RUN-STOPPED             TO TRUE
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  OPEN THE TARGET QUEUE FOR OUTPUT WITH THE RIGHT TO
      *       ***  SET ALL CONTEXT - THE SAVED IDS AND PUT DATE/TIME
      *       ***  GO BACK ON THE MESSAGES
      *       **********************************************************
       DB-MQ-OPEN-TARGET SECTION.
           MOVE WS-TARGET-QUEUE          TO MQOD-OBJECTNAME
           MOVE MQOT-Q                   TO MQOD-OBJECTTYPE
           ADD  MQOO-OUTPUT MQOO-SET-ALL-CONTEXT
                MQOO-FAIL-IF-QUIESCING
                GIVING WMQ-OPTIONS

           CALL 'MQOPEN' USING WMQ-HCONN
                               MQOD
                               WMQ-OPTIONS
                               WMQ-HOBJ
                               WMQ-COMPCODE
                               WMQ-REASON
                         END-CALL

           IF WMQ-COMPCODE = MQCC-OK
              SET QUEUE-OPENED            TO TRUE
              DISPLAY 'MQRELD   MQOPEN OK ' WS-TARGET-QUEUE
           ELSE
              DISPLAY 'MQRELD   MQOPEN NOK ' WS-TARGET-QUEUE
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
              SET RUN-STOPPED TO TRUE
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  PUT ONE MESSAGE UNDER SYNCPOINT WITH THE MQMD IT WAS
      *       ***  UNLOADED WITH
      *       **********************************************************
       DE-MQ-PUT-MESSAGE SECTION.
           SET PUT-FAILED                TO TRUE
           MOVE UNLD-REPORT              TO MQMD-REPORT
           MOVE UNLD-MSGTYPE             TO MQMD-MSGTYPE
           MOVE UNLD-EXPIRY              TO MQMD-EXPIRY
           MOVE UNLD-FEEDBACK            TO MQMD-FEEDBACK
           MOVE UNLD-ENCODING            TO MQMD-ENCODING
           MOVE UNLD-CCSID               TO MQMD-CODEDCHARSETID
           MOVE UNLD-FORMAT              TO MQMD-FORMAT
           MOVE UNLD-PRIORITY            TO MQMD-PRIORITY
           MOVE UNLD-PERSISTENCE         TO MQMD-PERSISTENCE
           MOVE UNLD-MSGID               TO MQMD-MSGID
           MOVE UNLD-CORRELID            TO MQMD-CORRELID
           MOVE ZERO                     TO MQMD-BACKOUTCOUNT
           MOVE UNLD-REPLYTOQ            TO MQMD-REPLYTOQ
           MOVE UNLD-REPLYTOQMGR         TO MQMD-REPLYTOQMGR
           MOVE UNLD-PUTDATE             TO MQMD-PUTDATE
           MOVE UNLD-PUTTIME             TO MQMD-PUTTIME

           MOVE WS-TARGET-QUEUE          TO PUTP-QUEUE-NAME
           SET PUTP-RESTORED-MESSAGE     TO TRUE
           CALL 'MQPUTPR' USING PUTP-PARM
                                MQMD
           END-CALL

           COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT +
                                   MQPMO-SET-ALL-CONTEXT
           MOVE WS-MSG-LEN               TO WMQ-DATALEN
           CALL 'MQPUT' USING WMQ-HCONN
                              WMQ-HOBJ
                              MQMD
                              MQPMO
                              WMQ-DATALEN
                              WS-RELD-BUFF
                              WMQ-COMPCODE
                              WMQ-REASON
           END-CALL
           IF WMQ-COMPCODE NOT = MQCC-FAILED
              SET PUT-SUCCESSFUL         TO TRUE
              MOVE 'RELOADED'            TO WS-RESULT
           ELSE
              MOVE 'PUT FAILED'          TO WS-RESULT
              DISPLAY 'MQRELD   MQPUT NOK ' WS-TARGET-QUEUE
                      ' SEQUENCE ' WS-CURR-SEQ
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  CLOSE THE TARGET QUEUE
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
                 DISPLAY 'MQRELD   MQCLOSE NOK'
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
                 DISPLAY 'MQRELD   MQDISC  NOK'
                 DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                 DISPLAY 'REASON:     ' WMQ-REASON
              END-IF
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  WRITE ONE AUDIT TRAIL RECORD - RELD FOR A MESSAGE
      *       ***  WITH ITS RESTORED IDS (IT SHOWS IN ITS TRACE) AND
      *       ***  THE PUT PROPERTIES IT CARRIED, RELDT FOR THE RUN
      *       ***  WITH THE MESSAGE COUNT IN THE LENGTH FIELD
      *       **********************************************************
       DI-WRITE-AUDIT-RECORD SECTION.
           ACCEPT WS-AUDIT-DATE          FROM DATE
           ACCEPT WS-AUDIT-TIME          FROM TIME
           MOVE SPACES                   TO AUDIT-RECORD
           MOVE WS-TARGET-QUEUE          TO AUDIT-QUEUE-NAME
           MOVE WS-SEL-REQUESTER         TO AUDIT-USERID
           MOVE WS-AUDIT-DATE            TO AUDIT-DATE
           MOVE WS-AUDIT-TIME            TO AUDIT-TIME
           MOVE WS-AUDIT-FUNCTION        TO AUDIT-FUNCTION
           IF WS-AUDIT-FUNCTION = 'RELDT'
              MOVE WS-MSGS-PUT           TO AUDIT-MSG-LENGTH
              IF RUN-STOPPED
                 MOVE 'NOK'              TO AUDIT-STATUS
                 MOVE MQCC-FAILED        TO AUDIT-COMPCODE
                 MOVE WMQ-REASON         TO AUDIT-REASON
                 MOVE 'RELOAD STOPPED'   TO AUDIT-DETAIL
              ELSE
                 MOVE 'OK'               TO AUDIT-STATUS
                 MOVE MQCC-OK            TO AUDIT-COMPCODE
                 MOVE ZERO               TO AUDIT-REASON
                 MOVE 'RELOAD COMPLETE'  TO AUDIT-DETAIL
              END-IF
           ELSE
              MOVE WS-MSG-LEN            TO AUDIT-MSG-LENGTH
              EVALUATE TRUE
                 WHEN PUT-SUCCESSFUL
                    MOVE 'OK'            TO AUDIT-STATUS
                 WHEN WS-RESULT = 'INCOMPLETE'
                    MOVE 'PART'          TO AUDIT-STATUS
                 WHEN OTHER
                    MOVE 'NOK'           TO AUDIT-STATUS
              END-EVALUATE
              MOVE WMQ-COMPCODE          TO AUDIT-COMPCODE
              MOVE WMQ-REASON            TO AUDIT-REASON
              STRING 'SEQ ' WS-CURR-SEQ DELIMITED BY SIZE
                 INTO AUDIT-DETAIL
              END-STRING
              MOVE UNLD-MSGID            TO AUDIT-MSGID
              MOVE UNLD-CORRELID         TO AUDIT-CORRELID
              MOVE PUTP-USED             TO AUDIT-PUT-PROPS
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
              DISPLAY 'MQRELD   MQCMIT NOK'
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
              SET RUN-STOPPED            TO TRUE
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  BACK OUT THE UNIT OF WORK - THE PUTS SINCE THE LAST
      *       ***  CHECKPOINT ARE TAKEN BACK, A RESTART PUTS THEM AGAIN
      *       **********************************************************
       DO-MQ-BACKOUT SECTION.
           CALL 'MQBACK' USING WMQ-HCONN
                               WMQ-COMPCODE
                               WMQ-REASON
           END-CALL
           IF WMQ-COMPCODE NOT = MQCC-OK
              DISPLAY 'MQRELD   MQBACK NOK'
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
           ELSE
              DISPLAY 'MQRELD   MESSAGES SINCE CHECKPOINT BACKED OUT: '
                      WS-MSGS-SINCE-CHKP
              SUBTRACT WS-MSGS-SINCE-CHKP FROM WS-MSGS-PUT
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    E   TAKE CHECKPOINT - THE PUTS ARE COMMITTED BEFORE THE
      *        CHECKPOINT IS TAKEN. A FAILURE BETWEEN THE COMMIT AND
      *        THE CHKP RE-PUTS THOSE MESSAGES ON RESTART - IT NEVER
      *        LOSES THEM
      *
      ******************************************************************
       E-TAKE-CHECKPOINT SECTION.
           PERFORM DN-MQ-COMMIT
           IF NOT RUN-STOPPED
              MOVE WS-LAST-DONE-POS      TO CHKP-LAST-POS
              ADD 1 TO CHKP-ID
              CALL 'CBLTDLI' USING CC-CHKP
                                   CHKP-ID-AREA
              END-CALL
              DISPLAY 'MQRELD   CHECKPOINT TAKEN     : ' CHKP-ID
              DISPLAY 'MQRELD   LAST DATASET RECORD  : ' CHKP-LAST-POS
              DISPLAY 'MQRELD   MESSAGES RELOADED    : ' CHKP-MSGS-PUT
              MOVE ZERO TO WS-MSGS-SINCE-CHKP
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    G   PRINT THE RECONCILIATION REPORT - THE VALID MESSAGES,
      *        SEGMENTS AND BYTES AGAINST THE UNLOAD TRAILER, AND THE
      *        SELECTED MESSAGES AGAINST WHAT WAS PUT. A DIFFERENCE IS
      *        RC 4, A STOPPED RUN RC 8
      *
      ******************************************************************
       G-PRINT-REPORT SECTION.
           DISPLAY '============================================'
           DISPLAY '     QUEUE RELOAD RECONCILIATION'
           DISPLAY '============================================'
           DISPLAY 'TARGET QUEUE                : ' WS-TARGET-QUEUE
           IF CHKP-ID > ZERO
              DISPLAY 'LAST CHECKPOINT ID          : ' CHKP-ID
           END-IF
           DISPLAY 'DATASET RECORDS READ        : ' WS-RECORDS-READ
           DISPLAY 'RESTART MARKERS             : ' WS-RESTART-COUNT
           DISPLAY 'VOID - REWRITTEN ON RESTART : ' WS-MSGS-VOID
           DISPLAY 'MESSAGES ON DATASET         : ' WS-MSGS-VALID
           DISPLAY '  PER TRAILER               : ' WS-TRL-MSG-COUNT
           DISPLAY 'SEGMENT RECORDS             : ' WS-SEGS-VALID
           DISPLAY '  PER TRAILER               : ' WS-TRL-SEG-COUNT
           DISPLAY 'PAYLOAD BYTES               : ' WS-BYTES-VALID
           DISPLAY '  PER TRAILER               : ' WS-TRL-BYTE-TOTAL
           DISPLAY 'MESSAGES SELECTED           : ' WS-MSGS-SELECTED
           DISPLAY 'MESSAGES NOT SELECTED       : '
                   WS-MSGS-NOT-SELECTED
           DISPLAY 'MESSAGES RELOADED THIS RUN  : ' WS-MSGS-PUT
           IF WS-MSGS-PUT-EARLIER > ZERO
              DISPLAY 'RELOADED BEFORE RESTART     : '
                      WS-MSGS-PUT-EARLIER
           END-IF
           DISPLAY 'INCOMPLETE - NOT RELOADED   : ' WS-MSGS-INCOMPLETE
           DISPLAY 'PAYLOAD BYTES RELOADED      : ' WS-BYTES-PUT

           IF RUN-STOPPED
              DISPLAY 'RUN STATUS                  : INTERRUPTION'
              IF QUEUE-OPENED
                 DISPLAY '*** RESTART THE STEP TO COMPLETE THE '
                         'RELOAD ***'
              END-IF
              MOVE 8                      TO RETURN-CODE
           ELSE
              COMPUTE WS-MSGS-ACCOUNTED = WS-MSGS-PUT
                                        + WS-MSGS-PUT-EARLIER
                                        + WS-MSGS-INCOMPLETE
              IF WS-MSGS-VALID NOT = WS-TRL-MSG-COUNT
              OR WS-SEGS-VALID NOT = WS-TRL-SEG-COUNT
              OR WS-BYTES-VALID NOT = WS-TRL-BYTE-TOTAL
              OR WS-MSGS-ACCOUNTED NOT = WS-MSGS-SELECTED
              OR WS-MSGS-INCOMPLETE > ZERO
                 DISPLAY 'RECONCILIATION              : DIFFERENCE'
                 MOVE 4                   TO RETURN-CODE
              ELSE
                 DISPLAY 'RECONCILIATION              : AGREED'
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
