      *                      RE-BASELINE THROUGH MQSEQTX AFTER A
      *                      PARTNER RESTART.
      *
      *    261015   IS       DRAIN MODE - ONE TRIGGER NOW KEEPS
      *                      GETTING, VALIDATING, ROUTING AND
      *                      COMMITTING MESSAGES ONE UNIT OF WORK AT
      *                      A TIME UNTIL THE QUEUE IS EMPTY, THE
      *                      PER-QUEUE MESSAGE CAP IS REACHED OR THE
      *                      ELAPSED-TIME BUDGET RUNS OUT, SO A BURST
      *                      NO LONGER WAITS FOR THE TRIGGER MONITOR
      *                      TO RE-FIRE. MODE, CAP AND BUDGET COME
      *                      FROM USERDATA FIELDS 5-7 OR THE QPROFF
      *                      PROFILE. A DRAIN AUDIT RECORD PER
      *                      TRIGGER CARRIES THE MESSAGE COUNT AND
      *                      THE STOP REASON.
      *
      *    261015   IS       MESSAGE BUFFER GROWN TO 32K. THE
      *                      PAYLOAD IS NOW INSERTED TO THE
      *                      DESTINATION TRANSACTION AS ONE OR MORE
      *                      1000-BYTE SEGMENTS, AND VALIDATION AND
      *                      TRANSFORMATION WORK ON THE FULL
      *                      MESSAGE. A MESSAGE STILL TOO BIG FOR
      *                      THE BUFFER (TRUNCATED-MESSAGE REASON
      *                      CODE) GOES TO THE ERROR QUEUE WITH
      *                      AUDIT STATUS OVSZ AND ITS REAL LENGTH,
      *                      NEVER TO THE BUSINESS TRANSACTION.
      *
      *    261015   IS       ACK/NACK REPLIES - WHEN THE INBOUND MQMD
      *                      NAMES A REPLY-TO QUEUE AND THE ROUTE IS
      *                      FLAGGED FOR REPLIES, AN ACKREC REPLY IS
      *                      PUT IN THE SAME UNIT OF WORK AS THE GET
      *                      (CORRELID = ORIGINAL MSGID) WITH THE
      *                      OUTCOME, FAILED RULE OR REASON AND OUR
      *                      PROCESSING TIME. ROUTE-REPLY-MODE GIVES
      *                      ACK+NACK, NACK ONLY OR NONE. EVERY
      *                      REPLY IS AUDITED AS FUNCTION ACK/NACK.
      *
      *    261015   IS       CIRCUIT BREAKER PER ROUTE - A CHNG/ISRT
      *                      FAILING WITH A DESTINATION-UNAVAILABLE
      *                      STATUS OPENS THE BREAKER ON THE ROUTE
      *                      RECORD, TURNS QUEUE TRIGGERING OFF AND
      *                      RAISES AN OPS ALERT. WHILE OPEN, EVERY
      *                      MESSAGE IS BACKED OUT AND LEFT ON THE
      *                      SOURCE QUEUE (AUDIT STATUS HELD) RATHER
      *                      THAN POISONED TO THE ERROR QUEUE.
      *                      MQBRKTX CLOSES THE BREAKER AND TURNS
      *                      TRIGGERING BACK ON, WHICH RE-TRIGGERS.
      *
      *    261015   IS       THE VALIDATION RULES AND THE FIELD
      *                      MAPPING LOGIC MOVED UNCHANGED INTO THE
      *                      MQRULEX SUBPROGRAM SO THE MQRULTS
      *                      REGRESSION HARNESS RUNS EXACTLY THE
      *                      SAME CODE. DN AND DS NOW CALL IT.
      *
      *    261015   IS       EVERY ROUTED MESSAGE IS NOW WRITTEN TO
      *                      THE PAYLOAD JOURNAL (MQJRNL) - THE
      *                      ORIGINAL AND, FOR A TRANSFORMED ROUTE,
      *                      THE TRANSFORMED IMAGE IN 1000-BYTE
      *                      SEGMENTS WITH MESSAGE ID, QUEUE,
      *                      DESTINATION AND TIMESTAMP - SO MQJRPLY
      *                      CAN REPLAY A TIME WINDOW AFTER A
      *                      DOWNSTREAM FAILURE. MQJRNPG AGES THE
      *                      ENTRIES OUT AFTER THE RETENTION DAYS.
      *
      *    261015   IS       AUDIT RECORDS CARRY THE MQMD MESSAGE ID
      *                      AND CORRELATION ID OF THE MESSAGE GOT -
      *                      THE DUPLICATE DIVERT, THE ERROR-QUEUE
      *                      REROUTE AND THE ROUTING ITSELF CAN BE
      *                      FOLLOWED BY MESSAGE ID (MQTRCTX)
      *
      *    261015   IS       THE ACK/NACK REPLY APPLIES THE REPLY
      *                      QUEUE'S PUT PROPERTIES (PUTPROPF) THROUGH
      *                      MQPUTPR AND THE REPLY'S AUDIT RECORD
      *                      CARRIES THE VALUES USED. REROUTED AND
      *                      DIVERTED PARTNER MESSAGES KEEP THE
      *                      PROPERTIES THEY ARRIVED WITH
      *
      *    261015   IS       PARTNER CONTROL TOTALS - ON A QUEUE
      *                      FLAGGED ON CTLTOTF THE PARTNER'S DAILY
      *                      CONTROL MESSAGE IS RECOGNIZED BY ITS
      *                      RECORD-TYPE CODE AND ITS DECLARED COUNT
      *                      AND HASH TOTAL ARE STORED ON CTLTOTF
      *                      (AUDIT FUNCTION CTLM) INSTEAD OF BEING
      *                      ROUTED. A BAD CONTROL MESSAGE GOES TO THE
      *                      ERROR QUEUE. THE GET/DUP/ERRQ AUDIT
      *                      RECORDS OF THE BUSINESS MESSAGES ON THE
      *                      QUEUE CARRY THE REFERENCE NUMBER IN THE
      *                      (OTHERWISE UNUSED) PUT-PROPERTIES AREA
      *                      FOR THE MQCTLRC NIGHTLY BALANCING
      *
      *    261015   IS       A MULTI-SEGMENT INSERT THAT FAILS
      *                      PART-WAY IS ROLLED BACK (SETU/ROLS)
      *                      BEFORE THE ERROR-QUEUE PATH, AND EVERY
      *                      ROUTED MESSAGE IS ENDED WITH A PURG.
      *                      DRAIN SECONDS FROM THE QUEUE PROFILE.
      *                      JOURNAL RETENTION NOW SET BY MQJRNPG
      *
      *    261015   IS       A USERDATA DRAIN CAP OR BUDGET IS TAKEN
      *                      RIGHT-ALIGNED WHATEVER ITS WIDTH.
      *                      THE ERROR-QUEUE COPY OF AN OVERSIZE
      *                      MESSAGE IS MARKED TRUNCATED IN ITS
      *                      FEEDBACK AND GETS NO CONTROL-TOTAL CHECK
      *
      ******************************************************************
      ******************************************************************
      *
      *     DH   = REROUTE POISON MESSAGE TO ERROR QUEUE
      *     DI   = COMMIT THE MQGET
      *     DK   = ROUTE MESSAGE TO ITS DESTINATION TRANSACTION
      *     DL   = INSERT THE PAYLOAD TO THE MAPPED TRANSACTION
      *     DL2  = INSERT THE NEXT PAYLOAD SEGMENT
      *     DL3  = CHECK FOR AN UNAVAILABLE DESTINATION
      *     DL4  = TAKE THE BACKOUT POINT BEFORE THE FIRST SEGMENT
      *     DL5  = END THE MESSAGE ON THE ALTERNATE PCB
      *     DL6  = DISCARD A PARTLY INSERTED MESSAGE
      *     DM   = VALIDATE MESSAGE AGAINST THE PER-QUEUE RULES
      *     DO   = CHECK THE RECENT-MESSAGE STORE FOR A DUPLICATE
      *     DP   = DIVERT A DUPLICATE MESSAGE TO THE .DUP QUEUE
      *     DU   = COMPUTE A DAY NUMBER FROM YYYYMMDD
      *     DV   = CHECK PARTNER SEQUENCE CONTINUITY
      *     DW   = SEND A SEQUENCE ALERT TO THE OPS ALERT QUEUE
      *     DX   = DRAIN THE QUEUE ONE UNIT OF WORK AT A TIME
      *     DY   = CHECK THE DRAIN COUNT AND TIME LIMITS
      *     DZ   = WRITE THE DRAIN SUMMARY AUDIT RECORD
      *    E
      *     EA   = PUT THE ACK/NACK REPLY TO THE PARTNER
      *     EA2  = WRITE THE REPLY AUDIT RECORD
      *     EB   = CHECK THE ROUTE BREAKER
      *     EC   = HOLD A MESSAGE ON THE QUEUE WHILE THE BREAKER IS OPEN
      *     ED   = TRIP THE ROUTE BREAKER
      *     EE   = SEND A BREAKER ALERT TO THE OPS ALERT QUEUE
      *     EF   = JOURNAL THE ROUTED PAYLOAD
      *     EF2  = WRITE ONE JOURNAL SEGMENT
      *     EG   = CHECK FOR A PARTNER CONTROL-TOTAL QUEUE
      *     EG2  = TEST FOR A CONTROL MESSAGE OR TAKE THE REFERENCE
      *     EG3  = EDIT THE DECLARED CONTROL TOTALS
      *     EH   = STORE THE CONTROL TOTALS ON CTLTOTF
      *    X     = AIB RETURNCODE CHECK
      *     XD   = WRITE EXCEPTION FILE RECORD
      *    Z     = EXIT
      *
      *    AIBTDLI - IMS APPLICATION INTERFACE
      *    MQLOGSV - CENTRAL LOGGING SERVICE (AUDIT/EXCP/LATENCY)
      *    MQRULEX - VALIDATION RULES AND FIELD MAPPINGS
      *    MQCONN  - CONNECT TO QUEUE MANAGER
      *    MQOPEN  - OPEN EXISTING MQ QUEUE
      *    MQGET   - GET MQ MESSAGE
      *    MQPUTPR - APPLY THE REPLY QUEUE'S PUT PROPERTIES
      *    MQPUT   - PUT REROUTED MESSAGES, ALERTS AND REPLIES
      *    MQCMIT  - COMMIT THE UNIT OF WORK
      *    MQBACK  - BACK OUT THE UNIT OF WORK
      *    MQSET   - TURN QUEUE TRIGGERING OFF WHEN A BREAKER OPENS
      *    MQCLOSE - CLOSE MQ QUEUE
      *    MQDISC  - DISCONNECT FROM QUEUE MANAGER
      *
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS SEQC-QUEUE-NAME
                                     FILE STATUS IS WS-SEQC-STATUS.
           SELECT QPROF-FILE        ASSIGN TO QPROFF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS QPROF-QUEUE-NAME
                                     FILE STATUS IS WS-QPROF-STATUS.
           SELECT JOURNAL-FILE      ASSIGN TO MQJRNL
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS JRNL-KEY
                                     FILE STATUS IS WS-JRNL-STATUS.
           SELECT CTLTOT-FILE       ASSIGN TO CTLTOTF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS CTLT-KEY
                                     FILE STATUS IS WS-CTLT-STATUS.
      *
       DATA DIVISION.
      *--------------
       FD  SEQCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SEQCREC.
      *
       FD  QPROF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY QPROFREC.
      *
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JRNLREC.
      *
       FD  CTLTOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTLTREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
           05 A-MQTMC-ERROR-QUEUE-SUFFIX  PIC X(12)      VALUE '.ERROR'.
           05 A-MQTMC-ERROR-QUEUE-ONAME   PIC X(48)      VALUE SPACE.
           05 A-MQTMC-CONVERT             PIC X(01)      VALUE 'N'.
           05 A-MQTMC-DRAIN-MODE          PIC X(01)      VALUE SPACE.
           05 A-MQTMC-DRAIN-MAX-X         PIC X(05)      VALUE SPACE.
           05 A-MQTMC-DRAIN-MAX           PIC 9(05)      VALUE ZERO.
           05 A-MQTMC-DRAIN-SECS-X        PIC X(04)      VALUE SPACE.
           05 A-MQTMC-DRAIN-SECS          PIC 9(04)      VALUE ZERO.
           05 A-MQTMC-DIGITS              PIC S9(04) COMP VALUE ZERO.
      ******************************************************************
      *    APPLICATION INTERFACE BLOCK (AIB)
      ******************************************************************
           10 AIB-SUB-FUNC-1              PIC X(04)      VALUE SPACE.
           10 AIB-SUB-FUNC-2              PIC X(04)      VALUE SPACE.
         05 AIB-PCB-NAME                  PIC X(08)      VALUE SPACE.
         05 AIB-TOKEN-NAME                PIC X(08)      VALUE SPACE.
         05 FILLER                        PIC X(08)      VALUE SPACE.
         05 AIB-IOAREA-LENGTH             PIC 9(09) COMP VALUE ZERO.
         05 AIB-IOAREA-USED               PIC 9(09) COMP.
         05 FILLER                        PIC X(12)      VALUE SPACE.
           05  CC-GU                      PIC X(04)       VALUE 'GU  '.
           05  CC-ISRT                    PIC X(04)       VALUE 'ISRT'.
           05  CC-CHNG                    PIC X(04)       VALUE 'CHNG'.
           05  CC-PURG                    PIC X(04)       VALUE 'PURG'.
           05  CC-SETU                    PIC X(04)       VALUE 'SETU'.
           05  CC-ROLS                    PIC X(04)       VALUE 'ROLS'.
           05  CC-RTE-TOKEN               PIC X(04)       VALUE 'RTE1'.
           05  CC-ALTPCB                  PIC X(08)       VALUE
                                                          'ALTPCB1'.
      ******************************************************************
       01  WMQ-HOBJ                       PIC S9(09) BINARY.
       01  WMQ-HOBJ-RESPONS               PIC S9(09) BINARY.
       01  WMQ-RESPONSE                   PIC S9(09) BINARY.
       01  WMQ-BUFFLEN                    PIC S9(09) BINARY VALUE 32768.
       01  WMQ-DATALEN                    PIC S9(09) BINARY.
       01  WMQ-PUTLEN                     PIC S9(09) BINARY.
       01  WMQ-MSG-BUFF                   PIC X(32768).
       01  WS-GET-COMPCODE                PIC S9(09) BINARY.
       01  WS-GET-REASON                  PIC S9(09) BINARY.
      ******************************************************************
           05 RTE-ZZ                      PIC S9(4)  COMP.
           05 RTE-TRANCODE                PIC X(08).
           05 RTE-DATA                    PIC X(1000).
      *    CONTINUATION SEGMENTS FOR A PAYLOAD OVER ONE SEGMENT
       01  ROUTE-SEG.
           05 SEG-LL                      PIC S9(4)  COMP.
           05 SEG-ZZ                      PIC S9(4)  COMP.
           05 SEG-DATA                    PIC X(1000).
       01  WS-RTE-DATALEN                 PIC 9(05)  COMP  VALUE ZERO.
       01  WS-RTE-SEG-MAX                 PIC 9(05)  COMP  VALUE 1000.
       01  WS-RTE-SEG-POS                 PIC 9(05)  COMP  VALUE ZERO.
       01  WS-RTE-SEG-LEN                 PIC 9(05)  COMP  VALUE ZERO.
       01  WS-RTE-SEG-COUNT               PIC 9(03)  VALUE ZERO.
      *    BACKOUT POINT TAKEN BEFORE THE FIRST SEGMENT - A MESSAGE
      *    THAT FAILS PART-WAY IS ROLLED BACK TO IT SO NO PARTIAL
      *    MESSAGE REACHES THE TRANSACTION
       01  ROUTE-SETS-AREA.
           05 SETS-LL                     PIC S9(4)  COMP VALUE 12.
           05 SETS-ZZ                     PIC S9(4)  COMP VALUE ZERO.
           05 SETS-TRAN-CODE              PIC X(08)  VALUE SPACES.
       01  SW-OVERSIZE                    PIC X(01)  VALUE 'N'.
           88  MESSAGE-OVERSIZE                 VALUE 'Y'.
           88  MESSAGE-FITS                     VALUE 'N'.
       01  WS-ROUTE-STATUS                PIC XX     VALUE SPACES.
       01  SW-ROUTE-OK                    PIC X(01)  VALUE 'Y'.
           88  ROUTE-SUCCESSFUL                 VALUE 'Y'.
           88  VALIDATION-PASSED                VALUE 'Y'.
           88  VALIDATION-FAILED                VALUE 'N'.
       01  WS-VAL-USED-LEN                PIC 9(05)  COMP VALUE ZERO.
       01  WS-VAL-FAIL-RULE               PIC X(08)  VALUE SPACES.
      ******************************************************************
      *    RECENT-MESSAGE STORE - DUPLICATE DETECTION
       01  WS-DUP-QUEUE-SUFFIX            PIC X(04)  VALUE '.DUP'.
       01  WS-DUP-QUEUE-NAME              PIC X(48)  VALUE SPACES.
      ******************************************************************
      *    ROUTED PAYLOAD JOURNAL - KEPT FOR THE RETENTION DAYS SO A
      *    WINDOW OF MESSAGES CAN BE REPLAYED BY MQJRPLY
      ******************************************************************
       01  WS-JRNL-STATUS                 PIC XX     VALUE SPACES.
       01  SW-JRNL-OPEN                   PIC X(01)  VALUE 'N'.
           88  JRNL-OPEN-OK                     VALUE 'Y'.
       01  WS-JRNL-DATE-N                 PIC 9(06)  VALUE ZERO.
       01  WS-JRNL-DATE-CC                PIC 9(08)  VALUE ZERO.
       01  WS-JRNL-LEN                    PIC 9(05)  COMP VALUE ZERO.
       01  WS-JRNL-POS                    PIC 9(05)  COMP VALUE ZERO.
       01  WS-JRNL-SEG-MAX                PIC 9(05)  COMP VALUE 1000.
      ******************************************************************
      *    PARTNER CONTROL TOTALS - THE DAILY CONTROL MESSAGE IS
      *    STORED ON CTLTOTF, THE REFERENCE NUMBER OF EVERY BUSINESS
      *    MESSAGE ON THE QUEUE GOES ON ITS AUDIT RECORD
      ******************************************************************
       01  WS-CTLT-STATUS                 PIC XX     VALUE SPACES.
       01  SW-CTLT-OPEN                   PIC X(01)  VALUE 'N'.
           88  CTLT-OPEN-OK                     VALUE 'Y'.
       01  SW-CTL-QUEUE                   PIC X(01)  VALUE 'N'.
           88  CTL-QUEUE-FLAGGED                VALUE 'Y'.
           88  CTL-QUEUE-NOT-FLAGGED            VALUE 'N'.
       01  SW-CTL-MESSAGE                 PIC X(01)  VALUE 'N'.
           88  CTL-MESSAGE-FOUND                VALUE 'Y'.
           88  CTL-MESSAGE-NOT-FOUND            VALUE 'N'.
       01  SW-CTL-VALID                   PIC X(01)  VALUE 'Y'.
           88  CTL-MESSAGE-VALID                VALUE 'Y'.
           88  CTL-MESSAGE-INVALID              VALUE 'N'.
       01  SW-CTL-REF                     PIC X(01)  VALUE 'N'.
           88  CTL-REF-FOUND                    VALUE 'Y'.
           88  CTL-REF-MISSING                  VALUE 'N'.
       01  WS-CTL-USED-LEN                PIC 9(05)  COMP VALUE ZERO.
       01  WS-CTL-NUM-X                   PIC X(15)  VALUE SPACES.
       01  WS-CTL-NUM REDEFINES WS-CTL-NUM-X
                                          PIC 9(15).
       01  WS-CTL-DECL-COUNT              PIC 9(09)  VALUE ZERO.
       01  WS-CTL-DECL-HASH               PIC 9(15)  VALUE ZERO.
       01  WS-CTL-BUS-DATE                PIC X(06)  VALUE SPACES.
       01  WS-CTL-REF-NUM                 PIC 9(15)  VALUE ZERO.
      ******************************************************************
      *    PER-ROUTE PAYLOAD TRANSFORMATION
      ******************************************************************
       01  WS-MQMAP-STATUS                PIC XX     VALUE SPACES.
           88  TRANSFORM-FAILED                 VALUE 'N'.
       01  SW-XFRM-EOF                   PIC X(01)  VALUE 'N'.
           88  XFRM-END-OF-MAPS                 VALUE 'Y'.
       01  WS-XFRM-OUT                   PIC X(32768) VALUE SPACES.
       01  WS-XFRM-OUT-LEN               PIC 9(05)  COMP VALUE ZERO.
       01  WS-XFRM-USED-LEN              PIC 9(05)  COMP VALUE ZERO.
       01  WS-XFRM-MAP-COUNT             PIC 9(03)  VALUE ZERO.
      ******************************************************************
      *    ROUTING RULE SERVICE (MQRULEX) - VALIDATION AND MAPPING
      ******************************************************************
           COPY RULXPARM.
      ******************************************************************
      *    PARTNER SEQUENCE CONTINUITY
      ******************************************************************
           05 FILLER                      PIC X(10) VALUE ' RECEIVED '.
           05 WS-SEQ-ALERT-RECEIVED       PIC 9(09).
      ******************************************************************
      *    DRAIN MODE - ONE TRIGGER WORKS THE QUEUE DOWN, BOUNDED BY
      *    A MESSAGE CAP AND AN ELAPSED-TIME BUDGET SO ONE BUSY
      *    PARTNER CANNOT HOLD THE REGION
      ******************************************************************
       01  WS-QPROF-STATUS                PIC XX     VALUE SPACES.
       01  SW-QPROF-OPEN                  PIC X(01)  VALUE 'N'.
           88  QPROF-OPEN-OK                    VALUE 'Y'.
       01  WS-DRAIN-MODE                  PIC X(01)  VALUE 'S'.
           88  DRAIN-MODE-SINGLE                VALUE 'S'.
           88  DRAIN-MODE-ON                    VALUE 'D'.
       01  WS-DRAIN-DEFAULT-MAX           PIC 9(05)  VALUE 00500.
       01  WS-DRAIN-DEFAULT-SECS          PIC 9(04)  VALUE 0030.
       01  WS-DRAIN-MAX-MSGS              PIC 9(05)  VALUE ZERO.
       01  WS-DRAIN-MAX-SECS              PIC 9(04)  VALUE ZERO.
       01  WS-DRAIN-COUNT                 PIC 9(05)  VALUE ZERO.
       01  WS-DRAIN-CLOCK.
           05 WS-DRAIN-CLK-HH             PIC 9(02).
           05 WS-DRAIN-CLK-MM             PIC 9(02).
           05 WS-DRAIN-CLK-SS             PIC 9(02).
           05 WS-DRAIN-CLK-HUN            PIC 9(02).
       01  WS-DRAIN-START-HSEC            PIC 9(08)  VALUE ZERO.
       01  WS-DRAIN-NOW-HSEC              PIC 9(08)  VALUE ZERO.
       01  WS-DRAIN-ELAPSED-HSEC          PIC S9(09) VALUE ZERO.
       01  WS-DRAIN-STOP-REASON           PIC X(10)  VALUE SPACES.
       01  SW-DRAIN                       PIC X(01)  VALUE 'N'.
           88  DRAIN-CONTINUE                   VALUE 'Y'.
           88  DRAIN-STOPPED                    VALUE 'N'.
       01  SW-GET-BACKOUT                 PIC X(01)  VALUE 'N'.
           88  GET-WAS-BACKED-OUT               VALUE 'Y'.
           88  GET-NOT-BACKED-OUT               VALUE 'N'.
      ******************************************************************
      *    PARTNER ACK/NACK REPLY - PUT UNDER THE SAME SYNCPOINT AS
      *    THE GET. THE INBOUND MQMD IS SAVED AROUND THE REPLY PUT
      ******************************************************************
           COPY ACKREC.
       01  WMQ-HOBJ-REPLY                 PIC S9(09) BINARY.
       01  WS-REPLY-OUTCOME               PIC X(08)  VALUE SPACES.
       01  WS-REPLY-REASON                PIC X(40)  VALUE SPACES.
       01  WS-REPLY-SAVE-MQMD             PIC X(512) VALUE SPACES.
       01  WS-REPLY-DATE-N                PIC 9(06)  VALUE ZERO.
       01  WS-REPLY-DATE-CC               PIC 9(08)  VALUE ZERO.
       01  SW-REPLY                       PIC X(01)  VALUE 'N'.
           88  REPLY-WANTED                     VALUE 'Y'.
           88  REPLY-NOT-WANTED                 VALUE 'N'.
      ******************************************************************
      *    ROUTE CIRCUIT BREAKER - PCB STATUS CODES THAT MEAN THE
      *    DESTINATION TRANSACTION CANNOT TAKE MESSAGES RIGHT NOW
      *    (QH - NO OUTPUT DESTINATION AVAILABLE, A3 - DESTINATION
      *    NOT ACCEPTING INPUT). ANY OTHER INSERT FAILURE IS TREATED
      *    AS A BAD MESSAGE AND GOES TO THE ERROR QUEUE
      ******************************************************************
       01  WS-ALT-STATUS                  PIC X(02)  VALUE SPACES.
           88  DEST-UNAVAILABLE                 VALUE 'QH' 'A3'.
       01  SW-BREAKER                     PIC X(01)  VALUE 'N'.
           88  BREAKER-IS-OPEN                  VALUE 'Y'.
           88  BREAKER-IS-CLOSED                VALUE 'N'.
       01  SW-BREAKER-TRIP                PIC X(01)  VALUE 'N'.
           88  BREAKER-TRIPPED                  VALUE 'Y'.
           88  BREAKER-NOT-TRIPPED              VALUE 'N'.
       01  SW-MESSAGE-HELD                PIC X(01)  VALUE 'N'.
           88  MESSAGE-HELD                     VALUE 'Y'.
           88  MESSAGE-NOT-HELD                 VALUE 'N'.
       01  WMQ-SELECTOR-COUNT             PIC S9(09) BINARY VALUE 1.
       01  WMQ-SELECTORS.
           05 WMQ-SELECTOR-1              PIC S9(09) BINARY.
       01  WMQ-INTATTR-COUNT              PIC S9(09) BINARY VALUE 1.
       01  WMQ-INTATTRS.
           05 WMQ-INTATTR-1               PIC S9(09) BINARY.
       01  WMQ-CHARATTR-LENGTH            PIC S9(09) BINARY VALUE 0.
       01  WMQ-CHARATTRS                  PIC X(01)  VALUE SPACE.
       01  WS-BRK-ALERT-MESSAGE.
           05 FILLER                      PIC X(08) VALUE 'IMSMQ02 '.
           05 FILLER                      PIC X(13) VALUE
                                          'BREAKER OPEN '.
           05 WS-BRK-ALERT-QUEUE          PIC X(48).
           05 FILLER                      PIC X(06) VALUE ' TRAN '.
           05 WS-BRK-ALERT-TRAN           PIC X(08).
           05 FILLER                      PIC X(08) VALUE ' STATUS '.
           05 WS-BRK-ALERT-STATUS         PIC X(02).
      ******************************************************************
      *    PUT-TO-GET LATENCY
      ******************************************************************
       01  WS-LAT-PUT-TIME-X.
           05 AUDIT-COMPCODE              PIC S9(09).
           05 AUDIT-REASON                PIC S9(09).
           05 AUDIT-DETAIL                PIC X(20).
           05 AUDIT-MSGID                 PIC X(24).
           05 AUDIT-CORRELID              PIC X(24).
           05 AUDIT-PUT-PROPS                       VALUE SPACES.
              10 AUDIT-PUT-PERSISTENCE    PIC X(01).
              10 AUDIT-PUT-PRIORITY       PIC X(01).
              10 AUDIT-PUT-EXPIRY         PIC 9(09).
              10 AUDIT-PUT-FORMAT         PIC X(08).
              10 AUDIT-PUT-CCSID          PIC 9(05).
      *    A PARTNER MESSAGE GOT FROM A CONTROL-TOTAL QUEUE CARRIES NO
      *    PUT PROPERTIES - THE AREA HOLDS ITS REFERENCE NUMBER FOR
      *    THE MQCTLRC BALANCING INSTEAD. C = COUNTED TOWARDS THE
      *    PARTNER'S CONTROL TOTALS, Y = A NUMERIC REFERENCE WAS FOUND
           05 AUDIT-CTL-TOTALS REDEFINES AUDIT-PUT-PROPS.
              10 AUDIT-CTL-MARK           PIC X(01).
                 88 AUDIT-CTL-COUNTED                VALUE 'C'.
              10 AUDIT-CTL-REF-FLAG       PIC X(01).
              10 AUDIT-CTL-REF-NUM        PIC 9(15).
              10 FILLER                   PIC X(07).
      ******************************************************************
      *    EXCEPTION AND LATENCY RECORDS - BUILT HERE, LOGGED
      *    THROUGH THE SAME CENTRAL SERVICE
      *    CENTRAL LOGGING MESSAGE
      ******************************************************************
           COPY LOGQREC.
      ******************************************************************
      *    PUT PROPERTIES - APPLIED BY MQPUTPR FROM THE PUTPROPF
      *    RECORD OF THE TARGET QUEUE JUST BEFORE EVERY PUT. THE
      *    VALUES THE PUT CARRIED GO ON ITS AUDIT RECORD
      ******************************************************************
           COPY PUTPPARM.
       01  WS-AUDIT-DATE.
           05  WS-AUDIT-YEAR               PIC 9(02).
           05  WS-AUDIT-MONTH              PIC 9(02).
           05 SEQNUM                      PIC X(04).
           05 MOD-NAME                    PIC X(08).
           05 USERID                      PIC X(08).
      *
      *    ALTERNATE PCB - ONLY THE STATUS CODE IS LOOKED AT, AFTER A
      *    FAILED CHNG OR ISRT
       01  ALTPCB-MASK.
           05 ALT-DEST-NAME               PIC X(08).
           05 FILLER                      PIC X(02).
           05 ALT-STC-CODE                PIC X(02).
      *
       PROCEDURE DIVISION.
      **************************************************************
           MOVE 'IOPCB'                    TO AIB-PCB-NAME
           MOVE LENGTH OF IOPCB-DATA       TO AIB-IOAREA-LENGTH

      *    I-O SO A TRIPPED BREAKER CAN BE RECORDED ON THE ROUTE
           OPEN I-O ROUTE-FILE
           IF WS-ROUTE-STATUS NOT = '00'
              DISPLAY 'IMSMQ02  ROUTE-FILE OPEN FAILED '
                      WS-ROUTE-STATUS
              DISPLAY 'IMSMQ02  NO SEQUENCE CHECKING THIS RUN'
           END-IF

           OPEN INPUT QPROF-FILE
           IF WS-QPROF-STATUS = '00'
              SET QPROF-OPEN-OK TO TRUE
           ELSE
              DISPLAY 'IMSMQ02  QPROF-FILE OPEN FAILED '
                      WS-QPROF-STATUS
              DISPLAY 'IMSMQ02  DRAIN MODE FROM USERDATA ONLY'
           END-IF

      *    A BRAND NEW (UNLOADED) KSDS GIVES STATUS 35 ON OPEN I-O -
      *    FALL BACK TO OPEN OUTPUT SO THE FIRST RUN CREATES IT
           OPEN I-O MSGSTORE-FILE
              DISPLAY 'IMSMQ02  NO DUPLICATE DETECTION THIS RUN'
           END-IF

           OPEN I-O JOURNAL-FILE
           IF WS-JRNL-STATUS = '35'
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRNL-STATUS = '00'
              SET JRNL-OPEN-OK TO TRUE
           ELSE
              DISPLAY 'IMSMQ02  JOURNAL-FILE OPEN FAILED '
                      WS-JRNL-STATUS
              DISPLAY 'IMSMQ02  ROUTED PAYLOADS NOT JOURNALLED THIS RUN'
           END-IF

           OPEN I-O CTLTOT-FILE
           IF WS-CTLT-STATUS = '35'
              OPEN OUTPUT CTLTOT-FILE
           END-IF
           IF WS-CTLT-STATUS = '00'
              SET CTLT-OPEN-OK TO TRUE
           ELSE
              DISPLAY 'IMSMQ02  CTLTOT-FILE OPEN FAILED '
                      WS-CTLT-STATUS
              DISPLAY 'IMSMQ02  NO CONTROL TOTALS THIS RUN'
           END-IF

           CONTINUE.
      ******************************************************************
      *
      ******************************************************************
       DA-MQTMC-PARMS SECTION.
           MOVE MQTMC-USERDATA          TO A-MQTMC-USERDATA
           MOVE SPACES                  TO A-MQTMC-DRAIN-MODE
                                           A-MQTMC-DRAIN-MAX-X
                                           A-MQTMC-DRAIN-SECS-X
      
           UNSTRING A-MQTMC-USERDATA DELIMITED BY ';'
           INTO A-MQTMC-BACKOUT-LIMIT-X
                A-MQTMC-ERROR-QUEUE-SUFFIX
                A-MQTMC-ERROR-QUEUE-ONAME
                A-MQTMC-CONVERT
                A-MQTMC-DRAIN-MODE
                A-MQTMC-DRAIN-MAX-X
                A-MQTMC-DRAIN-SECS-X
           ON OVERFLOW
                DISPLAY 'IMSMQ02  OVERFLOW OF MQ TMC USERDATA'
                PERFORM Z-EXIT
                  INTO A-MQTMC-ERROR-QUEUE-ONAME
           END-IF

      *    DRAIN MODE, MESSAGE CAP AND TIME BUDGET - THE QUEUE
      *    PROFILE FIRST, THEN ANY VALUE GIVEN IN THE USERDATA.
      *    NOTHING CONFIGURED KEEPS THE OLD ONE-MESSAGE BEHAVIOUR
           SET DRAIN-MODE-SINGLE        TO TRUE
           MOVE ZERO                    TO WS-DRAIN-MAX-MSGS
                                           WS-DRAIN-MAX-SECS
           IF QPROF-OPEN-OK
              MOVE MQTMC-QNAME          TO QPROF-QUEUE-NAME
              READ QPROF-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF QPROF-DRAIN-ON OR QPROF-DRAIN-SINGLE
                       MOVE QPROF-DRAIN-MODE TO WS-DRAIN-MODE
                    END-IF
                    IF QPROF-DRAIN-MAX-MSGS NUMERIC
                       MOVE QPROF-DRAIN-MAX-MSGS TO WS-DRAIN-MAX-MSGS
                    END-IF
                    IF QPROF-DRAIN-SECONDS NUMERIC
                       MOVE QPROF-DRAIN-SECONDS TO WS-DRAIN-MAX-SECS
                    END-IF
              END-READ
           END-IF

           IF A-MQTMC-DRAIN-MODE = 'D' OR A-MQTMC-DRAIN-MODE = 'S'
                MOVE A-MQTMC-DRAIN-MODE TO WS-DRAIN-MODE
           END-IF
      *    THE CAP AND BUDGET ARRIVE LEFT-JUSTIFIED (THE LAST ONE
      *    WITH THE REST OF THE USERDATA BEHIND IT) - ONLY THE
      *    DIGITS UP TO THE FIRST SPACE ARE TAKEN, RIGHT-ALIGNED
           MOVE ZERO                    TO A-MQTMC-DRAIN-MAX
                                           A-MQTMC-DRAIN-SECS
           MOVE ZERO                    TO A-MQTMC-DIGITS
           INSPECT A-MQTMC-DRAIN-MAX-X  TALLYING A-MQTMC-DIGITS
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF A-MQTMC-DIGITS > ZERO
                IF A-MQTMC-DRAIN-MAX-X (1:A-MQTMC-DIGITS) NUMERIC
                     MOVE A-MQTMC-DRAIN-MAX-X (1:A-MQTMC-DIGITS)
                                        TO A-MQTMC-DRAIN-MAX
                END-IF
           END-IF
           IF A-MQTMC-DRAIN-MAX > ZERO
                MOVE A-MQTMC-DRAIN-MAX  TO WS-DRAIN-MAX-MSGS
           END-IF
           MOVE ZERO                    TO A-MQTMC-DIGITS
           INSPECT A-MQTMC-DRAIN-SECS-X TALLYING A-MQTMC-DIGITS
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF A-MQTMC-DIGITS > ZERO
                IF A-MQTMC-DRAIN-SECS-X (1:A-MQTMC-DIGITS) NUMERIC
                     MOVE A-MQTMC-DRAIN-SECS-X (1:A-MQTMC-DIGITS)
                                        TO A-MQTMC-DRAIN-SECS
                END-IF
           END-IF
           IF A-MQTMC-DRAIN-SECS > ZERO
                MOVE A-MQTMC-DRAIN-SECS TO WS-DRAIN-MAX-SECS
           END-IF

           IF WS-DRAIN-MAX-MSGS = ZERO
                MOVE WS-DRAIN-DEFAULT-MAX  TO WS-DRAIN-MAX-MSGS
           END-IF
           IF WS-DRAIN-MAX-SECS = ZERO
                MOVE WS-DRAIN-DEFAULT-SECS TO WS-DRAIN-MAX-SECS
           END-IF
           IF DRAIN-MODE-SINGLE
                MOVE 1                  TO WS-DRAIN-MAX-MSGS
           END-IF

           CONTINUE.
      *    *************************************************************
      *    ***  CONNECT TO QUEUE MANAGER
      
           IF WMQ-COMPCODE = MQCC-OK
              DISPLAY 'IMSMQ02  MQOPEN OK'
              PERFORM DX-DRAIN-QUEUE
              PERFORM DF-MQ-CLOSE
           END-IF
      
           IF WMQ-COMPCODE NOT = MQCC-OK
      *       ***  GET MQ MESSAGE
      *       **********************************************************
       DD-MQ-GET SECTION.
           ACCEPT WS-AUDIT-DATE          FROM DATE
           ACCEPT WS-AUDIT-TIME          FROM TIME
           MOVE SPACES                   TO WMQ-MSG-BUFF
           SET GET-NOT-BACKED-OUT        TO TRUE
           SET MESSAGE-NOT-HELD          TO TRUE
           SET CTL-QUEUE-NOT-FLAGGED     TO TRUE
           SET CTL-MESSAGE-NOT-FOUND     TO TRUE
           MOVE SPACES                   TO WS-REPLY-OUTCOME
                                            WS-REPLY-REASON
           MOVE MQMI-NONE                TO MQMD-MSGID
           MOVE MQCI-NONE                TO MQMD-CORRELID

           END-CALL
           MOVE WMQ-COMPCODE                TO WS-GET-COMPCODE
           MOVE WMQ-REASON                  TO WS-GET-REASON
           SET MESSAGE-FITS                 TO TRUE
      *    A MESSAGE BIGGER THAN THE BUFFER COMES BACK TRUNCATED WITH
      *    A WARNING - IT IS TAKEN OFF THE QUEUE BUT MUST NEVER REACH
      *    THE BUSINESS TRANSACTION
           IF WMQ-COMPCODE = MQCC-WARNING
           AND WMQ-REASON = MQRC-TRUNCATED-MSG-ACCEPTED
              SET MESSAGE-OVERSIZE          TO TRUE
           END-IF
           IF WMQ-COMPCODE = MQCC-OK OR MESSAGE-OVERSIZE
             DISPLAY 'IMSMQ02  MQGET OK ' WMQ-DATALEN ' BYTES <'
                     WMQ-MSG-BUFF (1:100) '>'
             PERFORM DT-WRITE-LATENCY
             PERFORM EB-CHECK-BREAKER
      *      A TRUNCATED MESSAGE HAS NO RELIABLE CONTROL REFERENCE
             IF MESSAGE-FITS
                PERFORM EG-CHECK-CONTROL-QUEUE
             END-IF
             EVALUATE TRUE
                WHEN MESSAGE-OVERSIZE
                   DISPLAY 'IMSMQ02  MESSAGE OVER ' WMQ-BUFFLEN
                           ' BYTES - REROUTING'
                   MOVE 'ERRQ '         TO WS-AUDIT-FUNCTION
                   MOVE 'OVERSIZE MESSAGE' TO WS-AUDIT-DETAIL
                   MOVE 'ERRQUEUE'      TO WS-REPLY-OUTCOME
                   MOVE 'MESSAGE TOO LARGE' TO WS-REPLY-REASON
                   PERFORM DH-REROUTE-TO-ERROR-QUEUE
                WHEN BREAKER-IS-OPEN
                   MOVE 'GET  '         TO WS-AUDIT-FUNCTION
                   PERFORM EC-HOLD-MESSAGE
                WHEN MQMD-BACKOUTCOUNT >= A-MQTMC-BACKOUT-LIMIT
                   DISPLAY 'IMSMQ02  BACKOUT LIMIT REACHED - REROUTING'
                   MOVE 'ERRQ '         TO WS-AUDIT-FUNCTION
                   MOVE 'ERRQUEUE'      TO WS-REPLY-OUTCOME
                   MOVE 'BACKOUT LIMIT REACHED' TO WS-REPLY-REASON
                   PERFORM DH-REROUTE-TO-ERROR-QUEUE
                WHEN OTHER
                   PERFORM DO-CHECK-DUPLICATE
                   IF DUPLICATE-FOUND
                      DISPLAY 'IMSMQ02  DUPLICATE MESSAGE - DIVERTING'
                      MOVE 'DUP  '      TO WS-AUDIT-FUNCTION
                      PERFORM DP-DIVERT-TO-DUP-QUEUE
                   ELSE
                   IF CTL-MESSAGE-FOUND
                      PERFORM EH-STORE-CONTROL-TOTALS
                   ELSE
                      PERFORM DV-CHECK-SEQUENCE
                      MOVE 'GET  '      TO WS-AUDIT-FUNCTION
                      PERFORM DK-ROUTE-MESSAGE
                   END-IF
                   END-IF
             END-EVALUATE
             PERFORM DE-WRITE-AUDIT-RECORD
             ADD 1                      TO WS-DRAIN-COUNT
      *      A BACKED-OUT MESSAGE IS BACK ON THE QUEUE - GETTING IT
      *      AGAIN AT ONCE WOULD ONLY SPIN, SO THE DRAIN ENDS HERE
             IF GET-WAS-BACKED-OUT
                IF MESSAGE-HELD
                   MOVE 'BREAKER'       TO WS-DRAIN-STOP-REASON
                ELSE
                   MOVE 'BACKOUT'       TO WS-DRAIN-STOP-REASON
                END-IF
                SET DRAIN-STOPPED       TO TRUE
             ELSE
                PERFORM DY-CHECK-DRAIN-LIMITS
             END-IF
           ELSE
              SET DRAIN-STOPPED         TO TRUE
              IF WMQ-REASON = MQRC-NO-MSG-AVAILABLE
                 DISPLAY 'IMSMQ02  MQ QUEUE EMPTY'
                 MOVE 'EMPTY'           TO WS-DRAIN-STOP-REASON
              ELSE
                 DISPLAY 'IMSMQ02  MQGET  NOK'
                 DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                 DISPLAY 'REASON:     ' WMQ-REASON
                 MOVE 'MQ ERROR'        TO WS-DRAIN-STOP-REASON
              END-IF
      *       AN EMPTY QUEUE AFTER ONE OR MORE MESSAGES IS THE NORMAL
      *       END OF A DRAIN - THE DRAIN RECORD SAYS SO. A TRIGGER
      *       THAT FINDS NOTHING AT ALL, OR A REAL GET FAILURE, IS
      *       STILL AUDITED AS A FAILED GET AS BEFORE
              IF WS-DRAIN-COUNT = ZERO
              OR WMQ-REASON NOT = MQRC-NO-MSG-AVAILABLE
                 MOVE 'GET  '           TO WS-AUDIT-FUNCTION
                 PERFORM DE-WRITE-AUDIT-RECORD
              END-IF
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  DRAIN THE QUEUE - GET, VALIDATE, ROUTE AND COMMIT
      *       ***  ONE MESSAGE PER UNIT OF WORK UNTIL THE QUEUE IS
      *       ***  EMPTY OR A LIMIT IS REACHED. SINGLE MODE IS A
      *       ***  DRAIN WITH A CAP OF ONE MESSAGE
      *       **********************************************************
       DX-DRAIN-QUEUE SECTION.
           MOVE ZERO                     TO WS-DRAIN-COUNT
           MOVE SPACES                   TO WS-DRAIN-STOP-REASON
           ACCEPT WS-DRAIN-CLOCK         FROM TIME
           COMPUTE WS-DRAIN-START-HSEC =
                   ((WS-DRAIN-CLK-HH * 3600)
                    + (WS-DRAIN-CLK-MM * 60)
                    + WS-DRAIN-CLK-SS) * 100
                   + WS-DRAIN-CLK-HUN
           SET DRAIN-CONTINUE            TO TRUE

           PERFORM DD-MQ-GET UNTIL DRAIN-STOPPED

           DISPLAY 'IMSMQ02  ' WS-DRAIN-COUNT ' MESSAGE(S) FROM '
                   MQTMC-QNAME ' - STOP ' WS-DRAIN-STOP-REASON
           PERFORM DZ-WRITE-DRAIN-AUDIT
           CONTINUE.
      *       **********************************************************
      *       ***  CHECK THE MESSAGE CAP AND THE ELAPSED-TIME BUDGET
      *       ***  AFTER EACH UNIT OF WORK - A RUN OVER MIDNIGHT ADDS
      *       ***  A DAY TO THE CLOCK
      *       **********************************************************
       DY-CHECK-DRAIN-LIMITS SECTION.
           ACCEPT WS-DRAIN-CLOCK         FROM TIME
           COMPUTE WS-DRAIN-NOW-HSEC =
                   ((WS-DRAIN-CLK-HH * 3600)
                    + (WS-DRAIN-CLK-MM * 60)
                    + WS-DRAIN-CLK-SS) * 100
                   + WS-DRAIN-CLK-HUN
           COMPUTE WS-DRAIN-ELAPSED-HSEC =
                   WS-DRAIN-NOW-HSEC - WS-DRAIN-START-HSEC
           IF WS-DRAIN-ELAPSED-HSEC < ZERO
              ADD 8640000                TO WS-DRAIN-ELAPSED-HSEC
           END-IF

           EVALUATE TRUE
              WHEN WS-DRAIN-COUNT >= WS-DRAIN-MAX-MSGS
                 IF DRAIN-MODE-SINGLE
                    MOVE 'SINGLE'        TO WS-DRAIN-STOP-REASON
                 ELSE
                    MOVE 'COUNT CAP'     TO WS-DRAIN-STOP-REASON
                 END-IF
                 SET DRAIN-STOPPED       TO TRUE
              WHEN WS-DRAIN-ELAPSED-HSEC >= WS-DRAIN-MAX-SECS * 100
                 MOVE 'TIME CAP'         TO WS-DRAIN-STOP-REASON
                 SET DRAIN-STOPPED       TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           CONTINUE.
      *       **********************************************************
      *       ***  WRITE THE DRAIN SUMMARY AUDIT RECORD - FUNCTION
      *       ***  DRAIN, THE MESSAGE COUNT IN THE LENGTH FIELD AND
      *       ***  THE STOP REASON IN THE DETAIL
      *       **********************************************************
       DZ-WRITE-DRAIN-AUDIT SECTION.
           ACCEPT WS-AUDIT-DATE          FROM DATE
           ACCEPT WS-AUDIT-TIME          FROM TIME
           MOVE MQTMC-QNAME              TO AUDIT-QUEUE-NAME
           MOVE USERID                   TO AUDIT-USERID
           MOVE WS-AUDIT-DATE            TO AUDIT-DATE
           MOVE WS-AUDIT-TIME            TO AUDIT-TIME
           MOVE 'DRAIN'                  TO AUDIT-FUNCTION
           MOVE WS-DRAIN-COUNT           TO AUDIT-MSG-LENGTH
           IF WS-DRAIN-STOP-REASON = 'MQ ERROR'
              MOVE 'NOK'                 TO AUDIT-STATUS
           ELSE
              MOVE 'OK'                  TO AUDIT-STATUS
           END-IF
           MOVE WS-GET-COMPCODE          TO AUDIT-COMPCODE
           MOVE WS-GET-REASON            TO AUDIT-REASON
           MOVE SPACES                   TO AUDIT-DETAIL
           STRING 'STOP ' WS-DRAIN-STOP-REASON DELIMITED BY SIZE
              INTO AUDIT-DETAIL
           END-STRING
           MOVE SPACES                   TO AUDIT-MSGID
           MOVE SPACES                   TO AUDIT-CORRELID

           MOVE 'A'                      TO LOGM-TYPE
           MOVE AUDIT-RECORD             TO LOGM-DATA
           CALL 'MQLOGSV' USING LOGM-RECORD
           END-CALL
           CONTINUE.
      *       **********************************************************
      *       ***  ROUTE THE MESSAGE TO ITS DESTINATION TRANSACTION -
      *       **********************************************************
       DK-ROUTE-MESSAGE SECTION.
           SET ROUTE-SUCCESSFUL          TO TRUE
           SET BREAKER-NOT-TRIPPED       TO TRUE

      *    STOP MALFORMED PARTNER CONTENT AT THE DOOR - A MESSAGE
      *    FAILING THE QUEUE RULES NEVER REACHES THE TRANSACTION
           PERFORM DM-VALIDATE-MESSAGE
           IF VALIDATION-FAILED
              SET ROUTE-FAILED           TO TRUE
              MOVE 'REJECTED'            TO WS-REPLY-OUTCOME
              STRING 'VALIDATION RULE ' WS-VAL-FAIL-RULE
                 DELIMITED BY SIZE INTO WS-REPLY-REASON
              END-STRING
           END-IF

           MOVE MQTMC-QNAME              TO ROUTE-QUEUE-NAME
                 INVALID KEY
                    DISPLAY 'IMSMQ02  NO ROUTE FOR ' MQTMC-QNAME
                    SET ROUTE-FAILED     TO TRUE
                    MOVE 'NO ROUTE FOR QUEUE' TO WS-REPLY-REASON
                 NOT INVALID KEY
                    IF NOT ROUTE-IS-ACTIVE
                       DISPLAY 'IMSMQ02  ROUTE INACTIVE FOR '
                               MQTMC-QNAME
                       SET ROUTE-FAILED  TO TRUE
                       MOVE 'ROUTE INACTIVE' TO WS-REPLY-REASON
                    END-IF
              END-READ
           END-IF
              PERFORM DL-INSERT-TO-TRANSACTION
           END-IF

      *    THE DESTINATION ITSELF IS DOWN - THE MESSAGE IS GOOD, SO
      *    IT STAYS ON THE SOURCE QUEUE BEHIND AN OPEN BREAKER
           IF BREAKER-TRIPPED
              PERFORM ED-TRIP-BREAKER
              PERFORM EC-HOLD-MESSAGE
           ELSE
           IF ROUTE-SUCCESSFUL
              PERFORM DQ-RECORD-MESSAGE-SEEN
              PERFORM EF-WRITE-PAYLOAD-JOURNAL
              MOVE 'ROUTED'              TO WS-REPLY-OUTCOME
              PERFORM DI-COMMIT-GET
           ELSE
              DISPLAY 'IMSMQ02  MESSAGE UNROUTABLE - TO ERROR QUEUE'
              MOVE 'ERRQ '               TO WS-AUDIT-FUNCTION
              IF WS-REPLY-OUTCOME = SPACES
                 MOVE 'ERRQUEUE'         TO WS-REPLY-OUTCOME
              END-IF
              IF WS-REPLY-REASON = SPACES
                 MOVE 'DESTINATION INSERT FAILED' TO WS-REPLY-REASON
              END-IF
              PERFORM DH-REROUTE-TO-ERROR-QUEUE
           END-IF
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  VALIDATE THE MESSAGE AGAINST THE PER-QUEUE RULES
              MOVE WMQ-DATALEN           TO WS-VAL-USED-LEN
           END-IF

      *    THE RULES THEMSELVES LIVE IN MQRULEX, SHARED WITH THE
      *    MQRULTS REGRESSION HARNESS
           SET RULX-FUNC-VALIDATE        TO TRUE
           MOVE WMQ-DATALEN              TO RULX-DATALEN
           MOVE WS-VAL-USED-LEN          TO RULX-USED-LEN
           MOVE ZERO                     TO RULX-OUT-LEN
           CALL 'MQRULEX' USING RULX-PARM
                                VALR-RECORD
                                MQMAP-RECORD
                                WMQ-MSG-BUFF
                                WS-XFRM-OUT
           END-CALL
           IF RULX-RULE-FAILED
              SET VALIDATION-FAILED      TO TRUE
              MOVE RULX-FAIL-RULE        TO WS-VAL-FAIL-RULE
           END-IF
           CONTINUE.
      *       **********************************************************

           MOVE MQTMC-QNAME              TO MQOD-OBJECTNAME
           MOVE 'DUPLICATE MSGID'        TO WS-AUDIT-DETAIL
           MOVE 'DUPLICAT'               TO WS-REPLY-OUTCOME
           MOVE 'DUPLICATE MESSAGE ID'   TO WS-REPLY-REASON
           IF REROUTE-SUCCESSFUL
              PERFORM DI-COMMIT-GET
           ELSE
              DISPLAY 'IMSMQ02  AIB-RETURN-CODE = ' AIB-RETURN-CODE
                      ' AIB-REASON-CODE = ' AIB-REASON-CODE
              SET ROUTE-FAILED           TO TRUE
              PERFORM DL3-CHECK-DESTINATION-STATUS
           END-IF

           IF ROUTE-SUCCESSFUL
              ELSE
                 MOVE WMQ-DATALEN        TO WS-RTE-DATALEN
              END-IF
      *       A TRANSFORMED ROUTE REBUILDS THE PAYLOAD THROUGH THE
      *       FIELD MAPPINGS - EVERYTHING ELSE MOVES BYTE FOR BYTE
              IF ROUTE-HAS-TRANSFORM
                 PERFORM DR-TRANSFORM-PAYLOAD
                 IF TRANSFORM-OK
                    MOVE WS-XFRM-OUT-LEN TO WS-RTE-DATALEN
                 ELSE
                    SET ROUTE-FAILED     TO TRUE
                    MOVE 'XFRM FAILED'   TO WS-AUDIT-DETAIL
                    MOVE 'PAYLOAD TRANSFORMATION FAILED'
                                         TO WS-REPLY-REASON
                 END-IF
              END-IF
           END-IF

           IF ROUTE-SUCCESSFUL
              PERFORM DL4-TAKE-BACKOUT-POINT
           END-IF

      *    THE FIRST SEGMENT CARRIES THE TRAN CODE AND UP TO ONE
      *    SEGMENT OF PAYLOAD - A LONGER PAYLOAD FOLLOWS IN FURTHER
      *    SEGMENTS OF THE SAME MESSAGE
           IF ROUTE-SUCCESSFUL
              IF WS-RTE-DATALEN > WS-RTE-SEG-MAX
                 MOVE WS-RTE-SEG-MAX     TO WS-RTE-SEG-LEN
              ELSE
                 MOVE WS-RTE-DATALEN     TO WS-RTE-SEG-LEN
              END-IF
              MOVE SPACES                TO RTE-DATA
              IF WS-RTE-SEG-LEN > ZERO
                 IF ROUTE-HAS-TRANSFORM
                    MOVE WS-XFRM-OUT (1:WS-RTE-SEG-LEN) TO RTE-DATA
                 ELSE
                    MOVE WMQ-MSG-BUFF (1:WS-RTE-SEG-LEN) TO RTE-DATA
                 END-IF
              END-IF
              MOVE ROUTE-TRAN-CODE       TO RTE-TRANCODE
              MOVE ZERO                  TO RTE-ZZ
              COMPUTE RTE-LL = WS-RTE-SEG-LEN + 12
              MOVE LENGTH OF ROUTE-MSG   TO AIB-IOAREA-LENGTH

              CALL 'AIBTDLI' USING CC-ISRT
                 DISPLAY 'IMSMQ02  AIB-RETURN-CODE = ' AIB-RETURN-CODE
                         ' AIB-REASON-CODE = ' AIB-REASON-CODE
                 SET ROUTE-FAILED        TO TRUE
                 PERFORM DL3-CHECK-DESTINATION-STATUS
              END-IF
              MOVE 1                     TO WS-RTE-SEG-COUNT
              COMPUTE WS-RTE-SEG-POS = WS-RTE-SEG-LEN + 1
              PERFORM DL2-INSERT-NEXT-SEGMENT
                      UNTIL WS-RTE-SEG-POS > WS-RTE-DATALEN
                      OR ROUTE-FAILED
      *       CLOSE THE MESSAGE SO THE NEXT ONE ROUTED TO THE SAME
      *       TRANSACTION IN THIS UNIT OF WORK (DRAIN MODE) STARTS
      *       A MESSAGE OF ITS OWN
              IF ROUTE-SUCCESSFUL
                 PERFORM DL5-END-MESSAGE
              END-IF
              IF ROUTE-SUCCESSFUL
                 DISPLAY 'IMSMQ02  ROUTED ' MQTMC-QNAME
                         ' TO ' ROUTE-TRAN-CODE ' IN '
                         WS-RTE-SEG-COUNT ' SEGMENT(S)'
              END-IF
           END-IF

           MOVE 'IOPCB'                  TO AIB-PCB-NAME
           CONTINUE.
      *
       DL2-INSERT-NEXT-SEGMENT SECTION.
           COMPUTE WS-RTE-SEG-LEN = WS-RTE-DATALEN - WS-RTE-SEG-POS + 1
           IF WS-RTE-SEG-LEN > WS-RTE-SEG-MAX
              MOVE WS-RTE-SEG-MAX        TO WS-RTE-SEG-LEN
           END-IF
           MOVE SPACES                   TO SEG-DATA
           IF ROUTE-HAS-TRANSFORM
              MOVE WS-XFRM-OUT (WS-RTE-SEG-POS : WS-RTE-SEG-LEN)
                                         TO SEG-DATA
           ELSE
              MOVE WMQ-MSG-BUFF (WS-RTE-SEG-POS : WS-RTE-SEG-LEN)
                                         TO SEG-DATA
           END-IF
           MOVE ZERO                     TO SEG-ZZ
           COMPUTE SEG-LL = WS-RTE-SEG-LEN + 4
           MOVE LENGTH OF ROUTE-SEG      TO AIB-IOAREA-LENGTH

           CALL 'AIBTDLI' USING CC-ISRT
                                AIB
                                ROUTE-SEG
           END-CALL
           IF AIB-RETURN-CODE NOT = AIB-HEX-0000
           OR AIB-REASON-CODE NOT = AIB-HEX-0000
              DISPLAY 'IMSMQ02  ISRT NOK FOR ' ROUTE-TRAN-CODE
                      ' SEGMENT ' WS-RTE-SEG-COUNT
              DISPLAY 'IMSMQ02  AIB-RETURN-CODE = ' AIB-RETURN-CODE
                      ' AIB-REASON-CODE = ' AIB-REASON-CODE
              SET ROUTE-FAILED           TO TRUE
              PERFORM DL3-CHECK-DESTINATION-STATUS
      *       THE EARLIER SEGMENTS ARE ALREADY QUEUED - THEY MUST NOT
      *       GO OUT AS A SHORT MESSAGE WHEN THE UNIT OF WORK ENDS
              PERFORM DL6-DISCARD-PARTIAL-MESSAGE
           END-IF
           ADD 1                         TO WS-RTE-SEG-COUNT
           ADD WS-RTE-SEG-LEN            TO WS-RTE-SEG-POS
           CONTINUE.
      *       **********************************************************
      *       ***  TAKE AN INTERMEDIATE BACKOUT POINT BEFORE THE FIRST
      *       ***  SEGMENT. SETU RATHER THAN SETS - SETS IS REFUSED
      *       ***  WHILE THE REGION HOLDS AN MQ CONNECTION, AND ONLY
      *       ***  THE IMS MESSAGE HAS TO GO BACK ON A FAILURE (THE
      *       ***  MQGET IS SETTLED LATER BY THE ERROR-QUEUE OR HOLD
      *       ***  PATH)
      *       **********************************************************
       DL4-TAKE-BACKOUT-POINT SECTION.
           MOVE 'IOPCB'                  TO AIB-PCB-NAME
           MOVE CC-RTE-TOKEN             TO AIB-TOKEN-NAME
           MOVE ROUTE-TRAN-CODE          TO SETS-TRAN-CODE
           MOVE LENGTH OF ROUTE-SETS-AREA TO AIB-IOAREA-LENGTH

           CALL 'AIBTDLI' USING CC-SETU
                                AIB
                                ROUTE-SETS-AREA
           END-CALL
           IF AIB-RETURN-CODE NOT = AIB-HEX-0000
           OR AIB-REASON-CODE NOT = AIB-HEX-0000
              DISPLAY 'IMSMQ02  SETU NOK FOR ' ROUTE-TRAN-CODE
              DISPLAY 'IMSMQ02  AIB-RETURN-CODE = ' AIB-RETURN-CODE
                      ' AIB-REASON-CODE = ' AIB-REASON-CODE
              SET ROUTE-FAILED           TO TRUE
              MOVE 'SETU FAILED'         TO WS-AUDIT-DETAIL
              MOVE 'DESTINATION BACKOUT POINT FAILED'
                                         TO WS-REPLY-REASON
           END-IF

           MOVE SPACES                   TO AIB-TOKEN-NAME
           MOVE CC-ALTPCB                TO AIB-PCB-NAME
           CONTINUE.
      *       **********************************************************
      *       ***  END THE MESSAGE ON THE ALTERNATE PCB - WITHOUT THE
      *       ***  PURG EVERY ISRT IN A DRAIN UNIT OF WORK WOULD ADD
      *       ***  SEGMENTS TO ONE AND THE SAME MESSAGE
      *       **********************************************************
       DL5-END-MESSAGE SECTION.
           MOVE ZERO                     TO AIB-IOAREA-LENGTH

           CALL 'AIBTDLI' USING CC-PURG
                                AIB
           END-CALL
           IF AIB-RETURN-CODE NOT = AIB-HEX-0000
           OR AIB-REASON-CODE NOT = AIB-HEX-0000
              DISPLAY 'IMSMQ02  PURG NOK FOR ' ROUTE-TRAN-CODE
              DISPLAY 'IMSMQ02  AIB-RETURN-CODE = ' AIB-RETURN-CODE
                      ' AIB-REASON-CODE = ' AIB-REASON-CODE
              SET ROUTE-FAILED           TO TRUE
              PERFORM DL3-CHECK-DESTINATION-STATUS
              PERFORM DL6-DISCARD-PARTIAL-MESSAGE
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  ROLL THE ALTERNATE PCB BACK TO THE BACKOUT POINT SO
      *       ***  THE SEGMENTS ALREADY INSERTED ARE THROWN AWAY - THE
      *       ***  MESSAGE THEN GOES THE ERROR-QUEUE (OR HOLD) WAY AS
      *       ***  A WHOLE
      *       **********************************************************
       DL6-DISCARD-PARTIAL-MESSAGE SECTION.
           MOVE 'IOPCB'                  TO AIB-PCB-NAME
           MOVE CC-RTE-TOKEN             TO AIB-TOKEN-NAME
           MOVE LENGTH OF ROUTE-SETS-AREA TO AIB-IOAREA-LENGTH

           CALL 'AIBTDLI' USING CC-ROLS
                                AIB
                                ROUTE-SETS-AREA
           END-CALL
           IF AIB-RETURN-CODE NOT = AIB-HEX-0000
           OR AIB-REASON-CODE NOT = AIB-HEX-0000
              DISPLAY 'IMSMQ02  ROLS NOK FOR ' ROUTE-TRAN-CODE
              DISPLAY 'IMSMQ02  AIB-RETURN-CODE = ' AIB-RETURN-CODE
                      ' AIB-REASON-CODE = ' AIB-REASON-CODE
           ELSE
              DISPLAY 'IMSMQ02  PARTIAL MESSAGE FOR ' ROUTE-TRAN-CODE
                      ' DISCARDED'
           END-IF

           MOVE SPACES                   TO AIB-TOKEN-NAME
           MOVE CC-ALTPCB                TO AIB-PCB-NAME
           CONTINUE.
      *       **********************************************************
      *       ***  A FAILED CHNG/ISRT WITH A PCB STATUS CODE - LOOK AT
      *       ***  THE ALTERNATE PCB STATUS TO SEE WHETHER THE
      *       ***  DESTINATION IS UNAVAILABLE (TRIP THE BREAKER)
      *       ***  RATHER THAN THE MESSAGE BEING BAD
      *       **********************************************************
       DL3-CHECK-DESTINATION-STATUS SECTION.
           MOVE SPACES                   TO WS-ALT-STATUS
           IF AIB-RETURN-CODE = AIB-HEX-0900
              SET ADDRESS OF ALTPCB-MASK TO AIB-PCB-PTR
              MOVE ALT-STC-CODE          TO WS-ALT-STATUS
              DISPLAY 'IMSMQ02  ALTPCB STATUS ' WS-ALT-STATUS
              IF DEST-UNAVAILABLE
                 SET BREAKER-TRIPPED     TO TRUE
              END-IF
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  TRANSFORM THE PAYLOAD THROUGH THE FIELD MAPPINGS
      *       ***  FOR THIS QUEUE - EVERY ACTIVE MAPPING IS APPLIED
      *       ***  AND JUSTIFY RULES
      *       **********************************************************
       DS-APPLY-ONE-MAPPING SECTION.
           SET RULX-FUNC-MAP             TO TRUE
           MOVE WS-XFRM-USED-LEN         TO RULX-DATALEN
                                            RULX-USED-LEN
           MOVE WS-XFRM-OUT-LEN          TO RULX-OUT-LEN
           CALL 'MQRULEX' USING RULX-PARM
                                VALR-RECORD
                                MQMAP-RECORD
                                WMQ-MSG-BUFF
                                WS-XFRM-OUT
           END-CALL
           MOVE RULX-OUT-LEN             TO WS-XFRM-OUT-LEN
           IF RULX-RULE-FAILED
              DISPLAY 'IMSMQ02  MAPPING ' MQMAP-FIELD-SEQ ' '
                      RULX-FAIL-TEXT
              SET TRANSFORM-FAILED       TO TRUE
           END-IF
           CONTINUE.
      *       **********************************************************
           IF WMQ-COMPCODE = MQCC-OK
              COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT +
                                       MQPMO-DEFAULT-CONTEXT
      *       AN OVERSIZE MESSAGE CAN ONLY BE PASSED ON AS FAR AS THE
      *       BUFFER HOLDS IT - THE AUDIT RECORD KEEPS ITS REAL LENGTH
      *       AND THE COPY IS MARKED TRUNCATED SO IT IS NEVER
      *       REQUEUED AS IF IT WERE THE PARTNER'S MESSAGE
              IF WMQ-DATALEN > WMQ-BUFFLEN
                 MOVE WMQ-BUFFLEN        TO WMQ-PUTLEN
                 MOVE MQFB-TRUNCATED-COPY TO MQMD-FEEDBACK
              ELSE
                 MOVE WMQ-DATALEN        TO WMQ-PUTLEN
              END-IF
              CALL 'MQPUT' USING WMQ-HCONN
                                 WMQ-HOBJ-RESPONS
                                 MQMD
                                 MQPMO
                                 WMQ-PUTLEN
                                 WMQ-MSG-BUFF
                                 WMQ-COMPCODE
                                 WMQ-REASON
      *       ***  BACK OUT THE MQGET (REROUTE FAILED - KEEP MESSAGE)
      *       **********************************************************
       DJ-BACKOUT-GET SECTION.
           SET GET-WAS-BACKED-OUT        TO TRUE
           CALL 'MQBACK' USING WMQ-HCONN
                               WMQ-COMPCODE
                               WMQ-REASON
      *       ***  COMMIT THE MQGET
      *       **********************************************************
       DI-COMMIT-GET SECTION.
           PERFORM EA-SEND-REPLY
           CALL 'MQCMIT' USING WMQ-HCONN
                               WMQ-COMPCODE
                               WMQ-REASON
           MOVE WS-AUDIT-TIME           TO AUDIT-TIME
           MOVE WS-AUDIT-FUNCTION       TO AUDIT-FUNCTION
           MOVE WMQ-DATALEN             TO AUDIT-MSG-LENGTH
           EVALUATE TRUE
              WHEN MESSAGE-OVERSIZE
                 MOVE 'OVSZ'            TO AUDIT-STATUS
              WHEN MESSAGE-HELD
                 MOVE 'HELD'            TO AUDIT-STATUS
              WHEN WS-GET-COMPCODE = MQCC-OK
                 MOVE 'OK'              TO AUDIT-STATUS
              WHEN OTHER
                 MOVE 'NOK'             TO AUDIT-STATUS
           END-EVALUATE
           MOVE WS-GET-COMPCODE         TO AUDIT-COMPCODE
           MOVE WS-GET-REASON           TO AUDIT-REASON
           MOVE WS-AUDIT-DETAIL         TO AUDIT-DETAIL
           MOVE SPACES                  TO WS-AUDIT-DETAIL
      *    THE MQMD IDS OF THE MESSAGE GOT, FOR THE MESSAGE TRACE -
      *    THE REPLY AND SEQUENCE PUTS RESTORE THEM AFTERWARDS
           IF WS-GET-COMPCODE = MQCC-FAILED
           OR MQMD-MSGID = MQMI-NONE
              MOVE SPACES               TO AUDIT-MSGID
              MOVE SPACES               TO AUDIT-CORRELID
           ELSE
              MOVE MQMD-MSGID           TO AUDIT-MSGID
              MOVE MQMD-CORRELID        TO AUDIT-CORRELID
           END-IF
      *    A BUSINESS MESSAGE TAKEN OFF A CONTROL-TOTAL QUEUE FOR
      *    GOOD - ROUTED, DIVERTED OR REROUTED - IS MARKED WITH ITS
      *    REFERENCE NUMBER. A HELD OR BACKED-OUT MESSAGE COMES BACK
      *    AND IS COUNTED WHEN IT FINALLY LEAVES THE QUEUE
           MOVE SPACES                  TO AUDIT-PUT-PROPS
           IF CTL-QUEUE-FLAGGED
           AND CTL-MESSAGE-NOT-FOUND
           AND GET-NOT-BACKED-OUT
           AND MESSAGE-NOT-HELD
           AND WS-GET-COMPCODE NOT = MQCC-FAILED
           AND (WS-AUDIT-FUNCTION = 'GET  ' OR 'DUP  ' OR 'ERRQ ')
              SET AUDIT-CTL-COUNTED     TO TRUE
              IF CTL-REF-FOUND
                 MOVE 'Y'               TO AUDIT-CTL-REF-FLAG
                 MOVE WS-CTL-REF-NUM    TO AUDIT-CTL-REF-NUM
              ELSE
                 MOVE 'N'               TO AUDIT-CTL-REF-FLAG
                 MOVE ZERO              TO AUDIT-CTL-REF-NUM
              END-IF
           END-IF

           MOVE 'A'                     TO LOGM-TYPE
           MOVE AUDIT-RECORD            TO LOGM-DATA
           CALL 'MQLOGSV' USING LOGM-RECORD
           END-CALL
           MOVE SPACES                  TO AUDIT-PUT-PROPS

           CONTINUE.
      *       **********************************************************
           CONTINUE.
      ******************************************************************
      *
      *    E   PARTNER REPLIES
      *
      ******************************************************************
      *       **********************************************************
      *       ***  PUT THE ACK/NACK REPLY TO THE PARTNER'S REPLY-TO
      *       ***  QUEUE UNDER THE SAME SYNCPOINT AS THE GET, SO IT
      *       ***  ONLY GOES OUT WHEN THE GET COMMITS. A FAILED REPLY
      *       ***  IS AUDITED BUT NEVER HOLDS UP THE MESSAGE ITSELF
      *       **********************************************************
       EA-SEND-REPLY SECTION.
           SET REPLY-NOT-WANTED          TO TRUE
           IF WS-REPLY-OUTCOME NOT = SPACES
           AND MQMD-REPLYTOQ NOT = SPACES
           AND MQMD-REPLYTOQ NOT = LOW-VALUES
              MOVE MQTMC-QNAME           TO ROUTE-QUEUE-NAME
              READ ROUTE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF ROUTE-REPLY-ACK-NACK
                       SET REPLY-WANTED  TO TRUE
                    END-IF
                    IF ROUTE-REPLY-NACK-ONLY
                    AND WS-REPLY-OUTCOME NOT = 'ROUTED'
                       SET REPLY-WANTED  TO TRUE
                    END-IF
              END-READ
           END-IF

           IF REPLY-WANTED
              MOVE SPACES                TO ACK-RECORD
              IF WS-REPLY-OUTCOME = 'ROUTED'
                 SET ACK-IS-ACK          TO TRUE
              ELSE
                 SET ACK-IS-NACK         TO TRUE
              END-IF
              MOVE WS-REPLY-OUTCOME      TO ACK-OUTCOME
              MOVE MQTMC-QNAME           TO ACK-QUEUE-NAME
              MOVE MQMD-MSGID            TO ACK-ORIG-MSGID
              MOVE WS-REPLY-REASON       TO ACK-REASON-TEXT
              MOVE WS-AUDIT-DATE         TO WS-REPLY-DATE-N
              COMPUTE WS-REPLY-DATE-CC = 20000000 + WS-REPLY-DATE-N
              MOVE WS-REPLY-DATE-CC      TO ACK-PROC-DATE
              MOVE WS-AUDIT-TIME         TO ACK-PROC-TIME

              MOVE MQMD                  TO WS-REPLY-SAVE-MQMD
              MOVE MQMD-REPLYTOQ         TO MQOD-OBJECTNAME
              MOVE MQMD-REPLYTOQMGR      TO MQOD-OBJECTQMGRNAME
              CALL 'MQOPEN' USING WMQ-HCONN
                                  MQOD
                                  MQOO-OUTPUT
                                  WMQ-HOBJ-REPLY
                                  WMQ-COMPCODE
                                  WMQ-REASON
              END-CALL
              IF WMQ-COMPCODE = MQCC-OK
                 COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT +
                                          MQPMO-DEFAULT-CONTEXT
                 MOVE MQMD-MSGID         TO MQMD-CORRELID
                 MOVE MQMI-NONE          TO MQMD-MSGID
                 MOVE MQMT-REPLY         TO MQMD-MSGTYPE
                 MOVE MQRO-NONE          TO MQMD-REPORT
                 MOVE MQFB-NONE          TO MQMD-FEEDBACK
                 MOVE SPACES             TO MQMD-REPLYTOQ
                                            MQMD-REPLYTOQMGR
                 MOVE MQOD-OBJECTNAME    TO PUTP-QUEUE-NAME
                 SET PUTP-NEW-MESSAGE    TO TRUE
                 CALL 'MQPUTPR' USING PUTP-PARM
                                      MQMD
                 END-CALL
                 MOVE PUTP-USED          TO AUDIT-PUT-PROPS
                 MOVE LENGTH OF ACK-RECORD TO WMQ-PUTLEN
                 CALL 'MQPUT' USING WMQ-HCONN
                                    WMQ-HOBJ-REPLY
                                    MQMD
                                    MQPMO
                                    WMQ-PUTLEN
                                    ACK-RECORD
                                    WMQ-COMPCODE
                                    WMQ-REASON
                 END-CALL
                 IF WMQ-COMPCODE NOT = MQCC-OK
                    DISPLAY 'IMSMQ02  REPLY MQPUT NOK'
                    DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                    DISPLAY 'REASON:     ' WMQ-REASON
                 END-IF
                 PERFORM EA2-WRITE-REPLY-AUDIT
                 MOVE MQCO-NONE          TO WMQ-OPTIONS
                 CALL 'MQCLOSE' USING WMQ-HCONN
                                      WMQ-HOBJ-REPLY
                                      WMQ-OPTIONS
                                      WMQ-COMPCODE
                                      WMQ-REASON
                 END-CALL
              ELSE
                 DISPLAY 'IMSMQ02  REPLY MQOPEN NOK ' MQOD-OBJECTNAME
                 DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                 DISPLAY 'REASON:     ' WMQ-REASON
                 PERFORM EA2-WRITE-REPLY-AUDIT
              END-IF

              MOVE WS-REPLY-SAVE-MQMD (1:LENGTH OF MQMD) TO MQMD
              MOVE MQTMC-QNAME           TO MQOD-OBJECTNAME
              MOVE SPACES                TO MQOD-OBJECTQMGRNAME
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  AUDIT THE REPLY LIKE ANY OTHER PUT - THE REPLY-TO
      *       ***  QUEUE, THE OUTCOME AND THE PUT RESULT. THE MESSAGE
      *       ***  AUDIT FUNCTION IS KEPT FOR THE GET RECORD THAT
      *       ***  FOLLOWS
      *       **********************************************************
       EA2-WRITE-REPLY-AUDIT SECTION.
           MOVE MQOD-OBJECTNAME          TO AUDIT-QUEUE-NAME
           MOVE USERID                   TO AUDIT-USERID
           MOVE WS-AUDIT-DATE            TO AUDIT-DATE
           MOVE WS-AUDIT-TIME            TO AUDIT-TIME
           IF ACK-IS-ACK
              MOVE 'ACK  '               TO AUDIT-FUNCTION
           ELSE
              MOVE 'NACK '               TO AUDIT-FUNCTION
           END-IF
           MOVE LENGTH OF ACK-RECORD     TO AUDIT-MSG-LENGTH
           IF WMQ-COMPCODE = MQCC-OK
              MOVE 'OK'                  TO AUDIT-STATUS
           ELSE
              MOVE 'NOK'                 TO AUDIT-STATUS
           END-IF
           MOVE WMQ-COMPCODE             TO AUDIT-COMPCODE
           MOVE WMQ-REASON               TO AUDIT-REASON
           MOVE SPACES                   TO AUDIT-DETAIL
           STRING ACK-OUTCOME ' ' ACK-REASON-TEXT DELIMITED BY SIZE
              INTO AUDIT-DETAIL
           END-STRING

           MOVE 'A'                      TO LOGM-TYPE
           MOVE AUDIT-RECORD             TO LOGM-DATA
           CALL 'MQLOGSV' USING LOGM-RECORD
           END-CALL
      *    ONLY THE REPLY IS A PUT OF OUR OWN - EVERY OTHER AUDIT
      *    RECORD THIS PROGRAM WRITES CARRIES NO PUT PROPERTIES
           MOVE SPACES                   TO AUDIT-PUT-PROPS
           CONTINUE.
      *       **********************************************************
      *       ***  CHECK WHETHER THE ROUTE FOR THIS QUEUE HAS ITS
      *       ***  BREAKER OPEN
      *       **********************************************************
       EB-CHECK-BREAKER SECTION.
           SET BREAKER-IS-CLOSED         TO TRUE
           MOVE MQTMC-QNAME              TO ROUTE-QUEUE-NAME
           READ ROUTE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ROUTE-BREAKER-OPEN
                    SET BREAKER-IS-OPEN  TO TRUE
                 END-IF
           END-READ
           CONTINUE.
      *       **********************************************************
      *       ***  HOLD THE MESSAGE - BACK OUT THE GET SO IT STAYS ON
      *       ***  THE SOURCE QUEUE UNTIL OPS CLOSE THE BREAKER. THE
      *       ***  DRAIN STOPS HERE
      *       **********************************************************
       EC-HOLD-MESSAGE SECTION.
           DISPLAY 'IMSMQ02  BREAKER OPEN FOR ' MQTMC-QNAME
                   ' - MESSAGE LEFT ON QUEUE'
           SET MESSAGE-HELD              TO TRUE
           MOVE SPACES                   TO WS-REPLY-OUTCOME
           MOVE 'BREAKER OPEN'           TO WS-AUDIT-DETAIL
           PERFORM DJ-BACKOUT-GET
           CONTINUE.
      *       **********************************************************
      *       ***  TRIP THE BREAKER - RECORD IT ON THE ROUTE, TURN
      *       ***  TRIGGERING OFF FOR THE SOURCE QUEUE SO THE TRIGGER
      *       ***  MONITOR STOPS FIRING, LOG THE EXCEPTION AND ALERT
      *       ***  OPS. CLOSING IT IS AN OPS DECISION (MQBRKTX)
      *       **********************************************************
       ED-TRIP-BREAKER SECTION.
           DISPLAY 'IMSMQ02  DESTINATION ' ROUTE-TRAN-CODE
                   ' UNAVAILABLE - OPENING BREAKER FOR ' MQTMC-QNAME
           MOVE 'O'                      TO ROUTE-BREAKER
           MOVE WS-AUDIT-DATE            TO ROUTE-BREAKER-DATE
           REWRITE ROUTE-RECORD
           IF WS-ROUTE-STATUS NOT = '00'
              DISPLAY 'IMSMQ02  ROUTE REWRITE FAILED ' WS-ROUTE-STATUS
           END-IF

           MOVE MQTMC-QNAME              TO MQOD-OBJECTNAME
           ADD  MQOO-SET MQOO-FAIL-IF-QUIESCING GIVING WMQ-OPTIONS
           CALL 'MQOPEN' USING WMQ-HCONN
                               MQOD
                               WMQ-OPTIONS
                               WMQ-HOBJ-RESPONS
                               WMQ-COMPCODE
                               WMQ-REASON
           END-CALL
           IF WMQ-COMPCODE = MQCC-OK
              MOVE MQIA-TRIGGER-CONTROL  TO WMQ-SELECTOR-1
              MOVE MQTC-OFF              TO WMQ-INTATTR-1
              CALL 'MQSET' USING WMQ-HCONN
                                 WMQ-HOBJ-RESPONS
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
                 DISPLAY 'IMSMQ02  MQSET TRIGGER OFF NOK'
                 DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                 DISPLAY 'REASON:     ' WMQ-REASON
              END-IF
              MOVE MQCO-NONE             TO WMQ-OPTIONS
              CALL 'MQCLOSE' USING WMQ-HCONN
                                   WMQ-HOBJ-RESPONS
                                   WMQ-OPTIONS
                                   WMQ-COMPCODE
                                   WMQ-REASON
              END-CALL
           ELSE
              DISPLAY 'IMSMQ02  MQOPEN FOR SET NOK'
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
           END-IF

           MOVE 'IMSMQ02'                TO EXCP-PROGRAM-NAME
           MOVE 'DL-INSERT BREAKER OPEN' TO EXCP-PARAGRAPH-NAME
           ACCEPT EXCP-DATE              FROM DATE
           ACCEPT EXCP-TIME              FROM TIME
           MOVE AIB-RETURN-CODE          TO EXCP-AIB-RETURN-CODE
           MOVE AIB-REASON-CODE          TO EXCP-AIB-REASON-CODE
           MOVE ZERO                     TO EXCP-MQ-COMPCODE
                                            EXCP-MQ-REASON
           MOVE 'E'                      TO LOGM-TYPE
           MOVE SPACES                   TO LOGM-DATA
           MOVE EXCEPTION-RECORD         TO LOGM-DATA
           CALL 'MQLOGSV' USING LOGM-RECORD
           END-CALL

           MOVE MQTMC-QNAME              TO AUDIT-QUEUE-NAME
           MOVE USERID                   TO AUDIT-USERID
           MOVE WS-AUDIT-DATE            TO AUDIT-DATE
           MOVE WS-AUDIT-TIME            TO AUDIT-TIME
           MOVE 'BRKOP'                  TO AUDIT-FUNCTION
           MOVE ZERO                     TO AUDIT-MSG-LENGTH
                                            AUDIT-COMPCODE
                                            AUDIT-REASON
           MOVE 'OK'                     TO AUDIT-STATUS
           MOVE SPACES                   TO AUDIT-DETAIL
           STRING 'TRAN ' ROUTE-TRAN-CODE ' SC ' WS-ALT-STATUS
              DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-STRING
           MOVE 'A'                      TO LOGM-TYPE
           MOVE AUDIT-RECORD             TO LOGM-DATA
           CALL 'MQLOGSV' USING LOGM-RECORD
           END-CALL

           PERFORM EE-RAISE-BREAKER-ALERT
           CONTINUE.
      *       **********************************************************
      *       ***  PUT THE BREAKER ALERT TO THE OPS ALERT QUEUE
      *       ***  OUTSIDE SYNCPOINT - THE GET IS ABOUT TO BE BACKED
      *       ***  OUT AND THE ALERT MUST SURVIVE THAT. THE INBOUND
      *       ***  MQMD IDS ARE SAVED AROUND THE PUT AS IN DW
      *       **********************************************************
       EE-RAISE-BREAKER-ALERT SECTION.
           MOVE MQMD-MSGID               TO WS-SEQ-SAVE-MSGID
           MOVE MQMD-CORRELID            TO WS-SEQ-SAVE-CORRELID
           MOVE MQTMC-QNAME              TO WS-BRK-ALERT-QUEUE
           MOVE ROUTE-TRAN-CODE          TO WS-BRK-ALERT-TRAN
           MOVE WS-ALT-STATUS            TO WS-BRK-ALERT-STATUS
           MOVE WS-ALERT-QUEUE           TO MQOD-OBJECTNAME

           CALL 'MQOPEN' USING WMQ-HCONN
                               MQOD
                               MQOO-OUTPUT
                               WMQ-HOBJ-RESPONS
                               WMQ-COMPCODE
                               WMQ-REASON
           END-CALL
           IF WMQ-COMPCODE = MQCC-OK
              COMPUTE MQPMO-OPTIONS = MQPMO-NO-SYNCPOINT +
                                       MQPMO-DEFAULT-CONTEXT
              MOVE MQMI-NONE             TO MQMD-MSGID
              MOVE MQCI-NONE             TO MQMD-CORRELID
              MOVE LENGTH OF WS-BRK-ALERT-MESSAGE TO WMQ-RESPONSE
              CALL 'MQPUT' USING WMQ-HCONN
                                 WMQ-HOBJ-RESPONS
                                 MQMD
                                 MQPMO
                                 WMQ-RESPONSE
                                 WS-BRK-ALERT-MESSAGE
                                 WMQ-COMPCODE
                                 WMQ-REASON
              END-CALL
              IF WMQ-COMPCODE NOT = MQCC-OK
                 DISPLAY 'IMSMQ02  BREAKER ALERT MQPUT NOK'
                 DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
                 DISPLAY 'REASON:     ' WMQ-REASON
              END-IF
              MOVE MQCO-NONE             TO WMQ-OPTIONS
              CALL 'MQCLOSE' USING WMQ-HCONN
                                   WMQ-HOBJ-RESPONS
                                   WMQ-OPTIONS
                                   WMQ-COMPCODE
                                   WMQ-REASON
              END-CALL
           ELSE
              DISPLAY 'IMSMQ02  BREAKER ALERT MQOPEN NOK'
              DISPLAY 'COMPCODE:   ' WMQ-COMPCODE
              DISPLAY 'REASON:     ' WMQ-REASON
           END-IF
           MOVE MQTMC-QNAME              TO MQOD-OBJECTNAME
           MOVE WS-SEQ-SAVE-MSGID        TO MQMD-MSGID
           MOVE WS-SEQ-SAVE-CORRELID     TO MQMD-CORRELID
           CONTINUE.
      *       **********************************************************
      *       ***  JOURNAL A ROUTED MESSAGE - THE ORIGINAL PAYLOAD
      *       ***  AND, FOR A TRANSFORMED ROUTE, THE IMAGE THE
      *       ***  TRANSACTION GOT. A JOURNAL FAILURE IS DISPLAYED
      *       ***  BUT NEVER STOPS THE MESSAGE ITSELF
      *       **********************************************************
       EF-WRITE-PAYLOAD-JOURNAL SECTION.
           IF JRNL-OPEN-OK
              MOVE SPACES                TO JRNL-RECORD
              MOVE WS-AUDIT-DATE         TO WS-JRNL-DATE-N
              COMPUTE WS-JRNL-DATE-CC = 20000000 + WS-JRNL-DATE-N
              MOVE WS-JRNL-DATE-CC       TO JRNL-DATE
              MOVE WS-AUDIT-TIME         TO JRNL-TIME
              MOVE MQMD-MSGID            TO JRNL-MSGID
              MOVE MQTMC-QNAME           TO JRNL-QUEUE-NAME
              MOVE ROUTE-TRAN-CODE       TO JRNL-TRAN-CODE
              MOVE MQMD-CORRELID         TO JRNL-CORRELID
              MOVE USERID                TO JRNL-USERID
              MOVE ROUTE-TRANSFORM       TO JRNL-TRANSFORMED

              SET JRNL-IMAGE-ORIGINAL    TO TRUE
              IF WMQ-DATALEN > WMQ-BUFFLEN
                 MOVE WMQ-BUFFLEN        TO WS-JRNL-LEN
              ELSE
                 MOVE WMQ-DATALEN        TO WS-JRNL-LEN
              END-IF
              PERFORM EF2-WRITE-JOURNAL-SEGMENT

              IF ROUTE-HAS-TRANSFORM
              AND WS-JRNL-STATUS = '00'
                 SET JRNL-IMAGE-TRANSFORMED TO TRUE
                 MOVE WS-XFRM-OUT-LEN    TO WS-JRNL-LEN
                 PERFORM EF2-WRITE-JOURNAL-SEGMENT
              END-IF

              IF WS-JRNL-STATUS NOT = '00'
                 DISPLAY 'IMSMQ02  JOURNAL WRITE FAILED '
                         WS-JRNL-STATUS ' FOR ' MQTMC-QNAME
              END-IF
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  WRITE ONE IMAGE AS 1000-BYTE SEGMENTS - A ZERO
      *       ***  LENGTH PAYLOAD STILL GETS ONE (EMPTY) SEGMENT
      *       **********************************************************
       EF2-WRITE-JOURNAL-SEGMENT SECTION.
           MOVE WS-JRNL-LEN              TO JRNL-IMAGE-LEN
           COMPUTE JRNL-SEG-COUNT = (WS-JRNL-LEN + WS-JRNL-SEG-MAX - 1)
                                    / WS-JRNL-SEG-MAX
           IF JRNL-SEG-COUNT = ZERO
              MOVE 1                     TO JRNL-SEG-COUNT
           END-IF
           MOVE 1                        TO WS-JRNL-POS
           MOVE ZERO                     TO JRNL-SEG-NO
           MOVE '00'                     TO WS-JRNL-STATUS

           PERFORM UNTIL JRNL-SEG-NO >= JRNL-SEG-COUNT
                      OR WS-JRNL-STATUS NOT = '00'
              ADD 1                      TO JRNL-SEG-NO
              COMPUTE JRNL-SEG-LEN = WS-JRNL-LEN - WS-JRNL-POS + 1
              IF JRNL-SEG-LEN > WS-JRNL-SEG-MAX
                 MOVE WS-JRNL-SEG-MAX    TO JRNL-SEG-LEN
              END-IF
              MOVE SPACES                TO JRNL-SEG-DATA
              IF JRNL-SEG-LEN > ZERO
                 IF JRNL-IMAGE-TRANSFORMED
                    MOVE WS-XFRM-OUT (WS-JRNL-POS : JRNL-SEG-LEN)
                                         TO JRNL-SEG-DATA
                 ELSE
                    MOVE WMQ-MSG-BUFF (WS-JRNL-POS : JRNL-SEG-LEN)
                                         TO JRNL-SEG-DATA
                 END-IF
              END-IF
              WRITE JRNL-RECORD
              ADD JRNL-SEG-LEN           TO WS-JRNL-POS
           END-PERFORM
           CONTINUE.
      *       **********************************************************
      *       ***  IS THIS A PARTNER CONTROL-TOTAL QUEUE - THE BLANK-
      *       ***  DATE CTLTOTF RECORD OF THE QUEUE, FLAGGED ON. IF SO
      *       ***  THE MESSAGE IS EITHER THE DAILY CONTROL MESSAGE OR
      *       ***  A BUSINESS MESSAGE WHOSE REFERENCE IS TAKEN HERE
      *       **********************************************************
       EG-CHECK-CONTROL-QUEUE SECTION.
           SET CTL-QUEUE-NOT-FLAGGED     TO TRUE
           SET CTL-MESSAGE-NOT-FOUND     TO TRUE
           SET CTL-REF-MISSING           TO TRUE
           MOVE ZERO                     TO WS-CTL-REF-NUM
           IF NOT CTLT-OPEN-OK
              CONTINUE
           ELSE
           MOVE MQTMC-QNAME              TO CTLT-QUEUE-NAME
           MOVE SPACES                   TO CTLT-BUS-DATE
           READ CTLTOT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CTLT-CHECK-ON
                    SET CTL-QUEUE-FLAGGED TO TRUE
                    PERFORM EG2-TEST-CONTROL-MESSAGE
                 END-IF
           END-READ
           END-IF
           CONTINUE.
      *
       EG2-TEST-CONTROL-MESSAGE SECTION.
           IF WMQ-DATALEN > WMQ-BUFFLEN
              MOVE WMQ-BUFFLEN           TO WS-CTL-USED-LEN
           ELSE
              MOVE WMQ-DATALEN           TO WS-CTL-USED-LEN
           END-IF

      *    THE RECORD-TYPE CODE PICKS OUT THE CONTROL MESSAGE
           IF CTLT-TYPE-OFFSET > ZERO
           AND CTLT-TYPE-LENGTH > ZERO
           AND CTLT-TYPE-LENGTH <= 8
           AND CTLT-TYPE-OFFSET + CTLT-TYPE-LENGTH - 1
               <= WS-CTL-USED-LEN
              IF WMQ-MSG-BUFF (CTLT-TYPE-OFFSET : CTLT-TYPE-LENGTH)
                 = CTLT-TYPE-CODE (1 : CTLT-TYPE-LENGTH)
                 SET CTL-MESSAGE-FOUND   TO TRUE
              END-IF
           END-IF

           IF CTL-MESSAGE-FOUND
              PERFORM EG3-EDIT-CONTROL-TOTALS
           ELSE
      *       A BUSINESS MESSAGE - TAKE ITS REFERENCE NUMBER
              IF CTLT-REF-OFFSET > ZERO
              AND CTLT-REF-LENGTH > ZERO
              AND CTLT-REF-LENGTH <= 15
              AND CTLT-REF-OFFSET + CTLT-REF-LENGTH - 1
                  <= WS-CTL-USED-LEN
              AND WMQ-MSG-BUFF (CTLT-REF-OFFSET : CTLT-REF-LENGTH)
                  NUMERIC
                 MOVE ZERO               TO WS-CTL-NUM
                 MOVE WMQ-MSG-BUFF (CTLT-REF-OFFSET : CTLT-REF-LENGTH)
                      TO WS-CTL-NUM-X (16 - CTLT-REF-LENGTH :
                                       CTLT-REF-LENGTH)
                 MOVE WS-CTL-NUM         TO WS-CTL-REF-NUM
                 SET CTL-REF-FOUND       TO TRUE
              ELSE
                 DISPLAY 'IMSMQ02  NO REFERENCE NUMBER AT POSITION '
                         CTLT-REF-OFFSET ' ON ' MQTMC-QNAME
              END-IF
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  PICK THE DECLARED COUNT, HASH TOTAL AND BUSINESS DATE
      *    ***  OUT OF THE CONTROL MESSAGE - ANY FIELD MISSING OR NOT
      *    ***  NUMERIC MAKES IT A BAD CONTROL MESSAGE
      *    *************************************************************
       EG3-EDIT-CONTROL-TOTALS SECTION.
           SET CTL-MESSAGE-VALID         TO TRUE
           MOVE ZERO                     TO WS-CTL-DECL-COUNT
                                            WS-CTL-DECL-HASH
           MOVE WS-AUDIT-DATE            TO WS-CTL-BUS-DATE

           IF CTLT-COUNT-OFFSET > ZERO
           AND CTLT-COUNT-LENGTH > ZERO
           AND CTLT-COUNT-LENGTH <= 9
           AND CTLT-COUNT-OFFSET + CTLT-COUNT-LENGTH - 1
               <= WS-CTL-USED-LEN
           AND WMQ-MSG-BUFF (CTLT-COUNT-OFFSET : CTLT-COUNT-LENGTH)
               NUMERIC
              MOVE ZERO                  TO WS-CTL-NUM
              MOVE WMQ-MSG-BUFF (CTLT-COUNT-OFFSET : CTLT-COUNT-LENGTH)
                   TO WS-CTL-NUM-X (16 - CTLT-COUNT-LENGTH :
                                    CTLT-COUNT-LENGTH)
              MOVE WS-CTL-NUM            TO WS-CTL-DECL-COUNT
           ELSE
              SET CTL-MESSAGE-INVALID    TO TRUE
           END-IF

           IF CTLT-HASH-OFFSET > ZERO
           AND CTLT-HASH-LENGTH > ZERO
           AND CTLT-HASH-LENGTH <= 15
           AND CTLT-HASH-OFFSET + CTLT-HASH-LENGTH - 1
               <= WS-CTL-USED-LEN
           AND WMQ-MSG-BUFF (CTLT-HASH-OFFSET : CTLT-HASH-LENGTH)
               NUMERIC
              MOVE ZERO                  TO WS-CTL-NUM
              MOVE WMQ-MSG-BUFF (CTLT-HASH-OFFSET : CTLT-HASH-LENGTH)
                   TO WS-CTL-NUM-X (16 - CTLT-HASH-LENGTH :
                                    CTLT-HASH-LENGTH)
              MOVE WS-CTL-NUM            TO WS-CTL-DECL-HASH
           ELSE
              SET CTL-MESSAGE-INVALID    TO TRUE
           END-IF

      *    NO DATE POSITION - THE CONTROL MESSAGE COVERS THE DAY IT
      *    ARRIVES
           IF CTLT-DATE-OFFSET > ZERO
              IF CTLT-DATE-OFFSET + 5 <= WS-CTL-USED-LEN
              AND WMQ-MSG-BUFF (CTLT-DATE-OFFSET : 6) NUMERIC
                 MOVE WMQ-MSG-BUFF (CTLT-DATE-OFFSET : 6)
                                         TO WS-CTL-BUS-DATE
              ELSE
                 SET CTL-MESSAGE-INVALID TO TRUE
              END-IF
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  STORE THE DECLARED TOTALS ON CTLTOTF UNDER THE
      *       ***  QUEUE AND BUSINESS DATE AND COMMIT THE GET - THE
      *       ***  CONTROL MESSAGE IS NEVER ROUTED. A RESEND REPLACES
      *       ***  THE TOTALS. A BAD CONTROL MESSAGE FOLLOWS THE
      *       ***  ERROR-QUEUE PATH, A FAILED WRITE BACKS THE GET OUT
      *       **********************************************************
       EH-STORE-CONTROL-TOTALS SECTION.
           IF CTL-MESSAGE-INVALID
              DISPLAY 'IMSMQ02  BAD CONTROL MESSAGE - TO ERROR QUEUE'
              MOVE 'ERRQ '               TO WS-AUDIT-FUNCTION
              MOVE 'BAD CONTROL MESSAGE' TO WS-AUDIT-DETAIL
              MOVE 'REJECTED'            TO WS-REPLY-OUTCOME
              MOVE 'INVALID CONTROL MESSAGE' TO WS-REPLY-REASON
              PERFORM DH-REROUTE-TO-ERROR-QUEUE
           ELSE
           MOVE 'CTLM '                  TO WS-AUDIT-FUNCTION
           MOVE MQTMC-QNAME              TO CTLT-QUEUE-NAME
           MOVE WS-CTL-BUS-DATE          TO CTLT-BUS-DATE
           READ CTLTOT-FILE
              INVALID KEY
                 MOVE SPACES             TO CTLT-RECORD
                 MOVE MQTMC-QNAME        TO CTLT-QUEUE-NAME
                 MOVE WS-CTL-BUS-DATE    TO CTLT-BUS-DATE
                 MOVE ZERO               TO CTLT-RECV-TIMES
           END-READ
           MOVE WS-CTL-DECL-COUNT        TO CTLT-DECL-COUNT
           MOVE WS-CTL-DECL-HASH         TO CTLT-DECL-HASH
           MOVE WS-AUDIT-DATE            TO CTLT-RECV-DATE
           MOVE WS-AUDIT-TIME            TO CTLT-RECV-TIME
           MOVE MQMD-MSGID               TO CTLT-RECV-MSGID
           ADD 1                         TO CTLT-RECV-TIMES
           IF CTLT-RECV-TIMES = 1
              WRITE CTLT-RECORD
           ELSE
              REWRITE CTLT-RECORD
           END-IF

           IF WS-CTLT-STATUS = '00'
              DISPLAY 'IMSMQ02  CONTROL TOTALS STORED FOR '
                      MQTMC-QNAME ' ' WS-CTL-BUS-DATE
              STRING 'CONTROL FOR ' WS-CTL-BUS-DATE
                 DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
              END-STRING
              PERFORM DQ-RECORD-MESSAGE-SEEN
              PERFORM DI-COMMIT-GET
           ELSE
              DISPLAY 'IMSMQ02  CTLTOTF WRITE FAILED ' WS-CTLT-STATUS
                      ' - BACKING OUT GET'
              MOVE 'CTLTOTF WRITE FAILED' TO WS-AUDIT-DETAIL
              PERFORM DJ-BACKOUT-GET
           END-IF
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    XD  WRITE A RECORD TO THE SHARED EXCEPTION FILE
      *
      ******************************************************************
           CLOSE MSGSTORE-FILE
           CLOSE MQMAP-FILE
           CLOSE SEQCTL-FILE
           CLOSE QPROF-FILE
           CLOSE JOURNAL-FILE
           CLOSE CTLTOT-FILE

           GOBACK.
