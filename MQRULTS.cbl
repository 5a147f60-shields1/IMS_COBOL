       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQRULTS.
      ******************************************************************
      *
      *    MODULE      MQRULTS
      *                BATCH
      *                REGRESSION TEST HARNESS FOR THE IMSMQ02
      *                ROUTING RULES. READS A PACK OF TEST CASES
      *                (RULTCASE) - QUEUE NAME, SAMPLE PAYLOAD AND
      *                THE EXPECTED RESULT - AND RUNS EVERY CASE
      *                THROUGH THE SAME STEPS IMSMQ02 TAKES AFTER A
      *                SUCCESSFUL MQGET: THE OVERSIZE CHECK, THE
      *                MQVALF VALIDATION RULES, THE MQROUTE LOOKUP
      *                AND THE MQMAPF PAYLOAD TRANSFORMATION. THE
      *                RULES AND MAPPINGS ARE APPLIED BY THE SAME
      *                MQRULEX SUBPROGRAM IMSMQ02 CALLS. NO MQ OR
      *                IMS CALL IS MADE, SO THE JOB CAN RUN AGAINST
      *                A CANDIDATE COPY OF THE CONFIGURATION FILES
      *                TO PROVE A RULE CHANGE BEFORE IT IS PROMOTED.
      *                PRINTS PASS/FAIL PER CASE WITH A BYTE-LEVEL
      *                DIFF FOR AN IMAGE MISMATCH AND ENDS WITH
      *                RETURN-CODE 4 ON ANY FAILED CASE (8 WHEN A
      *                FILE CANNOT BE OPENED).
      *
      *    INPUT       RULTCASE - TEST CASES (SEE RULTREC)
      *                MQROUTE, MQVALF, MQMAPF - THE CONFIGURATION
      *                UNDER TEST
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
      *    C     = PROCESS ONE TEST CASE
      *     CA   = LOAD THE CASE HEADER AND DATA
      *     CB   = LOAD ONE PAYLOAD OR EXPECTED-IMAGE RECORD
      *    D     = RUN THE CASE THROUGH THE ROUTING STEPS
      *     DA   = VALIDATE AGAINST THE QUEUE RULES
      *     DB   = FIND THE ROUTE
      *     DC   = TRANSFORM THROUGH THE FIELD MAPPINGS
      *    E     = CHECK THE RESULT AND PRINT THE CASE
      *     EA   = PRINT THE BYTE-LEVEL DIFF
      *     EB   = FORMAT ONE BYTE AS CHARACTER AND HEX
      *    F     = PRINT THE TOTALS
      *    G     = READ THE NEXT TEST CASE RECORD
      *    Z     = EXIT
      *
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    MQRULEX - VALIDATION RULES AND FIELD MAPPINGS
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE         ASSIGN TO RULTCASE
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-CASE-STATUS.
           SELECT ROUTE-FILE        ASSIGN TO MQROUTE
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS ROUTE-QUEUE-NAME
                                     FILE STATUS IS WS-ROUTE-STATUS.
           SELECT VALRULE-FILE      ASSIGN TO MQVALF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS VALR-QUEUE-NAME
                                     FILE STATUS IS WS-VALR-STATUS.
           SELECT MQMAP-FILE        ASSIGN TO MQMAPF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS MQMAP-KEY
                                     FILE STATUS IS WS-MQMAP-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  CASE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY RULTREC.
      *
       FD  ROUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MQRTEREC.
      *
       FD  VALRULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MQVALREC.
      *
       FD  MQMAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MQMAPREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQRULTS START WSS X'.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-CASE-STATUS                 PIC XX      VALUE SPACES.
       01  WS-ROUTE-STATUS                PIC XX      VALUE SPACES.
       01  WS-VALR-STATUS                 PIC XX      VALUE SPACES.
       01  WS-MQMAP-STATUS                PIC XX      VALUE SPACES.
      ******************************************************************
      *    RUN TIMESTAMP
      ******************************************************************
       01  WS-DATE                        PIC 9(06)   VALUE ZERO.
       01  WS-TIME                        PIC 9(08)   VALUE ZERO.
      ******************************************************************
      *    CURRENT TEST CASE
      ******************************************************************
       01  WS-CASE-ID                     PIC X(08)   VALUE SPACES.
       01  WS-CASE-QUEUE                  PIC X(48)   VALUE SPACES.
       01  WS-CASE-EXPECT                 PIC X(01)   VALUE SPACE.
       01  WS-CASE-EXPECT-RULE            PIC X(08)   VALUE SPACES.
       01  WS-CASE-PAYLOAD-LEN            PIC 9(05)   VALUE ZERO.
       01  WS-CASE-EXPECT-LEN             PIC 9(05)   VALUE ZERO.
       01  WS-CASE-DESCRIPTION            PIC X(40)   VALUE SPACES.
       01  WS-CASE-ERROR                  PIC X(40)   VALUE SPACES.
      *    NEXT FREE POSITION IN THE PAYLOAD AND EXPECTED BUFFERS
       01  WS-PAYLOAD-POS                 PIC 9(06)   COMP VALUE ZERO.
       01  WS-EXPECT-POS                  PIC 9(06)   COMP VALUE ZERO.
       01  WS-CHUNK-LEN                   PIC 9(05)   COMP VALUE ZERO.
       01  WS-LOADED-LEN                  PIC 9(06)   COMP VALUE ZERO.
      ******************************************************************
      *    MESSAGE BUFFERS - THE SAME SIZES AS IN IMSMQ02
      ******************************************************************
       01  WS-BUFFLEN                     PIC 9(05)   VALUE 32768.
       01  WS-MSG-BUFF                    PIC X(32768).
       01  WS-EXPECT-BUFF                 PIC X(32768).
       01  WS-XFRM-OUT                    PIC X(32768).
       01  WS-MSG-USED-LEN                PIC 9(05)   COMP VALUE ZERO.
       01  WS-XFRM-MAP-COUNT              PIC 9(03)   VALUE ZERO.
      ******************************************************************
      *    ACTUAL RESULT OF THE CASE
      ******************************************************************
       01  WS-ACT-RESULT                  PIC X(01)   VALUE SPACE.
           88 ACT-ROUTED                              VALUE 'R'.
           88 ACT-REJECTED                            VALUE 'V'.
           88 ACT-UNROUTABLE                          VALUE 'U'.
       01  WS-ACT-RULE                    PIC X(08)   VALUE SPACES.
       01  WS-ACT-REASON                  PIC X(50)   VALUE SPACES.
       01  WS-ACT-TRAN-CODE               PIC X(08)   VALUE SPACES.
       01  WS-ACT-LEN                     PIC 9(05)   VALUE ZERO.
      ******************************************************************
      *    ROUTING RULE SERVICE (MQRULEX) - VALIDATION AND MAPPING
      ******************************************************************
           COPY RULXPARM.
      ******************************************************************
      *    BYTE-LEVEL DIFF
      ******************************************************************
       01  WS-DIFF-MAX                    PIC 9(03)   VALUE 020.
       01  WS-DIFF-PRINTED                PIC 9(03)   VALUE ZERO.
       01  WS-DIFF-BYTES                  PIC 9(05)   VALUE ZERO.
       01  WS-DIFF-FIRST                  PIC 9(05)   VALUE ZERO.
       01  WS-DIFF-POS                    PIC 9(05)   COMP VALUE ZERO.
       01  WS-DIFF-POS-OUT                PIC 9(05)   VALUE ZERO.
       01  WS-CMP-LEN                     PIC 9(05)   COMP VALUE ZERO.
       01  WS-CONTEXT-LEN                 PIC 9(03)   COMP VALUE ZERO.
       01  CC-HEX-DIGITS                  PIC X(16)   VALUE
                                          '0123456789ABCDEF'.
       01  WS-HEX-WORK                    PIC 9(04)   COMP VALUE ZERO.
       01  WS-HEX-WORK-X REDEFINES WS-HEX-WORK
                                          PIC X(02).
       01  WS-HEX-HI                      PIC 9(02)   VALUE ZERO.
       01  WS-HEX-LO                      PIC 9(02)   VALUE ZERO.
       01  WS-BYTE                        PIC X(01)   VALUE SPACE.
       01  WS-BYTE-SHOW                   PIC X(01)   VALUE SPACE.
       01  WS-BYTE-HEX                    PIC X(02)   VALUE SPACES.
       01  WS-EXP-SHOW                    PIC X(01)   VALUE SPACE.
       01  WS-EXP-HEX                     PIC X(02)   VALUE SPACES.
      ******************************************************************
      *    COUNTERS
      ******************************************************************
       01  WS-CASES-READ                  PIC 9(05)   VALUE ZERO.
       01  WS-CASES-PASSED                PIC 9(05)   VALUE ZERO.
       01  WS-CASES-FAILED                PIC 9(05)   VALUE ZERO.
       01  WS-INPUT-ERRORS                PIC 9(05)   VALUE ZERO.
      ******************************************************************
      *    SWITCHES
      ******************************************************************
       01  SWITCHES.
           05 SW-CASE-EOF                 PIC X       VALUE 'N'.
             88 CASE-END-OF-FILE                      VALUE 'Y'.
           05 SW-RUN-STATE                PIC X       VALUE 'N'.
             88 RUN-FAILED                            VALUE 'Y'.
           05 SW-CASE-INPUT               PIC X       VALUE 'Y'.
             88 CASE-INPUT-OK                         VALUE 'Y'.
             88 CASE-INPUT-BAD                        VALUE 'N'.
           05 SW-CASE-RESULT              PIC X       VALUE 'Y'.
             88 CASE-PASSED                           VALUE 'Y'.
             88 CASE-FAILED                           VALUE 'N'.
           05 SW-XFRM-EOF                 PIC X       VALUE 'N'.
             88 XFRM-END-OF-MAPS                      VALUE 'Y'.
      *
       01  FILLER                        PIC X(32)    VALUE
                                       'X MODULE MQRULTS END WSS X'.
      *
       PROCEDURE DIVISION.
      **************************************************************
      *                                                            *
      *    A   MAINROUTINE                                         *
      *                                                            *
      **************************************************************
       A-MAINROUTINE SECTION.

           PERFORM B-INITIATION
           IF NOT RUN-FAILED
              PERFORM G-READ-CASE-RECORD
              PERFORM C-PROCESS-CASE UNTIL CASE-END-OF-FILE
              PERFORM F-PRINT-TOTALS
           END-IF
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

           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
              DISPLAY 'MQRULTS  CASE-FILE OPEN FAILED ' WS-CASE-STATUS
              SET RUN-FAILED TO TRUE
           END-IF
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-STATUS NOT = '00'
              DISPLAY 'MQRULTS  ROUTE-FILE OPEN FAILED ' WS-ROUTE-STATUS
              SET RUN-FAILED TO TRUE
           END-IF
           OPEN INPUT VALRULE-FILE
           IF WS-VALR-STATUS NOT = '00'
              DISPLAY 'MQRULTS  VALRULE-FILE OPEN FAILED '
                      WS-VALR-STATUS
              SET RUN-FAILED TO TRUE
           END-IF
           OPEN INPUT MQMAP-FILE
           IF WS-MQMAP-STATUS NOT = '00'
              DISPLAY 'MQRULTS  MQMAP-FILE OPEN FAILED ' WS-MQMAP-STATUS
              SET RUN-FAILED TO TRUE
           END-IF

           DISPLAY '============================================'
           DISPLAY '   ROUTING RULE REGRESSION TEST ' WS-DATE
                   ' ' WS-TIME (1:6)
           DISPLAY '============================================'
           CONTINUE.
      ******************************************************************
      *
      *    C   PROCESS ONE TEST CASE - THE CURRENT RECORD MUST BE A
      *        CASE HEADER. ANYTHING ELSE HERE IS A BROKEN PACK
      *
      ******************************************************************
       C-PROCESS-CASE SECTION.
           IF NOT RULT-IS-CASE
              DISPLAY 'MQRULTS  RECORD OUT OF PLACE - TYPE <'
                      RULT-TYPE '> CASE ' RULT-CASE-ID
              ADD 1                        TO WS-INPUT-ERRORS
              PERFORM G-READ-CASE-RECORD
           ELSE
              PERFORM CA-LOAD-CASE
              IF CASE-INPUT-OK
                 PERFORM D-RUN-CASE
              END-IF
              PERFORM E-CHECK-RESULT
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  LOAD THE CASE HEADER, THEN ITS DATA RECORDS UP TO
      *    ***  THE NEXT HEADER
      *    *************************************************************
       CA-LOAD-CASE SECTION.
           ADD 1                           TO WS-CASES-READ
           SET CASE-INPUT-OK               TO TRUE
           MOVE SPACES                     TO WS-CASE-ERROR
           MOVE RULT-CASE-ID               TO WS-CASE-ID
           MOVE RULT-QUEUE-NAME            TO WS-CASE-QUEUE
           MOVE RULT-EXPECT                TO WS-CASE-EXPECT
           MOVE RULT-EXPECT-RULE           TO WS-CASE-EXPECT-RULE
           MOVE RULT-DESCRIPTION           TO WS-CASE-DESCRIPTION
           MOVE ZERO                       TO WS-CASE-PAYLOAD-LEN
                                              WS-CASE-EXPECT-LEN

           EVALUATE TRUE
              WHEN RULT-PAYLOAD-LEN NOT NUMERIC
              OR   RULT-EXPECT-LEN NOT NUMERIC
                 SET CASE-INPUT-BAD        TO TRUE
                 MOVE 'LENGTHS ON THE HEADER NOT NUMERIC'
                                           TO WS-CASE-ERROR
              WHEN NOT RULT-EXPECT-VALID
                 SET CASE-INPUT-BAD        TO TRUE
                 MOVE 'EXPECTED RESULT MUST BE R, V OR U'
                                           TO WS-CASE-ERROR
              WHEN RULT-QUEUE-NAME = SPACES
                 SET CASE-INPUT-BAD        TO TRUE
                 MOVE 'QUEUE NAME MISSING' TO WS-CASE-ERROR
              WHEN OTHER
                 MOVE RULT-PAYLOAD-LEN     TO WS-CASE-PAYLOAD-LEN
                 MOVE RULT-EXPECT-LEN      TO WS-CASE-EXPECT-LEN
           END-EVALUATE

           MOVE SPACES                     TO WS-MSG-BUFF
                                              WS-EXPECT-BUFF
           MOVE 1                          TO WS-PAYLOAD-POS
                                              WS-EXPECT-POS

           PERFORM G-READ-CASE-RECORD
           PERFORM CB-LOAD-CASE-DATA UNTIL CASE-END-OF-FILE
                                        OR RULT-IS-CASE

      *    THE DATA RECORDS MUST COVER THE LENGTHS ON THE HEADER -
      *    UP TO THE BUFFER SIZE, LIKE A TRUNCATED MQGET
           IF CASE-INPUT-OK
              COMPUTE WS-LOADED-LEN = WS-PAYLOAD-POS - 1
              IF WS-LOADED-LEN < WS-CASE-PAYLOAD-LEN
              AND WS-LOADED-LEN < WS-BUFFLEN
                 SET CASE-INPUT-BAD        TO TRUE
                 MOVE 'PAYLOAD RECORDS SHORTER THAN LENGTH'
                                           TO WS-CASE-ERROR
              END-IF
              COMPUTE WS-LOADED-LEN = WS-EXPECT-POS - 1
              IF WS-LOADED-LEN < WS-CASE-EXPECT-LEN
              AND WS-LOADED-LEN < WS-BUFFLEN
                 SET CASE-INPUT-BAD        TO TRUE
                 MOVE 'EXPECTED RECORDS SHORTER THAN LENGTH'
                                           TO WS-CASE-ERROR
              END-IF
           END-IF

      *    BLANK THE REST OF THE LAST DATA RECORD SO ONLY THE BYTES
      *    INSIDE THE HEADER LENGTHS TAKE PART IN THE COMPARE
           IF WS-CASE-PAYLOAD-LEN < WS-BUFFLEN
              MOVE SPACES TO WS-MSG-BUFF (WS-CASE-PAYLOAD-LEN + 1 : )
           END-IF
           IF WS-CASE-EXPECT-LEN < WS-BUFFLEN
              MOVE SPACES TO WS-EXPECT-BUFF (WS-CASE-EXPECT-LEN + 1 : )
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  APPEND ONE PAYLOAD OR EXPECTED-IMAGE RECORD - BYTES
      *    ***  PAST THE BUFFER SIZE ARE DROPPED
      *    *************************************************************
       CB-LOAD-CASE-DATA SECTION.
           IF RULT-CASE-ID NOT = WS-CASE-ID
              SET CASE-INPUT-BAD           TO TRUE
              MOVE SPACES                  TO WS-CASE-ERROR
              STRING 'DATA RECORD FOR CASE ' RULT-CASE-ID
                 DELIMITED BY SIZE INTO WS-CASE-ERROR
              END-STRING
           ELSE
              EVALUATE TRUE
                 WHEN RULT-IS-PAYLOAD
                    IF WS-PAYLOAD-POS <= WS-BUFFLEN
                       COMPUTE WS-CHUNK-LEN =
                               WS-BUFFLEN - WS-PAYLOAD-POS + 1
                       IF WS-CHUNK-LEN > LENGTH OF RULT-BODY
                          MOVE LENGTH OF RULT-BODY TO WS-CHUNK-LEN
                       END-IF
                       MOVE RULT-BODY (1 : WS-CHUNK-LEN)
                         TO WS-MSG-BUFF (WS-PAYLOAD-POS :
                                         WS-CHUNK-LEN)
                    END-IF
                    ADD LENGTH OF RULT-BODY TO WS-PAYLOAD-POS
                 WHEN RULT-IS-EXPECTED
                    IF WS-EXPECT-POS <= WS-BUFFLEN
                       COMPUTE WS-CHUNK-LEN =
                               WS-BUFFLEN - WS-EXPECT-POS + 1
                       IF WS-CHUNK-LEN > LENGTH OF RULT-BODY
                          MOVE LENGTH OF RULT-BODY TO WS-CHUNK-LEN
                       END-IF
                       MOVE RULT-BODY (1 : WS-CHUNK-LEN)
                         TO WS-EXPECT-BUFF (WS-EXPECT-POS :
                                            WS-CHUNK-LEN)
                    END-IF
                    ADD LENGTH OF RULT-BODY TO WS-EXPECT-POS
                 WHEN OTHER
                    SET CASE-INPUT-BAD     TO TRUE
                    MOVE SPACES            TO WS-CASE-ERROR
                    STRING 'UNKNOWN RECORD TYPE <' RULT-TYPE '>'
                       DELIMITED BY SIZE INTO WS-CASE-ERROR
                    END-STRING
              END-EVALUATE
           END-IF

           PERFORM G-READ-CASE-RECORD
           CONTINUE.
      ******************************************************************
      *
      *    D   RUN THE CASE THROUGH THE ROUTING STEPS IN THE ORDER
      *        IMSMQ02 TAKES THEM - OVERSIZE, VALIDATION, ROUTE
      *        LOOKUP, TRANSFORMATION
      *
      ******************************************************************
       D-RUN-CASE SECTION.
           SET ACT-ROUTED                  TO TRUE
           MOVE SPACES                     TO WS-ACT-RULE
                                              WS-ACT-REASON
                                              WS-ACT-TRAN-CODE
                                              WS-XFRM-OUT
           MOVE ZERO                       TO WS-ACT-LEN

      *    A MESSAGE OVER THE BUFFER GOES TO THE ERROR QUEUE BEFORE
      *    ANY RULE IS LOOKED AT
           IF WS-CASE-PAYLOAD-LEN > WS-BUFFLEN
              SET ACT-UNROUTABLE           TO TRUE
              MOVE 'MESSAGE OVER 32768 BYTES' TO WS-ACT-REASON
           ELSE
              MOVE WS-CASE-PAYLOAD-LEN     TO WS-MSG-USED-LEN
           END-IF

           IF ACT-ROUTED
              PERFORM DA-VALIDATE-MESSAGE
           END-IF
           IF ACT-ROUTED
              PERFORM DB-FIND-ROUTE
           END-IF
           IF ACT-ROUTED
              IF ROUTE-HAS-TRANSFORM
                 PERFORM DC-TRANSFORM-PAYLOAD
              ELSE
                 MOVE WS-MSG-BUFF          TO WS-XFRM-OUT
                 MOVE WS-MSG-USED-LEN      TO WS-ACT-LEN
              END-IF
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  VALIDATE AGAINST THE QUEUE RULES - NO RULE RECORD
      *    ***  (OR AN INACTIVE ONE) MEANS THE QUEUE IS NOT VALIDATED
      *    *************************************************************
       DA-VALIDATE-MESSAGE SECTION.
           MOVE WS-CASE-QUEUE              TO VALR-QUEUE-NAME
           READ VALRULE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF VALR-IS-ACTIVE
                    SET RULX-FUNC-VALIDATE TO TRUE
                    MOVE WS-CASE-PAYLOAD-LEN TO RULX-DATALEN
                    MOVE WS-MSG-USED-LEN   TO RULX-USED-LEN
                    MOVE ZERO              TO RULX-OUT-LEN
                    CALL 'MQRULEX' USING RULX-PARM
                                         VALR-RECORD
                                         MQMAP-RECORD
                                         WS-MSG-BUFF
                                         WS-XFRM-OUT
                    END-CALL
                    IF RULX-RULE-FAILED
                       SET ACT-REJECTED    TO TRUE
                       MOVE RULX-FAIL-RULE TO WS-ACT-RULE
                       MOVE SPACES         TO WS-ACT-REASON
                       STRING 'VALIDATION RULE ' RULX-FAIL-RULE
                          DELIMITED BY SIZE INTO WS-ACT-REASON
                       END-STRING
                    END-IF
                 END-IF
           END-READ
           CONTINUE.
      *    *************************************************************
      *    ***  FIND AN ACTIVE ROUTE FOR THE QUEUE
      *    *************************************************************
       DB-FIND-ROUTE SECTION.
           MOVE WS-CASE-QUEUE              TO ROUTE-QUEUE-NAME
           READ ROUTE-FILE
              INVALID KEY
                 SET ACT-UNROUTABLE        TO TRUE
                 MOVE 'NO ROUTE FOR QUEUE' TO WS-ACT-REASON
              NOT INVALID KEY
                 MOVE ROUTE-TRAN-CODE      TO WS-ACT-TRAN-CODE
                 IF NOT ROUTE-IS-ACTIVE
                    SET ACT-UNROUTABLE     TO TRUE
                    MOVE 'ROUTE INACTIVE'  TO WS-ACT-REASON
                 END-IF
           END-READ
           CONTINUE.
      *    *************************************************************
      *    ***  TRANSFORM THROUGH EVERY ACTIVE FIELD MAPPING OF THE
      *    ***  QUEUE IN SEQUENCE ORDER - A FAILED MAPPING OR NO
      *    ***  MAPPINGS AT ALL SENDS THE MESSAGE TO THE ERROR QUEUE
      *    *************************************************************
       DC-TRANSFORM-PAYLOAD SECTION.
           MOVE 'N'                        TO SW-XFRM-EOF
           MOVE ZERO                       TO WS-XFRM-MAP-COUNT
           MOVE ZERO                       TO RULX-OUT-LEN
           SET RULX-RETURN-OK              TO TRUE

           MOVE WS-CASE-QUEUE              TO MQMAP-QUEUE-NAME
           MOVE ZERO                       TO MQMAP-FIELD-SEQ
           START MQMAP-FILE KEY NOT < MQMAP-KEY
              INVALID KEY
                 SET XFRM-END-OF-MAPS      TO TRUE
           END-START

           PERFORM UNTIL XFRM-END-OF-MAPS OR RULX-RULE-FAILED
              READ MQMAP-FILE NEXT
                 AT END
                    SET XFRM-END-OF-MAPS   TO TRUE
                 NOT AT END
                    IF MQMAP-QUEUE-NAME NOT = WS-CASE-QUEUE
                       SET XFRM-END-OF-MAPS TO TRUE
                    ELSE
                       IF MQMAP-IS-ACTIVE
                          ADD 1            TO WS-XFRM-MAP-COUNT
                          SET RULX-FUNC-MAP TO TRUE
                          MOVE WS-MSG-USED-LEN TO RULX-DATALEN
                                                  RULX-USED-LEN
                          CALL 'MQRULEX' USING RULX-PARM
                                               VALR-RECORD
                                               MQMAP-RECORD
                                               WS-MSG-BUFF
                                               WS-XFRM-OUT
                          END-CALL
                       END-IF
                    END-IF
              END-READ
              IF WS-MQMAP-STATUS NOT = '00'
                 SET XFRM-END-OF-MAPS      TO TRUE
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN RULX-RULE-FAILED
                 SET ACT-UNROUTABLE        TO TRUE
                 MOVE SPACES               TO WS-ACT-REASON
                 STRING 'XFRM MAPPING ' MQMAP-FIELD-SEQ ' '
                        RULX-FAIL-TEXT
                    DELIMITED BY SIZE INTO WS-ACT-REASON
                 END-STRING
              WHEN WS-XFRM-MAP-COUNT = ZERO
                 SET ACT-UNROUTABLE        TO TRUE
                 MOVE 'XFRM NO FIELD MAPPINGS' TO WS-ACT-REASON
              WHEN OTHER
                 MOVE RULX-OUT-LEN         TO WS-ACT-LEN
           END-EVALUATE
           CONTINUE.
      ******************************************************************
      *
      *    E   CHECK THE ACTUAL RESULT AGAINST THE EXPECTED ONE AND
      *        PRINT THE CASE
      *
      ******************************************************************
       E-CHECK-RESULT SECTION.
           SET CASE-PASSED                 TO TRUE
           EVALUATE TRUE
              WHEN CASE-INPUT-BAD
                 SET CASE-FAILED           TO TRUE
              WHEN WS-ACT-RESULT NOT = WS-CASE-EXPECT
                 SET CASE-FAILED           TO TRUE
              WHEN ACT-REJECTED
              AND  WS-CASE-EXPECT-RULE NOT = SPACES
              AND  WS-CASE-EXPECT-RULE NOT = WS-ACT-RULE
                 SET CASE-FAILED           TO TRUE
              WHEN ACT-ROUTED
              AND  WS-CASE-EXPECT-LEN > ZERO
                 IF WS-ACT-LEN NOT = WS-CASE-EXPECT-LEN
                 OR WS-XFRM-OUT NOT = WS-EXPECT-BUFF
                    SET CASE-FAILED        TO TRUE
                 END-IF
           END-EVALUATE

           DISPLAY ' '
           IF CASE-PASSED
              ADD 1                        TO WS-CASES-PASSED
              DISPLAY 'PASS  CASE ' WS-CASE-ID ' ' WS-CASE-QUEUE
           ELSE
              ADD 1                        TO WS-CASES-FAILED
              DISPLAY 'FAIL  CASE ' WS-CASE-ID ' ' WS-CASE-QUEUE
           END-IF
           IF WS-CASE-DESCRIPTION NOT = SPACES
              DISPLAY '      ' WS-CASE-DESCRIPTION
           END-IF

           IF CASE-INPUT-BAD
              DISPLAY '      BAD TEST CASE - ' WS-CASE-ERROR
           ELSE
              DISPLAY '      EXPECTED ' WS-CASE-EXPECT
                      '  RULE ' WS-CASE-EXPECT-RULE
                      '  LENGTH ' WS-CASE-EXPECT-LEN
              DISPLAY '      ACTUAL   ' WS-ACT-RESULT
                      '  RULE ' WS-ACT-RULE
                      '  LENGTH ' WS-ACT-LEN
                      '  TRAN ' WS-ACT-TRAN-CODE
              IF WS-ACT-REASON NOT = SPACES
                 DISPLAY '      REASON   ' WS-ACT-REASON
              END-IF
              IF CASE-FAILED
              AND ACT-ROUTED
              AND WS-CASE-EXPECT = 'R'
              AND WS-CASE-EXPECT-LEN > ZERO
                 PERFORM EA-PRINT-IMAGE-DIFF
              END-IF
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  BYTE-LEVEL DIFF OF THE EXPECTED AND ACTUAL IMAGES -
      *    ***  THE FIRST DIFFERENCES BY POSITION, CHARACTER AND
      *    ***  HEX, THEN BOTH IMAGES FROM THE FIRST DIFFERENCE ON
      *    *************************************************************
       EA-PRINT-IMAGE-DIFF SECTION.
           MOVE ZERO                       TO WS-DIFF-PRINTED
                                              WS-DIFF-BYTES
                                              WS-DIFF-FIRST
           IF WS-ACT-LEN > WS-CASE-EXPECT-LEN
              MOVE WS-ACT-LEN              TO WS-CMP-LEN
           ELSE
              MOVE WS-CASE-EXPECT-LEN      TO WS-CMP-LEN
           END-IF
           IF WS-CMP-LEN > WS-BUFFLEN
              MOVE WS-BUFFLEN              TO WS-CMP-LEN
           END-IF

           DISPLAY '      POS    EXPECTED  ACTUAL'
           PERFORM VARYING WS-DIFF-POS FROM 1 BY 1
                   UNTIL WS-DIFF-POS > WS-CMP-LEN
              IF WS-XFRM-OUT (WS-DIFF-POS : 1) NOT =
                 WS-EXPECT-BUFF (WS-DIFF-POS : 1)
                 ADD 1                     TO WS-DIFF-BYTES
                 IF WS-DIFF-FIRST = ZERO
                    MOVE WS-DIFF-POS       TO WS-DIFF-FIRST
                 END-IF
                 IF WS-DIFF-PRINTED < WS-DIFF-MAX
                    ADD 1                  TO WS-DIFF-PRINTED
                    MOVE WS-EXPECT-BUFF (WS-DIFF-POS : 1) TO WS-BYTE
                    PERFORM EB-FORMAT-BYTE
                    MOVE WS-BYTE-SHOW      TO WS-EXP-SHOW
                    MOVE WS-BYTE-HEX       TO WS-EXP-HEX
                    MOVE WS-XFRM-OUT (WS-DIFF-POS : 1) TO WS-BYTE
                    PERFORM EB-FORMAT-BYTE
                    MOVE WS-DIFF-POS       TO WS-DIFF-POS-OUT
                    DISPLAY '      ' WS-DIFF-POS-OUT
                            '  ' WS-EXP-SHOW ' X''' WS-EXP-HEX ''''
                            '  ' WS-BYTE-SHOW ' X''' WS-BYTE-HEX ''''
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY '      BYTES DIFFERING: ' WS-DIFF-BYTES

           IF WS-DIFF-FIRST > ZERO
              COMPUTE WS-CONTEXT-LEN = WS-CMP-LEN - WS-DIFF-FIRST + 1
              IF WS-CONTEXT-LEN > 60
                 MOVE 60                   TO WS-CONTEXT-LEN
              END-IF
              DISPLAY '      FROM POS ' WS-DIFF-FIRST
              DISPLAY '      EXPECTED <'
                      WS-EXPECT-BUFF (WS-DIFF-FIRST : WS-CONTEXT-LEN)
                      '>'
              DISPLAY '      ACTUAL   <'
                      WS-XFRM-OUT (WS-DIFF-FIRST : WS-CONTEXT-LEN)
                      '>'
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  FORMAT ONE BYTE AS A PRINTABLE CHARACTER AND TWO HEX
      *    ***  DIGITS - NON-PRINTABLE BYTES SHOW AS A PERIOD
      *    *************************************************************
       EB-FORMAT-BYTE SECTION.
           MOVE ZERO                       TO WS-HEX-WORK
           MOVE WS-BYTE                    TO WS-HEX-WORK-X (2:1)
           DIVIDE WS-HEX-WORK BY 16 GIVING WS-HEX-HI
                                    REMAINDER WS-HEX-LO
           MOVE CC-HEX-DIGITS (WS-HEX-HI + 1 : 1) TO WS-BYTE-HEX (1:1)
           MOVE CC-HEX-DIGITS (WS-HEX-LO + 1 : 1) TO WS-BYTE-HEX (2:1)
           IF WS-BYTE < SPACE
              MOVE '.'                     TO WS-BYTE-SHOW
           ELSE
              MOVE WS-BYTE                 TO WS-BYTE-SHOW
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    F   PRINT THE TOTALS
      *
      ******************************************************************
       F-PRINT-TOTALS SECTION.
           DISPLAY ' '
           DISPLAY '--------------------------------------------'
           DISPLAY 'TEST CASES READ         : ' WS-CASES-READ
           DISPLAY 'TEST CASES PASSED       : ' WS-CASES-PASSED
           DISPLAY 'TEST CASES FAILED       : ' WS-CASES-FAILED
           DISPLAY 'RECORDS OUT OF PLACE    : ' WS-INPUT-ERRORS
           IF WS-CASES-FAILED > ZERO
           OR WS-INPUT-ERRORS > ZERO
              DISPLAY 'REGRESSION RESULT       : FAILED'
           ELSE
              DISPLAY 'REGRESSION RESULT       : ALL CASES PASSED'
           END-IF
           DISPLAY '============================================'
           CONTINUE.
      ******************************************************************
      *
      *    G   READ THE NEXT TEST CASE RECORD - COMMENTS ARE SKIPPED
      *
      ******************************************************************
       G-READ-CASE-RECORD SECTION.
           SET RULT-IS-COMMENT             TO TRUE
           PERFORM UNTIL NOT RULT-IS-COMMENT
                      OR CASE-END-OF-FILE
              READ CASE-FILE
                 AT END
                    SET CASE-END-OF-FILE   TO TRUE
              END-READ
              IF WS-CASE-STATUS NOT = '00'
              AND WS-CASE-STATUS NOT = '10'
                 DISPLAY 'MQRULTS  CASE-FILE READ FAILED '
                         WS-CASE-STATUS
                 ADD 1                     TO WS-INPUT-ERRORS
                 SET CASE-END-OF-FILE      TO TRUE
              END-IF
           END-PERFORM
           CONTINUE.
      ******************************************************************
      *
      *    Z   EXIT
      *
      ******************************************************************
       Z-EXIT SECTION.

           CLOSE CASE-FILE
           CLOSE ROUTE-FILE
           CLOSE VALRULE-FILE
           CLOSE MQMAP-FILE

           EVALUATE TRUE
              WHEN RUN-FAILED
                 MOVE 8                    TO RETURN-CODE
              WHEN WS-CASES-FAILED > ZERO
              OR   WS-INPUT-ERRORS > ZERO
                 MOVE 4                    TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO                 TO RETURN-CODE
           END-EVALUATE

           GOBACK.
