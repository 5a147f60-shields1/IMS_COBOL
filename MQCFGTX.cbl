       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQCFGTX.
      ******************************************************************
      *
      *    MODULE      MQCFGTX
      *                MPP
      *                ONLINE MAINTENANCE OF THE IMSMQ02 ROUTING
      *                CONFIGURATION - THE ROUTING FILE (MQROUTE),
      *                THE VALIDATION RULES (MQVALF) AND THE PAYLOAD
      *                FIELD MAPPINGS (MQMAPF). LETS AN AUTHORIZED
      *                OPERATOR LIST THE ENTRIES AND REQUEST ADD,
      *                UPDATE, ACTIVATE AND DEACTIVATE FROM THE
      *                TERMINAL INSTEAD OF A BATCH IDCAMS/REPRO JOB.
      *                NOTHING IS CHANGED HERE - EVERY REQUEST IS
      *                EDITED, THEN WRITTEN AS A PENDING CHANGE TO
      *                PENDCHG WITH THE PROPOSED RECORD IMAGE ON THE
      *                CFGPEND STAGING FILE, AND A SECOND AUTHORIZED
      *                USER APPROVES IT THROUGH QAUTAPP EXACTLY AS
      *                FOR A QAUTHF CHANGE. EVERY REQUEST IS WRITTEN
      *                TO THE AUDIT TRAIL THROUGH THE CENTRAL LOGGING
      *                SERVICE.
      *
      *    INPUT       xxxxxxxxyyyyyfqqq...qqqsssvvv...vvv
      *                |       |    ||       |  |
      *                > TRANS |    ||       |  |
      *                        >LIST||       |  |
      *                         ADD ||       |  |
      *                         UPD ||       |  |
      *                         ACT ||       |  |
      *                         DEACT|       |  |
      *                             >FILE R (MQROUTE) V (MQVALF)
      *                              |       |  |   M (MQMAPF)
      *                              >QUEUE  |  |
      *                                      >MAPPING FIELD SEQ
      *                                         >NEW VALUES (ADD/UPD)
      *
      *                NEW VALUES, BY FILE, IN THE SAME POSITIONS
      *                THE LIST SHOWS THEM:
      *                R  ACTIVE(1) TRANCODE(8) DESCRIPTION(30)
      *                   TRANSFORM(1) REPLY MODE(1)
      *                V  ACTIVE(1) MIN LEN(5) MAX LEN(5)
      *                   NUM OFFSET(4) NUM LEN(2) LITERAL(8)
      *                   LIT LEN(2) TYPE OFFSET(4) TYPE LEN(2)
      *                   TYPE CODES(10 X 2)
      *                M  ACTIVE(1) SOURCE TYPE(1) SRC OFFSET(4)
      *                   SRC LEN(3) DELIMITER(1) FIELD NO(3)
      *                   TGT OFFSET(4) TGT LEN(3) JUSTIFY(1) PAD(1)
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
      *     CB   = VALIDATE THE REQUEST
      *    D
      *     DA   = REQUEST ONE CONFIGURATION CHANGE
      *     DB   = BUILD AND EDIT A ROUTE IMAGE
      *     DC   = BUILD AND EDIT A VALIDATION RULE IMAGE
      *     DE   = BUILD AND EDIT A FIELD MAPPING IMAGE
      *     DF   = READ THE CURRENT ENTRY
      *     DL   = LIST ONE CONFIGURATION FILE
      *     DM   = READ AND INSERT THE NEXT ENTRY
      *     DP   = WRITE THE PENDING CHANGE AND STAGED IMAGE
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
           SELECT VALRULE-FILE      ASSIGN TO MQVALF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS VALR-QUEUE-NAME
                                     FILE STATUS IS WS-VALR-STATUS.
           SELECT MQMAP-FILE        ASSIGN TO MQMAPF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS MQMAP-KEY
                                     FILE STATUS IS WS-MQMAP-STATUS.
           SELECT PEND-FILE         ASSIGN TO PENDCHG
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS PEND-KEY
                                     FILE STATUS IS WS-PEND-STATUS.
           SELECT CFGP-FILE         ASSIGN TO CFGPEND
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS CFGP-ID
                                     FILE STATUS IS WS-CFGP-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
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
       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.
      *
       FD  CFGP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CFGPREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQCFGTX START WSS X'.
      ******************************************************************
      *    IN AREA
      ******************************************************************
       01  INTRANS.
           10 LL                         PIC S9(3) COMP.
           10 ZZ                         PIC S9(3) COMP.
           10 TRAN-CODE                  PIC X(8).
           10 INDATA.
              15 INDATA1                 PIC X(05).
              15 INDATA2                 PIC X(01).
              15 INDATA3                 PIC X(48).
              15 INDATA4                 PIC X(03).
              15 IN-MAP-SEQ REDEFINES INDATA4
                                         PIC 9(03).
              15 INDATA5                 PIC X(60).
              15 IN-ROUTE-VALUES REDEFINES INDATA5.
                 20 IN-RTE-ACTIVE        PIC X(01).
                 20 IN-RTE-TRAN-CODE     PIC X(08).
                 20 IN-RTE-DESCRIPTION   PIC X(30).
                 20 IN-RTE-TRANSFORM     PIC X(01).
                 20 IN-RTE-REPLY-MODE    PIC X(01).
                 20 FILLER               PIC X(19).
              15 IN-VALR-VALUES REDEFINES INDATA5.
                 20 IN-VALR-ACTIVE       PIC X(01).
                 20 IN-VALR-MIN-LENGTH   PIC 9(05).
                 20 IN-VALR-MAX-LENGTH   PIC 9(05).
                 20 IN-VALR-NUM-OFFSET   PIC 9(04).
                 20 IN-VALR-NUM-LENGTH   PIC 9(02).
                 20 IN-VALR-LIT-VALUE    PIC X(08).
                 20 IN-VALR-LIT-LENGTH   PIC 9(02).
                 20 IN-VALR-TYPE-OFFSET  PIC 9(04).
                 20 IN-VALR-TYPE-LENGTH  PIC 9(02).
                 20 IN-VALR-TYPE-CODES   PIC X(20).
                 20 FILLER               PIC X(07).
              15 IN-MAP-VALUES REDEFINES INDATA5.
                 20 IN-MAP-ACTIVE        PIC X(01).
                 20 IN-MAP-SOURCE-TYPE   PIC X(01).
                 20 IN-MAP-SOURCE-OFFSET PIC 9(04).
                 20 IN-MAP-SOURCE-LENGTH PIC 9(03).
                 20 IN-MAP-DELIMITER     PIC X(01).
                 20 IN-MAP-FIELD-NUMBER  PIC 9(03).
                 20 IN-MAP-TARGET-OFFSET PIC 9(04).
                 20 IN-MAP-TARGET-LENGTH PIC 9(03).
                 20 IN-MAP-JUSTIFY       PIC X(01).
                 20 IN-MAP-PAD-CHAR      PIC X(01).
                 20 FILLER               PIC X(38).
      ******************************************************************
      *    RESPONSE AREA
      ******************************************************************
       01  RESPONSE.
           10 RESPONSELL                 PIC S9(3) COMP.
           10 RESPONSEZZ                 PIC S9(3) COMP.
           10 OUTDATA                    PIC X(75).
      *    LIST LINES SHOW THE VALUES IN THE SAME POSITIONS THE
      *    ADD/UPD INPUT TAKES THEM, SO A LINE CAN BE COPIED AND
      *    KEYED OVER
       01  LIST-RESPONSE.
           10 LISTLL                     PIC S9(3) COMP.
           10 LISTZZ                     PIC S9(3) COMP.
           10 LIST-LINE.
              15 LIST-QUEUE-NAME         PIC X(48).
              15 FILLER                  PIC X(01).
              15 LIST-SEQ                PIC X(03).
              15 FILLER                  PIC X(01).
              15 LIST-VALUES             PIC X(60).
              15 LIST-ROUTE-VALUES REDEFINES LIST-VALUES.
                 20 LIST-RTE-ACTIVE      PIC X(01).
                 20 LIST-RTE-TRAN-CODE   PIC X(08).
                 20 LIST-RTE-DESCRIPTION PIC X(30).
                 20 LIST-RTE-TRANSFORM   PIC X(01).
                 20 LIST-RTE-REPLY-MODE  PIC X(01).
                 20 FILLER               PIC X(01).
                 20 LIST-RTE-BREAKER     PIC X(01).
                 20 FILLER               PIC X(17).
              15 LIST-VALR-VALUES REDEFINES LIST-VALUES.
                 20 LIST-VALR-ACTIVE     PIC X(01).
                 20 LIST-VALR-MIN-LENGTH PIC 9(05).
                 20 LIST-VALR-MAX-LENGTH PIC 9(05).
                 20 LIST-VALR-NUM-OFFSET PIC 9(04).
                 20 LIST-VALR-NUM-LENGTH PIC 9(02).
                 20 LIST-VALR-LIT-VALUE  PIC X(08).
                 20 LIST-VALR-LIT-LENGTH PIC 9(02).
                 20 LIST-VALR-TYPE-OFFSET
                                         PIC 9(04).
                 20 LIST-VALR-TYPE-LENGTH
                                         PIC 9(02).
                 20 LIST-VALR-TYPE-CODES PIC X(20).
                 20 FILLER               PIC X(07).
              15 LIST-MAP-VALUES REDEFINES LIST-VALUES.
                 20 LIST-MAP-ACTIVE      PIC X(01).
                 20 LIST-MAP-SOURCE-TYPE PIC X(01).
                 20 LIST-MAP-SOURCE-OFFSET
                                         PIC 9(04).
                 20 LIST-MAP-SOURCE-LENGTH
                                         PIC 9(03).
                 20 LIST-MAP-DELIMITER   PIC X(01).
                 20 LIST-MAP-FIELD-NUMBER
                                         PIC 9(03).
                 20 LIST-MAP-TARGET-OFFSET
                                         PIC 9(04).
                 20 LIST-MAP-TARGET-LENGTH
                                         PIC 9(03).
                 20 LIST-MAP-JUSTIFY     PIC X(01).
                 20 LIST-MAP-PAD-CHAR    PIC X(01).
                 20 FILLER               PIC X(38).
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
      *    AUDIT TRAIL - LOGGED THROUGH THE CENTRAL SERVICE
      ******************************************************************
       01  WS-AUDIT-FUNCTION              PIC X(5)  VALUE SPACES.
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
      *    FILE STATUS
      ******************************************************************
       01  WS-ROUTE-STATUS                PIC XX    VALUE SPACES.
       01  WS-VALR-STATUS                 PIC XX    VALUE SPACES.
       01  WS-MQMAP-STATUS                PIC XX    VALUE SPACES.
       01  WS-PEND-STATUS                 PIC XX    VALUE SPACES.
       01  WS-CFGP-STATUS                 PIC XX    VALUE SPACES.
      ******************************************************************
      *    EDIT LIMITS - THE IMSMQ02 MESSAGE BUFFER AND THE MAPPING
      *    FIELD WORK AREA
      ******************************************************************
       01  WS-PAYLOAD-MAX                 PIC 9(05) VALUE 32768.
       01  WS-MAP-FIELD-MAX               PIC 9(03) VALUE 256.
       01  WS-EDIT-END                    PIC 9(06) VALUE ZERO.
      ******************************************************************
      *    PROPOSED AND CURRENT RECORD IMAGES
      ******************************************************************
       01  WS-NEW-IMAGE                   PIC X(200) VALUE SPACES.
       01  WS-OLD-IMAGE                   PIC X(200) VALUE SPACES.
       01  WS-TARGET-DDNAME               PIC X(08)  VALUE SPACES.
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
           05 SW-FILES-OPEN                PIC X     VALUE 'N'.
             88 FILES-OPEN-OK                        VALUE 'Y'.
           05 SW-INPUT-VALID               PIC X     VALUE 'Y'.
             88 INPUT-IS-VALID                       VALUE 'Y'.
             88 INPUT-IS-INVALID                     VALUE 'N'.
           05 SW-ENTRY                     PIC X     VALUE 'N'.
             88 ENTRY-EXISTS                         VALUE 'Y'.
             88 ENTRY-NOT-FOUND                      VALUE 'N'.
           05 SW-TARGET                    PIC X     VALUE SPACE.
             88 TARGET-ROUTE                         VALUE 'R'.
             88 TARGET-VALR                          VALUE 'V'.
             88 TARGET-MAP                           VALUE 'M'.
             88 TARGET-VALID                         VALUE 'R' 'V'
                                                           'M'.
      *
       01  FILLER                        PIC X(32)  VALUE
                                       'X MODULE MQCFGTX END WSS X'.
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

      *    THE CONFIGURATION FILES ARE ONLY READ - THE CHANGES GO
      *    THROUGH THE PENDING CHANGE FILE AND QAUTAPP APPLIES THEM
      *    AFTER APPROVAL
           SET FILES-OPEN-OK TO TRUE
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-STATUS NOT = '00'
              DISPLAY 'MQCFGTX  ROUTE-FILE OPEN FAILED ' WS-ROUTE-STATUS
              MOVE 'N' TO SW-FILES-OPEN
           END-IF
           OPEN INPUT VALRULE-FILE
           IF WS-VALR-STATUS NOT = '00'
              DISPLAY 'MQCFGTX  VALRULE-FILE OPEN FAILED '
                      WS-VALR-STATUS
              MOVE 'N' TO SW-FILES-OPEN
           END-IF
           OPEN INPUT MQMAP-FILE
           IF WS-MQMAP-STATUS NOT = '00'
              DISPLAY 'MQCFGTX  MQMAP-FILE OPEN FAILED ' WS-MQMAP-STATUS
              MOVE 'N' TO SW-FILES-OPEN
           END-IF

      *    A BRAND NEW (UNLOADED) KSDS GIVES STATUS 35 ON OPEN I-O -
      *    FALL BACK TO OPEN OUTPUT SO THE FIRST RUN CREATES IT
           OPEN I-O PEND-FILE
           IF WS-PEND-STATUS = '35'
              OPEN OUTPUT PEND-FILE
           END-IF
           IF WS-PEND-STATUS NOT = '00'
              DISPLAY 'MQCFGTX  PEND-FILE OPEN FAILED ' WS-PEND-STATUS
              MOVE 'N' TO SW-FILES-OPEN
           END-IF
           OPEN I-O CFGP-FILE
           IF WS-CFGP-STATUS = '35'
              OPEN OUTPUT CFGP-FILE
           END-IF
           IF WS-CFGP-STATUS NOT = '00'
              DISPLAY 'MQCFGTX  CFGP-FILE OPEN FAILED ' WS-CFGP-STATUS
              MOVE 'N' TO SW-FILES-OPEN
           END-IF

           IF NOT FILES-OPEN-OK
              DISPLAY 'MQCFGTX  ALL COMMANDS WILL BE REFUSED'
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
             PERFORM CB-VALIDATE-INPUT
             IF INPUT-IS-VALID AND NOT FILES-OPEN-OK
                SET INPUT-IS-INVALID      TO TRUE
                MOVE 'CONFIGURATION FILES UNAVAILABLE - TRY LATER'
                                          TO OUTDATA
             END-IF
             IF INPUT-IS-INVALID
                CONTINUE
             ELSE
               EVALUATE INDATA1
                 WHEN  'LIST '
                   PERFORM DL-LIST-CONFIG-ENTRIES
                 WHEN OTHER
                   PERFORM DA-REQUEST-CHANGE
               END-EVALUATE
             END-IF
      *
             PERFORM DH-WRITE-RESPONSE
      *
           END-IF
           DISPLAY 'MQCFGTX AVSLUTAR RC ' STC-CODE

           CONTINUE.
      *    *************************************************************
      *    ***  VALIDATE THE COMMAND, THE FILE AND THE KEY
      *    *************************************************************
       CB-VALIDATE-INPUT SECTION.
           SET INPUT-IS-VALID              TO TRUE
           MOVE INDATA2                    TO SW-TARGET

           EVALUATE INDATA1
              WHEN 'LIST '
              WHEN 'ADD  '
              WHEN 'UPD  '
              WHEN 'ACT  '
              WHEN 'DEACT'
                 CONTINUE
              WHEN OTHER
                 SET INPUT-IS-INVALID      TO TRUE
                 MOVE 'INVALID COMMAND - USE LIST/ADD/UPD/ACT/DEACT'
                                           TO OUTDATA
           END-EVALUATE

           IF INPUT-IS-VALID
           AND NOT TARGET-VALID
              SET INPUT-IS-INVALID         TO TRUE
              MOVE 'FILE MUST BE R (MQROUTE) V (MQVALF) M (MQMAPF)'
                                           TO OUTDATA
           END-IF

           IF INPUT-IS-VALID
           AND INDATA1 NOT = 'LIST '
              IF INDATA3 = SPACES
                 SET INPUT-IS-INVALID      TO TRUE
                 MOVE 'QUEUE NAME REQUIRED - REJECTED' TO OUTDATA
              END-IF
              IF TARGET-MAP
              AND (IN-MAP-SEQ NOT NUMERIC OR IN-MAP-SEQ = ZERO)
                 SET INPUT-IS-INVALID      TO TRUE
                 MOVE 'MAPPING FIELD SEQ (3 DIGITS) REQUIRED'
                                           TO OUTDATA
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN TARGET-ROUTE
                 MOVE 'MQROUTE'            TO WS-TARGET-DDNAME
              WHEN TARGET-VALR
                 MOVE 'MQVALF'             TO WS-TARGET-DDNAME
              WHEN TARGET-MAP
                 MOVE 'MQMAPF'             TO WS-TARGET-DDNAME
           END-EVALUATE

           IF INPUT-IS-INVALID
              DISPLAY 'MQCFGTX  INVALID INPUT REJECTED ' INDATA1
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  REQUEST ONE CHANGE - THE ENTRY MUST NOT EXIST FOR AN
      *    ***  ADD AND MUST EXIST FOR EVERYTHING ELSE. THE PROPOSED
      *    ***  IMAGE IS BUILT AND EDITED HERE, SO A BAD OFFSET NEVER
      *    ***  REACHES THE APPROVER
      *    *************************************************************
       DA-REQUEST-CHANGE SECTION.
           PERFORM DF-READ-CURRENT-ENTRY

           EVALUATE TRUE
              WHEN INDATA1 = 'ADD  ' AND ENTRY-EXISTS
                 SET INPUT-IS-INVALID      TO TRUE
                 MOVE 'ENTRY ALREADY EXISTS - USE UPD' TO OUTDATA
              WHEN INDATA1 NOT = 'ADD  ' AND ENTRY-NOT-FOUND
                 SET INPUT-IS-INVALID      TO TRUE
                 MOVE 'ENTRY NOT FOUND'    TO OUTDATA
           END-EVALUATE

           IF INPUT-IS-VALID
              EVALUATE TRUE
                 WHEN TARGET-ROUTE
                    PERFORM DB-BUILD-ROUTE-IMAGE
                 WHEN TARGET-VALR
                    PERFORM DC-BUILD-VALR-IMAGE
                 WHEN TARGET-MAP
                    PERFORM DE-BUILD-MAP-IMAGE
              END-EVALUATE
           END-IF

           IF INPUT-IS-VALID
              PERFORM DP-WRITE-PENDING-CHANGE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  ROUTE IMAGE - THE BREAKER FIELDS ARE CARRIED OVER
      *    ***  UNTOUCHED, THEY BELONG TO IMSMQ02 AND MQBRKTX
      *    *************************************************************
       DB-BUILD-ROUTE-IMAGE SECTION.
           EVALUATE INDATA1
              WHEN 'ADD  '
              WHEN 'UPD  '
                 IF INDATA1 = 'ADD  '
                    MOVE SPACES            TO ROUTE-RECORD
                    MOVE INDATA3           TO ROUTE-QUEUE-NAME
                 END-IF
                 IF IN-RTE-TRAN-CODE = SPACES
                    SET INPUT-IS-INVALID   TO TRUE
                    MOVE 'DESTINATION TRAN CODE REQUIRED' TO OUTDATA
                 END-IF
                 IF IN-RTE-REPLY-MODE NOT = 'A'
                 AND IN-RTE-REPLY-MODE NOT = 'N'
                 AND IN-RTE-REPLY-MODE NOT = SPACE
                    SET INPUT-IS-INVALID   TO TRUE
                    MOVE 'REPLY MODE MUST BE A, N OR BLANK' TO OUTDATA
                 END-IF
                 MOVE IN-RTE-TRAN-CODE     TO ROUTE-TRAN-CODE
                 MOVE IN-RTE-DESCRIPTION   TO ROUTE-DESCRIPTION
                 MOVE IN-RTE-REPLY-MODE    TO ROUTE-REPLY-MODE
                 IF IN-RTE-ACTIVE = 'Y'
                    MOVE 'Y'               TO ROUTE-ACTIVE
                 ELSE
                    MOVE 'N'               TO ROUTE-ACTIVE
                 END-IF
                 IF IN-RTE-TRANSFORM = 'Y'
                    MOVE 'Y'               TO ROUTE-TRANSFORM
                 ELSE
                    MOVE 'N'               TO ROUTE-TRANSFORM
                 END-IF
              WHEN 'ACT  '
                 MOVE 'Y'                  TO ROUTE-ACTIVE
              WHEN 'DEACT'
                 MOVE 'N'                  TO ROUTE-ACTIVE
           END-EVALUATE
           MOVE ROUTE-RECORD               TO WS-NEW-IMAGE
           CONTINUE.
      *    *************************************************************
      *    ***  VALIDATION RULE IMAGE - A ZERO OFFSET OR LENGTH
      *    ***  MEANS THE RULE IS NOT CHECKED, BUT A HALF-SET RULE
      *    ***  IS REFUSED
      *    *************************************************************
       DC-BUILD-VALR-IMAGE SECTION.
           EVALUATE INDATA1
              WHEN 'ADD  '
              WHEN 'UPD  '
                 IF IN-VALR-MIN-LENGTH NOT NUMERIC
                 OR IN-VALR-MAX-LENGTH NOT NUMERIC
                 OR IN-VALR-NUM-OFFSET NOT NUMERIC
                 OR IN-VALR-NUM-LENGTH NOT NUMERIC
                 OR IN-VALR-LIT-LENGTH NOT NUMERIC
                 OR IN-VALR-TYPE-OFFSET NOT NUMERIC
                 OR IN-VALR-TYPE-LENGTH NOT NUMERIC
                    SET INPUT-IS-INVALID   TO TRUE
                    MOVE 'LENGTHS AND OFFSETS MUST BE NUMERIC'
                                           TO OUTDATA
                 END-IF
              WHEN 'ACT  '
                 MOVE 'Y'                  TO VALR-ACTIVE
              WHEN 'DEACT'
                 MOVE 'N'                  TO VALR-ACTIVE
           END-EVALUATE

           IF INPUT-IS-VALID
           AND (INDATA1 = 'ADD  ' OR INDATA1 = 'UPD  ')
              EVALUATE TRUE
                 WHEN IN-VALR-MAX-LENGTH > WS-PAYLOAD-MAX
                    MOVE 'MAX LENGTH OVER 32768' TO OUTDATA
                 WHEN IN-VALR-MAX-LENGTH > ZERO
                 AND  IN-VALR-MIN-LENGTH > IN-VALR-MAX-LENGTH
                    MOVE 'MIN LENGTH OVER MAX LENGTH' TO OUTDATA
                 WHEN (IN-VALR-NUM-OFFSET = ZERO)
                  NOT = (IN-VALR-NUM-LENGTH = ZERO)
                    MOVE 'NUMERIC RULE NEEDS BOTH OFFSET AND LENGTH'
                                           TO OUTDATA
                 WHEN IN-VALR-LIT-LENGTH > 8
                    MOVE 'LITERAL LENGTH OVER 8' TO OUTDATA
                 WHEN IN-VALR-LIT-LENGTH > ZERO
                 AND  IN-VALR-LIT-VALUE = SPACES
                    MOVE 'LITERAL LENGTH GIVEN WITHOUT A LITERAL'
                                           TO OUTDATA
                 WHEN IN-VALR-TYPE-LENGTH > 2
                    MOVE 'TYPE CODE LENGTH OVER 2' TO OUTDATA
                 WHEN (IN-VALR-TYPE-OFFSET = ZERO)
                  NOT = (IN-VALR-TYPE-LENGTH = ZERO)
                    MOVE 'TYPE RULE NEEDS BOTH OFFSET AND LENGTH'
                                           TO OUTDATA
                 WHEN IN-VALR-TYPE-OFFSET > ZERO
                 AND  IN-VALR-TYPE-CODES = SPACES
                    MOVE 'TYPE RULE NEEDS AT LEAST ONE TYPE CODE'
                                           TO OUTDATA
              END-EVALUATE
              IF OUTDATA NOT = SPACES
                 SET INPUT-IS-INVALID      TO TRUE
              END-IF
           END-IF

           IF INPUT-IS-VALID
           AND (INDATA1 = 'ADD  ' OR INDATA1 = 'UPD  ')
              MOVE SPACES                  TO VALR-RECORD
              MOVE INDATA3                 TO VALR-QUEUE-NAME
              IF IN-VALR-ACTIVE = 'Y'
                 MOVE 'Y'                  TO VALR-ACTIVE
              ELSE
                 MOVE 'N'                  TO VALR-ACTIVE
              END-IF
              MOVE IN-VALR-MIN-LENGTH      TO VALR-MIN-LENGTH
              MOVE IN-VALR-MAX-LENGTH      TO VALR-MAX-LENGTH
              MOVE IN-VALR-NUM-OFFSET      TO VALR-NUM-OFFSET
              MOVE IN-VALR-NUM-LENGTH      TO VALR-NUM-LENGTH
              MOVE IN-VALR-LIT-VALUE       TO VALR-LIT-VALUE
              MOVE IN-VALR-LIT-LENGTH      TO VALR-LIT-LENGTH
              MOVE IN-VALR-TYPE-OFFSET     TO VALR-TYPE-OFFSET
              MOVE IN-VALR-TYPE-LENGTH     TO VALR-TYPE-LENGTH
              MOVE IN-VALR-TYPE-CODES      TO VALR-TYPE-CODE-LIST
           END-IF
           MOVE VALR-RECORD                TO WS-NEW-IMAGE
           CONTINUE.
      *    *************************************************************
      *    ***  FIELD MAPPING IMAGE - SOURCE AND TARGET MUST FALL
      *    ***  INSIDE THE IMSMQ02 MESSAGE BUFFER, A FIXED SOURCE
      *    ***  FIELD INSIDE THE MAPPING WORK AREA
      *    *************************************************************
       DE-BUILD-MAP-IMAGE SECTION.
           EVALUATE INDATA1
              WHEN 'ADD  '
              WHEN 'UPD  '
                 IF IN-MAP-SOURCE-OFFSET NOT NUMERIC
                 OR IN-MAP-SOURCE-LENGTH NOT NUMERIC
                 OR IN-MAP-FIELD-NUMBER NOT NUMERIC
                 OR IN-MAP-TARGET-OFFSET NOT NUMERIC
                 OR IN-MAP-TARGET-LENGTH NOT NUMERIC
                    SET INPUT-IS-INVALID   TO TRUE
                    MOVE 'OFFSETS, LENGTHS AND FIELD NO MUST BE NUMERIC'
                                           TO OUTDATA
                 END-IF
              WHEN 'ACT  '
                 MOVE 'Y'                  TO MQMAP-ACTIVE
              WHEN 'DEACT'
                 MOVE 'N'                  TO MQMAP-ACTIVE
           END-EVALUATE

           IF INPUT-IS-VALID
           AND (INDATA1 = 'ADD  ' OR INDATA1 = 'UPD  ')
              COMPUTE WS-EDIT-END = IN-MAP-TARGET-OFFSET
                                  + IN-MAP-TARGET-LENGTH - 1
              EVALUATE TRUE
                 WHEN IN-MAP-SOURCE-TYPE NOT = 'F'
                 AND  IN-MAP-SOURCE-TYPE NOT = 'D'
                    MOVE 'SOURCE TYPE MUST BE F OR D' TO OUTDATA
                 WHEN IN-MAP-SOURCE-TYPE = 'F'
                 AND (IN-MAP-SOURCE-OFFSET = ZERO
                 OR   IN-MAP-SOURCE-LENGTH = ZERO)
                    MOVE 'FIXED SOURCE NEEDS OFFSET AND LENGTH'
                                           TO OUTDATA
                 WHEN IN-MAP-SOURCE-TYPE = 'F'
                 AND  IN-MAP-SOURCE-LENGTH > WS-MAP-FIELD-MAX
                    MOVE 'SOURCE LENGTH OVER 256' TO OUTDATA
                 WHEN IN-MAP-SOURCE-TYPE = 'D'
                 AND (IN-MAP-DELIMITER = SPACE
                 OR   IN-MAP-FIELD-NUMBER = ZERO)
                    MOVE 'DELIMITED SOURCE NEEDS DELIMITER AND FIELD NO'
                                           TO OUTDATA
                 WHEN IN-MAP-TARGET-OFFSET = ZERO
                 OR   IN-MAP-TARGET-LENGTH = ZERO
                    MOVE 'TARGET OFFSET AND LENGTH REQUIRED'
                                           TO OUTDATA
                 WHEN WS-EDIT-END > WS-PAYLOAD-MAX
                    MOVE 'TARGET OUTSIDE THE 32768 BYTE PAYLOAD'
                                           TO OUTDATA
                 WHEN IN-MAP-JUSTIFY NOT = 'L'
                 AND  IN-MAP-JUSTIFY NOT = 'R'
                 AND  IN-MAP-JUSTIFY NOT = SPACE
                    MOVE 'JUSTIFY MUST BE L, R OR BLANK' TO OUTDATA
              END-EVALUATE
              IF OUTDATA NOT = SPACES
                 SET INPUT-IS-INVALID      TO TRUE
              END-IF
           END-IF

           IF INPUT-IS-VALID
           AND (INDATA1 = 'ADD  ' OR INDATA1 = 'UPD  ')
              MOVE SPACES                  TO MQMAP-RECORD
              MOVE INDATA3                 TO MQMAP-QUEUE-NAME
              MOVE IN-MAP-SEQ              TO MQMAP-FIELD-SEQ
              IF IN-MAP-ACTIVE = 'Y'
                 MOVE 'Y'                  TO MQMAP-ACTIVE
              ELSE
                 MOVE 'N'                  TO MQMAP-ACTIVE
              END-IF
              MOVE IN-MAP-SOURCE-TYPE      TO MQMAP-SOURCE-TYPE
              MOVE IN-MAP-SOURCE-OFFSET    TO MQMAP-SOURCE-OFFSET
              MOVE IN-MAP-SOURCE-LENGTH    TO MQMAP-SOURCE-LENGTH
              MOVE IN-MAP-DELIMITER        TO MQMAP-DELIMITER
              MOVE IN-MAP-FIELD-NUMBER     TO MQMAP-FIELD-NUMBER
              MOVE IN-MAP-TARGET-OFFSET    TO MQMAP-TARGET-OFFSET
              MOVE IN-MAP-TARGET-LENGTH    TO MQMAP-TARGET-LENGTH
              MOVE IN-MAP-JUSTIFY          TO MQMAP-JUSTIFY
              MOVE IN-MAP-PAD-CHAR         TO MQMAP-PAD-CHAR
           END-IF
           MOVE MQMAP-RECORD               TO WS-NEW-IMAGE
           CONTINUE.
      *    *************************************************************
      *    ***  READ THE CURRENT ENTRY - ITS IMAGE IS KEPT AS THE
      *    ***  BEFORE IMAGE OF THE CHANGE
      *    *************************************************************
       DF-READ-CURRENT-ENTRY SECTION.
           SET ENTRY-NOT-FOUND             TO TRUE
           MOVE SPACES                     TO WS-OLD-IMAGE
                                              WS-NEW-IMAGE
           EVALUATE TRUE
              WHEN TARGET-ROUTE
                 MOVE INDATA3              TO ROUTE-QUEUE-NAME
                 READ ROUTE-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET ENTRY-EXISTS    TO TRUE
                       MOVE ROUTE-RECORD   TO WS-OLD-IMAGE
                 END-READ
              WHEN TARGET-VALR
                 MOVE INDATA3              TO VALR-QUEUE-NAME
                 READ VALRULE-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET ENTRY-EXISTS    TO TRUE
                       MOVE VALR-RECORD    TO WS-OLD-IMAGE
                 END-READ
              WHEN TARGET-MAP
                 MOVE INDATA3              TO MQMAP-QUEUE-NAME
                 MOVE IN-MAP-SEQ           TO MQMAP-FIELD-SEQ
                 READ MQMAP-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET ENTRY-EXISTS    TO TRUE
                       MOVE MQMAP-RECORD   TO WS-OLD-IMAGE
                 END-READ
           END-EVALUATE
           CONTINUE.
      *    *************************************************************
      *    ***  LIST ONE CONFIGURATION FILE - ONE SEGMENT PER ENTRY.
      *    ***  FOR MQMAPF A QUEUE NAME LIMITS THE LIST TO THAT
      *    ***  QUEUE'S MAPPINGS
      *    *************************************************************
       DL-LIST-CONFIG-ENTRIES SECTION.
           MOVE 'N'                        TO SW-LIST-EOF
           MOVE ZERO                       TO WS-LIST-COUNT

           EVALUATE TRUE
              WHEN TARGET-ROUTE
                 MOVE LOW-VALUES           TO ROUTE-QUEUE-NAME
                 START ROUTE-FILE KEY NOT < ROUTE-QUEUE-NAME
                    INVALID KEY
                       SET LIST-END-OF-FILE TO TRUE
                 END-START
              WHEN TARGET-VALR
                 MOVE LOW-VALUES           TO VALR-QUEUE-NAME
                 START VALRULE-FILE KEY NOT < VALR-QUEUE-NAME
                    INVALID KEY
                       SET LIST-END-OF-FILE TO TRUE
                 END-START
              WHEN TARGET-MAP
                 MOVE LOW-VALUES           TO MQMAP-KEY
                 IF INDATA3 NOT = SPACES
                    MOVE INDATA3           TO MQMAP-QUEUE-NAME
                    MOVE ZERO              TO MQMAP-FIELD-SEQ
                 END-IF
                 START MQMAP-FILE KEY NOT < MQMAP-KEY
                    INVALID KEY
                       SET LIST-END-OF-FILE TO TRUE
                 END-START
           END-EVALUATE

           PERFORM DM-LIST-NEXT-ENTRY UNTIL LIST-END-OF-FILE
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
      *    ***  READ AND INSERT THE NEXT ENTRY
      *    *************************************************************
       DM-LIST-NEXT-ENTRY SECTION.
           MOVE SPACES                     TO LIST-LINE
           EVALUATE TRUE
              WHEN TARGET-ROUTE
                 READ ROUTE-FILE NEXT
                    AT END
                       SET LIST-END-OF-FILE TO TRUE
                    NOT AT END
                       MOVE ROUTE-QUEUE-NAME   TO LIST-QUEUE-NAME
                       MOVE ROUTE-ACTIVE       TO LIST-RTE-ACTIVE
                       MOVE ROUTE-TRAN-CODE    TO LIST-RTE-TRAN-CODE
                       MOVE ROUTE-DESCRIPTION  TO LIST-RTE-DESCRIPTION
                       MOVE ROUTE-TRANSFORM    TO LIST-RTE-TRANSFORM
                       MOVE ROUTE-REPLY-MODE   TO LIST-RTE-REPLY-MODE
                       MOVE ROUTE-BREAKER      TO LIST-RTE-BREAKER
                 END-READ
                 IF WS-ROUTE-STATUS NOT = '00'
                    SET LIST-END-OF-FILE   TO TRUE
                 END-IF
              WHEN TARGET-VALR
                 READ VALRULE-FILE NEXT
                    AT END
                       SET LIST-END-OF-FILE TO TRUE
                    NOT AT END
                       MOVE VALR-QUEUE-NAME    TO LIST-QUEUE-NAME
                       MOVE VALR-ACTIVE        TO LIST-VALR-ACTIVE
                       MOVE VALR-MIN-LENGTH    TO LIST-VALR-MIN-LENGTH
                       MOVE VALR-MAX-LENGTH    TO LIST-VALR-MAX-LENGTH
                       MOVE VALR-NUM-OFFSET    TO LIST-VALR-NUM-OFFSET
                       MOVE VALR-NUM-LENGTH    TO LIST-VALR-NUM-LENGTH
                       MOVE VALR-LIT-VALUE     TO LIST-VALR-LIT-VALUE
                       MOVE VALR-LIT-LENGTH    TO LIST-VALR-LIT-LENGTH
                       MOVE VALR-TYPE-OFFSET   TO LIST-VALR-TYPE-OFFSET
                       MOVE VALR-TYPE-LENGTH   TO LIST-VALR-TYPE-LENGTH
                       MOVE VALR-TYPE-CODE-LIST
                                               TO LIST-VALR-TYPE-CODES
                 END-READ
                 IF WS-VALR-STATUS NOT = '00'
                    SET LIST-END-OF-FILE   TO TRUE
                 END-IF
              WHEN TARGET-MAP
                 READ MQMAP-FILE NEXT
                    AT END
                       SET LIST-END-OF-FILE TO TRUE
                    NOT AT END
                       IF INDATA3 NOT = SPACES
                       AND MQMAP-QUEUE-NAME NOT = INDATA3
                          SET LIST-END-OF-FILE TO TRUE
                       END-IF
                       MOVE MQMAP-QUEUE-NAME   TO LIST-QUEUE-NAME
                       MOVE MQMAP-FIELD-SEQ    TO LIST-SEQ
                       MOVE MQMAP-ACTIVE       TO LIST-MAP-ACTIVE
                       MOVE MQMAP-SOURCE-TYPE  TO LIST-MAP-SOURCE-TYPE
                       MOVE MQMAP-SOURCE-OFFSET
                                             TO LIST-MAP-SOURCE-OFFSET
                       MOVE MQMAP-SOURCE-LENGTH
                                             TO LIST-MAP-SOURCE-LENGTH
                       MOVE MQMAP-DELIMITER    TO LIST-MAP-DELIMITER
                       MOVE MQMAP-FIELD-NUMBER
                                             TO LIST-MAP-FIELD-NUMBER
                       MOVE MQMAP-TARGET-OFFSET
                                             TO LIST-MAP-TARGET-OFFSET
                       MOVE MQMAP-TARGET-LENGTH
                                             TO LIST-MAP-TARGET-LENGTH
                       MOVE MQMAP-JUSTIFY      TO LIST-MAP-JUSTIFY
                       MOVE MQMAP-PAD-CHAR     TO LIST-MAP-PAD-CHAR
                 END-READ
      *          ANY ABNORMAL READ STATUS MUST END THE LIST - A
      *          STATUS LIKE 47 RAISES NEITHER AT END NOR INVALID
      *          KEY AND WOULD OTHERWISE LOOP FOREVER
                 IF WS-MQMAP-STATUS NOT = '00'
                    SET LIST-END-OF-FILE   TO TRUE
                 END-IF
           END-EVALUATE

           IF NOT LIST-END-OF-FILE
              ADD 1                        TO WS-LIST-COUNT
              MOVE LENGTH OF LIST-RESPONSE TO LISTLL
              MOVE ZERO                    TO LISTZZ
              MOVE LENGTH OF LIST-RESPONSE TO AIB-IOAREA-LENGTH
              CALL 'AIBTDLI' USING KK-ISRT
                                   AIB
                                   LIST-RESPONSE
              END-CALL
              PERFORM X-AIB-CHECK
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  WRITE A PENDING CHANGE FOR APPROVAL, WITH THE
      *    ***  PROPOSED IMAGE STAGED UNDER THE SAME CHANGE ID -
      *    ***  NOTHING TOUCHES THE CONFIGURATION FILES UNTIL A
      *    ***  SECOND AUTHORIZED USER APPROVES IT THROUGH QAUTAPP
      *    *************************************************************
       DP-WRITE-PENDING-CHANGE SECTION.
           MOVE SPACES                     TO PEND-RECORD
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO PEND-ID-DATE
           END-STRING
           STRING WS-TIM WS-MIN WS-SEC DELIMITED BY SIZE
               INTO PEND-ID-TIME
           END-STRING
           MOVE ZERO                       TO PEND-ID-SEQ
           MOVE INDATA1 (1:3)              TO PEND-ACTION
           MOVE WS-TARGET-DDNAME           TO PEND-TRAN-CODE
           MOVE INDATA3                    TO PEND-QUEUE-NAME
           MOVE SW-TARGET                  TO PEND-TARGET
           IF TARGET-MAP
              MOVE INDATA4                 TO PEND-MAP-SEQ
           END-IF
           MOVE 'P'                        TO PEND-STATUS
           MOVE USERID                     TO PEND-REQUESTER
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO PEND-REQ-DATE
           END-STRING
           STRING WS-TIM WS-MIN WS-SEC WS-HUNDRED DELIMITED BY SIZE
               INTO PEND-REQ-TIME
           END-STRING

      *    REQUESTS LANDING IN THE SAME SECOND GET THE NEXT FREE
      *    SEQUENCE NUMBER - BUMP AND RETRY ON A DUPLICATE KEY
           MOVE SPACES                     TO WS-PEND-STATUS
           PERFORM UNTIL WS-PEND-STATUS = '00'
                         OR PEND-ID-SEQ >= 99
              WRITE PEND-RECORD
              IF WS-PEND-STATUS NOT = '00'
                 IF WS-PEND-STATUS = '22'
                    ADD 1                  TO PEND-ID-SEQ
                 ELSE
                    DISPLAY 'MQCFGTX  PEND WRITE FAILED '
                            WS-PEND-STATUS
                    MOVE 99                TO PEND-ID-SEQ
                 END-IF
              END-IF
           END-PERFORM

           IF WS-PEND-STATUS = '00'
              MOVE SPACES                  TO CFGP-RECORD
              MOVE PEND-ID                 TO CFGP-ID
              MOVE SW-TARGET               TO CFGP-TARGET
              MOVE WS-NEW-IMAGE            TO CFGP-NEW-IMAGE
              MOVE WS-OLD-IMAGE            TO CFGP-OLD-IMAGE
              WRITE CFGP-RECORD
              IF WS-CFGP-STATUS NOT = '00'
                 DISPLAY 'MQCFGTX  CFGP WRITE FAILED ' WS-CFGP-STATUS
      *          A PENDING CHANGE WITHOUT ITS IMAGE COULD NEVER BE
      *          APPLIED - TAKE IT BACK OUT AGAIN
                 DELETE PEND-FILE
                 END-DELETE
                 MOVE '99'                 TO WS-PEND-STATUS
              END-IF
           END-IF

           IF WS-PEND-STATUS = '00'
              MOVE SPACES                  TO OUTDATA
              STRING 'CHANGE PENDING APPROVAL - ID ' PEND-ID
                 DELIMITED BY SIZE INTO OUTDATA
              END-STRING
           ELSE
              MOVE 'PENDING CHANGE WRITE FAILED'     TO OUTDATA
           END-IF

           MOVE 'CREQ '                    TO WS-AUDIT-FUNCTION
           PERFORM DI-WRITE-AUDIT-RECORD
           CONTINUE.
      *    *************************************************************
      *    ***  WRITE ONE AUDIT TRAIL RECORD FOR A CHANGE REQUEST
      *    *************************************************************
       DI-WRITE-AUDIT-RECORD SECTION.
           MOVE INDATA3                  TO AUDIT-QUEUE-NAME
           MOVE USERID                   TO AUDIT-USERID
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO AUDIT-DATE
           END-STRING
           STRING WS-TIM WS-MIN WS-SEC WS-HUNDRED DELIMITED BY SIZE
               INTO AUDIT-TIME
           END-STRING
           MOVE WS-AUDIT-FUNCTION         TO AUDIT-FUNCTION
           MOVE ZERO                      TO AUDIT-MSG-LENGTH
                                             AUDIT-COMPCODE
                                             AUDIT-REASON
           IF WS-PEND-STATUS = '00'
              MOVE 'OK'                   TO AUDIT-STATUS
           ELSE
              MOVE 'NOK'                  TO AUDIT-STATUS
           END-IF
           MOVE SPACES                    TO AUDIT-DETAIL
           STRING 'ID ' PEND-ID ' ' SW-TARGET DELIMITED BY SIZE
              INTO AUDIT-DETAIL
           END-STRING

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
           DISPLAY 'MQCFGTX WRITE RESPONSE RC ' STC-CODE

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
                        DISPLAY 'MQCFGTX GU RETURNCODE = ' STC-CODE ' '
                        SET NO-MORE-MESSAGES TO TRUE
                     ELSE
                        SET INTERRUPTION TO TRUE
                     END-IF
                   WHEN OTHER
                     SET ADDRESS OF IOPCB TO AIB-PCB-PTR
                     DISPLAY 'MQCFGTX UNEXPECTED RETURNCODE = '
                             STC-CODE
                     DISPLAY 'MQCFGTX AIB-RETURN-CODE = '
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
           CLOSE VALRULE-FILE
           CLOSE MQMAP-FILE
           CLOSE PEND-FILE
           CLOSE CFGP-FILE

           GOBACK.
