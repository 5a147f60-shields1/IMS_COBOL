       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQONCMT.
      ******************************************************************
      *
      *    MODULE      MQONCMT
      *                MPP
      *                ON-CALL ROSTER MAINTENANCE FOR THE SHIFT LEAD.
      *                KEEPS THE ROSTER (ONCALLF) THE OPS ALERT
      *                DISPATCHER AND RE-ALERT PASS PAGE FROM: ADD,
      *                UPD AND DEL MAINTAIN A SHIFT ENTRY (AN LTERM ON
      *                DUTY FOR A TEAM AT ONE TIER, THE DAYS AND THE
      *                HOURS), COVER SETS OR CLEARS THE LTERM STANDING
      *                IN FOR AN ABSENCE BETWEEN TWO DATES, OWN AND
      *                ODEL MAINTAIN THE RULES THAT GIVE A TEAM THE
      *                ALERTS OF AN ALERT SOURCE AND/OR QUEUES, AND
      *                LIST SHOWS A TEAM'S ROSTER (OR ALL OF IT).
      *                WHO MAY RUN THE TRANSACTION IS CONTROLLED BY
      *                TRANSACTION SECURITY LIKE THE OTHER MAINTENANCE
      *                TRANSACTIONS. EVERY CHANGE GOES TO THE AUDIT
      *                TRAIL THROUGH THE CENTRAL LOGGING SERVICE.
      *
      *    INPUT       xxxxxxxxyyyyyttttttttrssnnnnnnnn...
      *                |       |    |       | | |
      *                > TRANS |    |       | | |
      *                        >ADD |       | | >LTERM (8) DAYS (7,
      *                         UPD |       | |  Y/N MON-SUN) START
      *                             |       | |  HHMM END HHMM
      *                         DEL |       | |
      *                         COVER       | | >COVER LTERM (8) FROM
      *                             |       | |  YYMMDD TO YYMMDD
      *                             |       | |  (BLANK LTERM CLEARS)
      *                         OWN |       | | >ALERT SOURCE (8, BLANK
      *                             |       | |  = ANY) QUEUE SCOPE (48,
      *                             |       | |  ALL, PREFIX* OR NAME)
      *                         ODEL|       | |
      *                         LIST|       | |
      *                             >TEAM   | |
      *                                     >TIER 1-9 (SHIFT COMMANDS)
      *                                       >SEQUENCE 01-99
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
      *     DA   = ADD A SHIFT ENTRY
      *     DB   = UPDATE A SHIFT ENTRY
      *     DC   = DELETE A SHIFT ENTRY
      *     DD   = SET OR CLEAR ABSENCE COVER
      *     DE   = ADD OR REPLACE AN OWNER RULE
      *     DF   = DELETE AN OWNER RULE
      *     DL   = LIST THE ROSTER
      *     DM   = READ AND INSERT THE NEXT ROSTER ENTRY
      *     DV   = VALIDATE A SHIFT ENTRY
      *     DW   = VALIDATE THE ROSTER KEY
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
           SELECT ONCL-FILE         ASSIGN TO ONCALLF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS ONCL-KEY
                                     FILE STATUS IS WS-ONCL-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  ONCL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ONCLREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQONCMT START WSS X'.
      ******************************************************************
      *    IN AREA
      ******************************************************************
       01  INTRANS.
           10 LL                         PIC S9(3) COMP.
           10 ZZ                         PIC S9(3) COMP.
           10 TRAN-CODE                  PIC X(8).
           10 INDATA.
              15 INDATA1                 PIC X(05).
              15 INDATA-TEAM             PIC X(08).
              15 INDATA-TIER             PIC X(01).
              15 INDATA-TIER-NUM REDEFINES INDATA-TIER
                                         PIC 9(01).
              15 INDATA-SEQ              PIC X(02).
              15 INDATA-SEQ-NUM REDEFINES INDATA-SEQ
                                         PIC 9(02).
              15 INDATA-REST             PIC X(60).
              15 INDATA-SHIFT REDEFINES INDATA-REST.
                 20 INDATA-LTERM         PIC X(08).
                 20 INDATA-DAYS.
                    25 INDATA-DAY-FLAG   PIC X(01) OCCURS 7.
                 20 INDATA-START-TIME    PIC X(04).
                 20 INDATA-END-TIME      PIC X(04).
                 20 FILLER               PIC X(37).
              15 INDATA-COVER REDEFINES INDATA-REST.
                 20 INDATA-COVER-LTERM   PIC X(08).
                 20 INDATA-COVER-FROM    PIC X(06).
                 20 INDATA-COVER-TO      PIC X(06).
                 20 FILLER               PIC X(40).
              15 INDATA-OWNER REDEFINES INDATA-REST.
                 20 INDATA-ALERT-TYPE    PIC X(08).
                 20 INDATA-SCOPE         PIC X(48).
                 20 FILLER               PIC X(04).
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
              15 LIST-TEAM               PIC X(08).
              15 FILLER                  PIC X(01).
              15 LIST-REC-TYPE           PIC X(01).
              15 LIST-TIER               PIC 9(01).
              15 LIST-SEQ                PIC 9(02).
              15 FILLER                  PIC X(01).
              15 LIST-DETAIL             PIC X(64).
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
      *    ROSTER FILE AND VALIDATION
      ******************************************************************
       01  WS-ONCL-STATUS                 PIC XX    VALUE SPACES.
       01  WS-LIST-TEAM                   PIC X(08) VALUE SPACES.
       01  WS-DAY-IX                      PIC 9(02) COMP VALUE ZERO.
       01  WS-HHMM.
           05 WS-HHMM-HH                  PIC 9(02).
           05 WS-HHMM-MM                  PIC 9(02).
       01  WS-INPUT-ERROR                 PIC X(60) VALUE SPACES.
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
           05 SW-ONCL-OPEN                 PIC X     VALUE 'N'.
             88 ONCL-OPEN-OK                         VALUE 'Y'.
      *
       01  FILLER                        PIC X(32)  VALUE
                                       'X MODULE MQONCMT END WSS X'.
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

      *    A BRAND NEW (UNLOADED) KSDS GIVES STATUS 35 ON OPEN I-O -
      *    FALL BACK TO OPEN OUTPUT SO THE FIRST RUN CREATES IT
           OPEN I-O ONCL-FILE
           IF WS-ONCL-STATUS = '35'
              OPEN OUTPUT ONCL-FILE
           END-IF
           IF WS-ONCL-STATUS = '00'
              SET ONCL-OPEN-OK TO TRUE
           ELSE
              DISPLAY 'MQONCMT  ONCL-FILE OPEN FAILED ' WS-ONCL-STATUS
              DISPLAY 'MQONCMT  ALL COMMANDS WILL BE REFUSED'
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
             IF NOT ONCL-OPEN-OK
                MOVE 'ROSTER FILE UNAVAILABLE - TRY LATER'
                                           TO OUTDATA
             ELSE
               EVALUATE INDATA1
                 WHEN  'LIST '
                   PERFORM DL-LIST-ROSTER
                 WHEN  'ADD  '
                   PERFORM DA-ADD-SHIFT
                 WHEN  'UPD  '
                   PERFORM DB-UPDATE-SHIFT
                 WHEN  'DEL  '
                   PERFORM DC-DELETE-SHIFT
                 WHEN  'COVER'
                   PERFORM DD-SET-COVER
                 WHEN  'OWN  '
                   PERFORM DE-SET-OWNER-RULE
                 WHEN  'ODEL '
                   PERFORM DF-DELETE-OWNER-RULE
                 WHEN OTHER
                   MOVE
                   'INVALID COMMAND - LIST/ADD/UPD/DEL/COVER/OWN/ODEL'
                                           TO OUTDATA
               END-EVALUATE
             END-IF
      *
             PERFORM DH-WRITE-RESPONSE
      *
           END-IF
           DISPLAY 'MQONCMT AVSLUTAR RC ' STC-CODE

           CONTINUE.
      *    *************************************************************
      *    ***  ADD A SHIFT ENTRY
      *    *************************************************************
       DA-ADD-SHIFT SECTION.
           PERFORM DV-VALIDATE-SHIFT
           IF WS-INPUT-ERROR NOT = SPACES
              MOVE WS-INPUT-ERROR           TO OUTDATA
           ELSE
              MOVE SPACES                   TO ONCL-RECORD
              MOVE INDATA-TEAM              TO ONCL-TEAM
              MOVE 'S'                      TO ONCL-REC-TYPE
              MOVE INDATA-TIER-NUM          TO ONCL-TIER
              MOVE INDATA-SEQ-NUM           TO ONCL-SEQ
              MOVE 'Y'                      TO ONCL-ACTIVE
              MOVE INDATA-LTERM             TO ONCL-LTERM
              MOVE INDATA-DAYS              TO ONCL-DAYS
              MOVE INDATA-START-TIME        TO ONCL-START-TIME
              MOVE INDATA-END-TIME          TO ONCL-END-TIME
              MOVE USERID                   TO ONCL-UPD-USERID
              MOVE WS-DATE                  TO ONCL-UPD-DATE

              WRITE ONCL-RECORD
                 INVALID KEY
                    MOVE 'SHIFT ENTRY ALREADY EXISTS - USE UPD OR DEL'
                                            TO OUTDATA
                 NOT INVALID KEY
                    MOVE 'SHIFT ENTRY ADDED' TO OUTDATA
                    MOVE 'OCADD'            TO WS-AUDIT-FUNCTION
                    PERFORM DI-WRITE-AUDIT-RECORD
              END-WRITE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  UPDATE A SHIFT ENTRY - LTERM, DAYS AND HOURS. ANY
      *    ***  COVER ALREADY SET IS KEPT
      *    *************************************************************
       DB-UPDATE-SHIFT SECTION.
           PERFORM DV-VALIDATE-SHIFT
           IF WS-INPUT-ERROR NOT = SPACES
              MOVE WS-INPUT-ERROR           TO OUTDATA
           ELSE
              MOVE INDATA-TEAM              TO ONCL-TEAM
              MOVE 'S'                      TO ONCL-REC-TYPE
              MOVE INDATA-TIER-NUM          TO ONCL-TIER
              MOVE INDATA-SEQ-NUM           TO ONCL-SEQ
              READ ONCL-FILE
                 INVALID KEY
                    MOVE 'SHIFT ENTRY NOT FOUND - USE ADD' TO OUTDATA
                 NOT INVALID KEY
                    MOVE INDATA-LTERM       TO ONCL-LTERM
                    MOVE INDATA-DAYS        TO ONCL-DAYS
                    MOVE INDATA-START-TIME  TO ONCL-START-TIME
                    MOVE INDATA-END-TIME    TO ONCL-END-TIME
                    MOVE 'Y'                TO ONCL-ACTIVE
                    MOVE USERID             TO ONCL-UPD-USERID
                    MOVE WS-DATE            TO ONCL-UPD-DATE
                    REWRITE ONCL-RECORD
                       INVALID KEY
                          MOVE 'REWRITE FAILED' TO OUTDATA
                       NOT INVALID KEY
                          MOVE 'SHIFT ENTRY UPDATED' TO OUTDATA
                          MOVE 'OCUPD'      TO WS-AUDIT-FUNCTION
                          PERFORM DI-WRITE-AUDIT-RECORD
                    END-REWRITE
              END-READ
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  DELETE A SHIFT ENTRY
      *    *************************************************************
       DC-DELETE-SHIFT SECTION.
           PERFORM DW-VALIDATE-KEY
           IF WS-INPUT-ERROR NOT = SPACES
              MOVE WS-INPUT-ERROR           TO OUTDATA
           ELSE
              MOVE INDATA-TEAM              TO ONCL-TEAM
              MOVE 'S'                      TO ONCL-REC-TYPE
              MOVE INDATA-TIER-NUM          TO ONCL-TIER
              MOVE INDATA-SEQ-NUM           TO ONCL-SEQ
              DELETE ONCL-FILE
                 INVALID KEY
                    MOVE 'SHIFT ENTRY NOT FOUND' TO OUTDATA
                 NOT INVALID KEY
                    MOVE 'SHIFT ENTRY DELETED' TO OUTDATA
                    MOVE 'OCDEL'            TO WS-AUDIT-FUNCTION
                    PERFORM DI-WRITE-AUDIT-RECORD
              END-DELETE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  SET THE LTERM COVERING AN ABSENCE FROM ONE DATE TO
      *    ***  ANOTHER (BOTH INCLUSIVE) - A BLANK LTERM CLEARS IT
      *    *************************************************************
       DD-SET-COVER SECTION.
           PERFORM DW-VALIDATE-KEY
           IF WS-INPUT-ERROR = SPACES
           AND INDATA-COVER-LTERM NOT = SPACES
              IF INDATA-COVER-FROM NOT NUMERIC
              OR INDATA-COVER-TO NOT NUMERIC
                 MOVE 'COVER DATES MUST BE YYMMDD' TO WS-INPUT-ERROR
              ELSE
                 IF INDATA-COVER-TO < INDATA-COVER-FROM
                    MOVE 'COVER ENDS BEFORE IT STARTS'
                                            TO WS-INPUT-ERROR
                 END-IF
              END-IF
           END-IF

           IF WS-INPUT-ERROR NOT = SPACES
              MOVE WS-INPUT-ERROR           TO OUTDATA
           ELSE
              MOVE INDATA-TEAM              TO ONCL-TEAM
              MOVE 'S'                      TO ONCL-REC-TYPE
              MOVE INDATA-TIER-NUM          TO ONCL-TIER
              MOVE INDATA-SEQ-NUM           TO ONCL-SEQ
              READ ONCL-FILE
                 INVALID KEY
                    MOVE 'SHIFT ENTRY NOT FOUND' TO OUTDATA
                 NOT INVALID KEY
                    IF INDATA-COVER-LTERM = SPACES
                       MOVE SPACES          TO ONCL-COVER-LTERM
                                               ONCL-COVER-FROM
                                               ONCL-COVER-TO
                    ELSE
                       MOVE INDATA-COVER-LTERM TO ONCL-COVER-LTERM
                       MOVE INDATA-COVER-FROM  TO ONCL-COVER-FROM
                       MOVE INDATA-COVER-TO    TO ONCL-COVER-TO
                    END-IF
                    MOVE USERID             TO ONCL-UPD-USERID
                    MOVE WS-DATE            TO ONCL-UPD-DATE
                    REWRITE ONCL-RECORD
                       INVALID KEY
                          MOVE 'REWRITE FAILED' TO OUTDATA
                       NOT INVALID KEY
                          IF INDATA-COVER-LTERM = SPACES
                             MOVE 'COVER CLEARED' TO OUTDATA
                          ELSE
                             STRING 'COVER SET - ' INDATA-COVER-LTERM
                                    ' FROM ' INDATA-COVER-FROM
                                    ' TO ' INDATA-COVER-TO
                                DELIMITED BY SIZE INTO OUTDATA
                             END-STRING
                          END-IF
                          MOVE 'OCCOV'      TO WS-AUDIT-FUNCTION
                          PERFORM DI-WRITE-AUDIT-RECORD
                    END-REWRITE
              END-READ
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  ADD OR REPLACE AN OWNER RULE - ALERTS FROM THE SOURCE
      *    ***  (BLANK = ANY) FOR QUEUES IN THE SCOPE GO TO THE TEAM
      *    *************************************************************
       DE-SET-OWNER-RULE SECTION.
           MOVE SPACES                      TO WS-INPUT-ERROR
           EVALUATE TRUE
              WHEN INDATA-TEAM = SPACES
                 MOVE 'TEAM REQUIRED'       TO WS-INPUT-ERROR
              WHEN INDATA-SEQ-NUM NOT NUMERIC
              OR INDATA-SEQ-NUM = ZERO
                 MOVE 'SEQUENCE MUST BE 01-99' TO WS-INPUT-ERROR
              WHEN INDATA-SCOPE = SPACES
                 MOVE 'QUEUE SCOPE REQUIRED - ALL, PREFIX* OR NAME'
                                            TO WS-INPUT-ERROR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-INPUT-ERROR NOT = SPACES
              MOVE WS-INPUT-ERROR           TO OUTDATA
           ELSE
              MOVE SPACES                   TO ONCL-RECORD
              MOVE INDATA-TEAM              TO ONCL-TEAM
              MOVE 'O'                      TO ONCL-REC-TYPE
              MOVE ZERO                     TO ONCL-TIER
              MOVE INDATA-SEQ-NUM           TO ONCL-SEQ
              MOVE 'Y'                      TO ONCL-ACTIVE
              MOVE INDATA-ALERT-TYPE        TO ONCL-OWN-ALERT-TYPE
              MOVE INDATA-SCOPE             TO ONCL-OWN-SCOPE
              MOVE USERID                   TO ONCL-UPD-USERID
              MOVE WS-DATE                  TO ONCL-UPD-DATE

              WRITE ONCL-RECORD
                 INVALID KEY
                    REWRITE ONCL-RECORD
                       INVALID KEY
                          MOVE 'REWRITE FAILED' TO OUTDATA
                       NOT INVALID KEY
                          MOVE 'OWNER RULE REPLACED' TO OUTDATA
                          MOVE 'OCOWN'      TO WS-AUDIT-FUNCTION
                          PERFORM DI-WRITE-AUDIT-RECORD
                    END-REWRITE
                 NOT INVALID KEY
                    MOVE 'OWNER RULE ADDED' TO OUTDATA
                    MOVE 'OCOWN'            TO WS-AUDIT-FUNCTION
                    PERFORM DI-WRITE-AUDIT-RECORD
              END-WRITE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  DELETE AN OWNER RULE
      *    *************************************************************
       DF-DELETE-OWNER-RULE SECTION.
           IF INDATA-TEAM = SPACES
           OR INDATA-SEQ-NUM NOT NUMERIC
              MOVE 'TEAM AND SEQUENCE REQUIRED' TO OUTDATA
           ELSE
              MOVE INDATA-TEAM              TO ONCL-TEAM
              MOVE 'O'                      TO ONCL-REC-TYPE
              MOVE ZERO                     TO ONCL-TIER
              MOVE INDATA-SEQ-NUM           TO ONCL-SEQ
              DELETE ONCL-FILE
                 INVALID KEY
                    MOVE 'OWNER RULE NOT FOUND' TO OUTDATA
                 NOT INVALID KEY
                    MOVE 'OWNER RULE DELETED' TO OUTDATA
                    MOVE 'OCODL'            TO WS-AUDIT-FUNCTION
                    PERFORM DI-WRITE-AUDIT-RECORD
              END-DELETE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  LIST THE ROSTER OF ONE TEAM, OR ALL TEAMS WHEN NO TEAM
      *    ***  IS GIVEN - ONE SEGMENT PER ENTRY
      *    *************************************************************
       DL-LIST-ROSTER SECTION.
           MOVE 'N'                        TO SW-LIST-EOF
           MOVE ZERO                       TO WS-LIST-COUNT
           MOVE INDATA-TEAM                TO WS-LIST-TEAM
           MOVE LOW-VALUES                 TO ONCL-KEY
           IF WS-LIST-TEAM NOT = SPACES
              MOVE WS-LIST-TEAM            TO ONCL-TEAM
           END-IF

           START ONCL-FILE KEY NOT < ONCL-KEY
              INVALID KEY
                 SET LIST-END-OF-FILE      TO TRUE
           END-START

           PERFORM DM-LIST-NEXT-ENTRY UNTIL LIST-END-OF-FILE
                                        OR INTERRUPTION
                                        OR WS-LIST-COUNT >=
                                           WS-MAX-LIST-LINES

           IF WS-LIST-COUNT = ZERO
              MOVE 'NO ROSTER ENTRIES FOUND' TO OUTDATA
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
      *    ***  READ AND INSERT THE NEXT ROSTER ENTRY ON THE LIST
      *    *************************************************************
       DM-LIST-NEXT-ENTRY SECTION.
           READ ONCL-FILE NEXT
              AT END
                 SET LIST-END-OF-FILE      TO TRUE
              NOT AT END
                 IF WS-LIST-TEAM NOT = SPACES
                 AND ONCL-TEAM NOT = WS-LIST-TEAM
                    SET LIST-END-OF-FILE   TO TRUE
                 ELSE
                    ADD 1                  TO WS-LIST-COUNT
                    MOVE SPACES            TO LIST-LINE
                    MOVE ONCL-TEAM         TO LIST-TEAM
                    MOVE ONCL-REC-TYPE     TO LIST-REC-TYPE
                    MOVE ONCL-TIER         TO LIST-TIER
                    MOVE ONCL-SEQ          TO LIST-SEQ
                    IF ONCL-IS-OWNER
                       STRING 'OWNS ' ONCL-OWN-ALERT-TYPE ' '
                              ONCL-OWN-SCOPE
                          DELIMITED BY SIZE INTO LIST-DETAIL
                       END-STRING
                    ELSE
                       STRING ONCL-LTERM ' ' ONCL-DAYS ' '
                              ONCL-START-TIME '-' ONCL-END-TIME
                              ' COVER ' ONCL-COVER-LTERM ' '
                              ONCL-COVER-FROM '-' ONCL-COVER-TO
                          DELIMITED BY SIZE INTO LIST-DETAIL
                       END-STRING
                    END-IF
                    MOVE LENGTH OF LIST-RESPONSE TO LISTLL
                    MOVE ZERO              TO LISTZZ
                    MOVE LENGTH OF LIST-RESPONSE
                                           TO AIB-IOAREA-LENGTH
                    CALL 'AIBTDLI' USING KK-ISRT
                                         AIB
                                         LIST-RESPONSE
                    END-CALL
                    PERFORM X-AIB-CHECK
                 END-IF
           END-READ
      *    ANY ABNORMAL READ STATUS MUST END THE LIST - A STATUS
      *    LIKE 47 RAISES NEITHER AT END NOR INVALID KEY AND WOULD
      *    OTHERWISE LOOP FOREVER
           IF WS-ONCL-STATUS NOT = '00'
              SET LIST-END-OF-FILE         TO TRUE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  VALIDATE A SHIFT ENTRY - KEY, LTERM, DAY FLAGS AND
      *    ***  HOURS (HHMM, 0000-2359)
      *    *************************************************************
       DV-VALIDATE-SHIFT SECTION.
           PERFORM DW-VALIDATE-KEY
           IF WS-INPUT-ERROR = SPACES
              IF INDATA-LTERM = SPACES
                 MOVE 'LTERM REQUIRED'     TO WS-INPUT-ERROR
              END-IF
           END-IF
           IF WS-INPUT-ERROR = SPACES
              PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                      UNTIL WS-DAY-IX > 7
                 IF INDATA-DAY-FLAG (WS-DAY-IX) NOT = 'Y'
                 AND INDATA-DAY-FLAG (WS-DAY-IX) NOT = 'N'
                    MOVE 'DAYS MUST BE 7 FLAGS Y/N, MONDAY FIRST'
                                           TO WS-INPUT-ERROR
                 END-IF
              END-PERFORM
           END-IF
           IF WS-INPUT-ERROR = SPACES
              MOVE INDATA-START-TIME       TO WS-HHMM
              IF WS-HHMM NOT NUMERIC
              OR WS-HHMM-HH > 23
              OR WS-HHMM-MM > 59
                 MOVE 'START TIME MUST BE HHMM' TO WS-INPUT-ERROR
              END-IF
           END-IF
           IF WS-INPUT-ERROR = SPACES
              MOVE INDATA-END-TIME         TO WS-HHMM
              IF WS-HHMM NOT NUMERIC
              OR WS-HHMM-HH > 23
              OR WS-HHMM-MM > 59
                 MOVE 'END TIME MUST BE HHMM' TO WS-INPUT-ERROR
              END-IF
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  VALIDATE THE KEY OF A SHIFT ENTRY - TEAM, TIER 1-9 AND
      *    ***  SEQUENCE 01-99
      *    *************************************************************
       DW-VALIDATE-KEY SECTION.
           MOVE SPACES                     TO WS-INPUT-ERROR
           EVALUATE TRUE
              WHEN INDATA-TEAM = SPACES
                 MOVE 'TEAM REQUIRED'      TO WS-INPUT-ERROR
              WHEN INDATA-TIER-NUM NOT NUMERIC
              OR INDATA-TIER-NUM = ZERO
                 MOVE 'TIER MUST BE 1-9'   TO WS-INPUT-ERROR
              WHEN INDATA-SEQ-NUM NOT NUMERIC
              OR INDATA-SEQ-NUM = ZERO
                 MOVE 'SEQUENCE MUST BE 01-99' TO WS-INPUT-ERROR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           CONTINUE.
      *    *************************************************************
      *    ***  WRITE ONE AUDIT TRAIL RECORD FOR A ROSTER CHANGE
      *    *************************************************************
       DI-WRITE-AUDIT-RECORD SECTION.
           MOVE SPACES                    TO AUDIT-RECORD
           MOVE 'ONCALL.ROSTER'           TO AUDIT-QUEUE-NAME
           MOVE USERID                    TO AUDIT-USERID
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO AUDIT-DATE
           END-STRING
           STRING WS-TIM WS-MIN WS-SEC WS-HUNDRED DELIMITED BY SIZE
               INTO AUDIT-TIME
           END-STRING
           MOVE WS-AUDIT-FUNCTION         TO AUDIT-FUNCTION
           MOVE ZERO                      TO AUDIT-MSG-LENGTH
           MOVE 'OK'                      TO AUDIT-STATUS
           MOVE ZERO                      TO AUDIT-COMPCODE
                                             AUDIT-REASON
           MOVE SPACES                    TO AUDIT-DETAIL
           STRING 'TEAM ' ONCL-TEAM ' ' ONCL-REC-TYPE ONCL-TIER
                  ONCL-SEQ
                  DELIMITED BY SIZE INTO AUDIT-DETAIL
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
           DISPLAY 'MQONCMT WRITE RESPONSE RC ' STC-CODE

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
                        DISPLAY 'MQONCMT GU RETURNCODE = ' STC-CODE ' '
                        SET NO-MORE-MESSAGES TO TRUE
                     ELSE
                        SET INTERRUPTION TO TRUE
                     END-IF
                   WHEN OTHER
                     SET ADDRESS OF IOPCB TO AIB-PCB-PTR
                     DISPLAY 'MQONCMT UNEXPECTED RETURNCODE = '
                             STC-CODE
                     DISPLAY 'MQONCMT AIB-RETURN-CODE = '
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

           CLOSE ONCL-FILE

           GOBACK.
