       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQFRZOV.
      ******************************************************************
      *
      *    MODULE      MQFRZOV
      *                MPP
      *                EMERGENCY OVERRIDE OF THE CHANGE-FREEZE
      *                CALENDAR. AN OPERATOR WHO HAS TO RUN A FROZEN
      *                COMMAND REQUESTS AN OVERRIDE AGAINST AN INCIDENT
      *                NUMBER, NAMING THE FREEZE, THE COMMAND AND
      *                OPTIONALLY THE QUEUE. A SECOND USER - NEVER THE
      *                REQUESTER - APPROVES OR REJECTS IT BY CODE, THE
      *                SAME FOUR-EYES DISCIPLINE AS QAUTAPP. THE
      *                APPROVED CODE, TYPED WITH THE COMMAND BY THE
      *                REQUESTER, LETS THAT ONE COMMAND THROUGH (SEE
      *                MQFRZCK) AND IS THEN USED UP. EVERY REQUEST,
      *                APPROVAL AND REJECTION GOES TO THE AUDIT TRAIL
      *                THROUGH THE CENTRAL LOGGING SERVICE.
      *
      *    INPUT       xxxxxxxxyyyyyccccccccccccccffffffffmmmmmiii...
      *                |       |    |             |       |    |
      *                > TRANS |    |             |       |    |
      *                        >LIST|             |       |    |
      *                         REQ |             |       |    |
      *                         APPR|             |       |    |
      *                         REJ |             |       |    |
      *                             >OVERRIDE CODE|       |    |
      *                              (APPR/REJ)   |       |    |
      *                                           >FREEZE |    |
      *                                                   >CMD |
      *                                                        >INC.
      *                INCIDENT NUMBER (12) FOLLOWED BY THE QUEUE (48,
      *                BLANK = ANY QUEUE THE FREEZE COVERS) ON REQ
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
      *     CB   = VALIDATE AN OVERRIDE REQUEST
      *    D
      *     DA   = APPROVE ONE OVERRIDE
      *     DB   = REJECT ONE OVERRIDE
      *     DP   = WRITE A PENDING OVERRIDE FOR APPROVAL
      *     DL   = LIST OPEN OVERRIDES
      *     DM   = READ AND INSERT THE NEXT OVERRIDE
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
           SELECT FOVR-FILE         ASSIGN TO FRZOVRF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS FOVR-KEY
                                     FILE STATUS IS WS-FOVR-STATUS.
           SELECT FRZ-FILE          ASSIGN TO FREEZEF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS FRZ-ID
                                     FILE STATUS IS WS-FRZ-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  FOVR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FOVRREC.
      *
       FD  FRZ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FRZREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQFRZOV START WSS X'.
      ******************************************************************
      *    IN AREA
      ******************************************************************
       01  INTRANS.
           10 LL                         PIC S9(3) COMP.
           10 ZZ                         PIC S9(3) COMP.
           10 TRAN-CODE                  PIC X(8).
           10 INDATA.
              15 INDATA1                 PIC X(05).
              15 INDATA2                 PIC X(14).
              15 INDATA3                 PIC X(08).
              15 INDATA4                 PIC X(05).
              15 INDATA5                 PIC X(12).
              15 INDATA6                 PIC X(48).
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
              15 LIST-CODE               PIC X(14).
              15 FILLER                  PIC X(01).
              15 LIST-STATUS             PIC X(01).
              15 FILLER                  PIC X(01).
              15 LIST-FREEZE-ID          PIC X(08).
              15 FILLER                  PIC X(01).
              15 LIST-COMMAND            PIC X(05).
              15 FILLER                  PIC X(01).
              15 LIST-INCIDENT           PIC X(12).
              15 FILLER                  PIC X(01).
              15 LIST-REQUESTER          PIC X(08).
              15 FILLER                  PIC X(01).
              15 LIST-QUEUE-NAME         PIC X(30).
       01  WS-DATE.
           05  WS-YEAR                   PIC 9(02).
           05  WS-MONTH                  PIC 9(02).
           05  WS-DAY                    PIC 9(02).
       01  WS-TIME.
           05  WS-TIM                    PIC 9(02).
           05  WS-MIN                    PIC 9(02).
           05  WS-SEC                    PIC 9(02).
           05  WS-HUNDRED                PIC 9(02).
       01  WS-NOW-STAMP.
           05  WS-NOW-DATE               PIC X(06).
           05  WS-NOW-TIME               PIC X(06).
      ******************************************************************
      *    COMMANDS A FREEZE OVERRIDE CAN BE ISSUED FOR (SEE FRZPARM)
      ******************************************************************
       01  WS-OVR-COMMAND                 PIC X(05) VALUE SPACES.
           88 WS-OVR-COMMAND-VALID        VALUE 'PURGE' 'MOVE '
                                                'READQ' 'WAITQ'
                                                'GETID' 'GETCO'
                                                'REQUE' 'QAUTM'
                                                'QAPPR'.
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
       01  WS-FOVR-STATUS                 PIC XX    VALUE SPACES.
       01  WS-FRZ-STATUS                  PIC XX    VALUE SPACES.
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
           05 SW-INPUT-VALID               PIC X     VALUE 'Y'.
             88 INPUT-IS-VALID                       VALUE 'Y'.
             88 INPUT-IS-INVALID                     VALUE 'N'.
           05 SW-LIST-EOF                  PIC X     VALUE 'N'.
             88 LIST-END-OF-FILE                     VALUE 'Y'.
           05 SW-FILES-OPEN                PIC X     VALUE 'N'.
             88 FILES-OPEN-OK                        VALUE 'Y'.
           05 SW-FRZ-OPEN                  PIC X     VALUE 'N'.
             88 FRZ-FILE-OPEN-OK                     VALUE 'Y'.
      *
       01  FILLER                        PIC X(32)  VALUE
                                       'X MODULE MQFRZOV END WSS X'.
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
      *    FALL BACK TO OPEN OUTPUT SO THE FIRST REQUEST CREATES IT
           SET FILES-OPEN-OK TO TRUE
           OPEN I-O FOVR-FILE
           IF WS-FOVR-STATUS = '35'
              OPEN OUTPUT FOVR-FILE
           END-IF
           IF WS-FOVR-STATUS NOT = '00'
              DISPLAY 'MQFRZOV  FOVR-FILE OPEN FAILED ' WS-FOVR-STATUS
              DISPLAY 'MQFRZOV  ALL COMMANDS WILL BE REFUSED'
              MOVE 'N' TO SW-FILES-OPEN
           END-IF

      *    WITHOUT A CALENDAR THERE IS NO FREEZE TO OVERRIDE - ONLY
      *    NEW REQUESTS ARE REFUSED
           OPEN INPUT FRZ-FILE
           IF WS-FRZ-STATUS = '00'
              SET FRZ-FILE-OPEN-OK TO TRUE
           ELSE
              DISPLAY 'MQFRZOV  FRZ-FILE OPEN FAILED ' WS-FRZ-STATUS
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
           MOVE WS-DATE                    TO WS-NOW-DATE
           MOVE WS-TIME (1:6)              TO WS-NOW-TIME

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
             IF NOT FILES-OPEN-OK
                MOVE 'FILES UNAVAILABLE - TRY LATER' TO OUTDATA
             ELSE
               EVALUATE INDATA1
                 WHEN  'LIST '
                   PERFORM DL-LIST-OVERRIDES
                 WHEN  'REQ  '
                   PERFORM CB-VALIDATE-REQUEST
                   IF INPUT-IS-VALID
                      PERFORM DP-WRITE-PENDING-OVERRIDE
                   END-IF
                 WHEN  'APPR '
                   PERFORM DA-APPROVE-OVERRIDE
                 WHEN  'REJ  '
                   PERFORM DB-REJECT-OVERRIDE
                 WHEN OTHER
                   MOVE 'INVALID COMMAND - USE LIST/REQ/APPR/REJ'
                                           TO OUTDATA
               END-EVALUATE
             END-IF
      *
             PERFORM DH-WRITE-RESPONSE
      *
           END-IF
           DISPLAY 'MQFRZOV AVSLUTAR RC ' STC-CODE

           CONTINUE.
      *    *************************************************************
      *    ***  VALIDATE AN OVERRIDE REQUEST - THE FREEZE MUST EXIST,
      *    ***  BE ACTIVE AND NOT YET ENDED, THE COMMAND MUST BE ONE
      *    ***  THE CALENDAR GUARDS, AND THE INCIDENT IS MANDATORY
      *    *************************************************************
       CB-VALIDATE-REQUEST SECTION.
           SET INPUT-IS-VALID              TO TRUE
           MOVE INDATA4                    TO WS-OVR-COMMAND

           EVALUATE TRUE
              WHEN INDATA3 = SPACES
              OR   INDATA5 = SPACES
                 SET INPUT-IS-INVALID      TO TRUE
                 MOVE 'FREEZE ID AND INCIDENT REQUIRED'
                                           TO OUTDATA
              WHEN NOT WS-OVR-COMMAND-VALID
                 SET INPUT-IS-INVALID      TO TRUE
                 MOVE 'COMMAND CANNOT BE OVERRIDDEN'
                                           TO OUTDATA
              WHEN NOT FRZ-FILE-OPEN-OK
                 SET INPUT-IS-INVALID      TO TRUE
                 MOVE 'FREEZE CALENDAR UNAVAILABLE'
                                           TO OUTDATA
              WHEN OTHER
                 MOVE INDATA3              TO FRZ-ID
                 READ FRZ-FILE
                    INVALID KEY
                       SET INPUT-IS-INVALID TO TRUE
                       MOVE 'FREEZE NOT FOUND' TO OUTDATA
                    NOT INVALID KEY
                       IF NOT FRZ-IS-ACTIVE
                       OR WS-NOW-STAMP NOT < FRZ-END-STAMP
                          SET INPUT-IS-INVALID TO TRUE
                          MOVE 'FREEZE NOT ACTIVE OR ALREADY ENDED'
                                           TO OUTDATA
                       END-IF
                 END-READ
           END-EVALUATE

           IF INPUT-IS-INVALID
              DISPLAY 'MQFRZOV  INVALID REQUEST REJECTED ' INDATA3
                      ' ' INDATA4
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  WRITE A PENDING OVERRIDE - THE CODE IS NOT USABLE
      *    ***  UNTIL A SECOND USER APPROVES IT
      *    *************************************************************
       DP-WRITE-PENDING-OVERRIDE SECTION.
           MOVE SPACES                     TO FOVR-RECORD
           MOVE WS-NOW-DATE                TO FOVR-CODE-DATE
           MOVE WS-NOW-TIME                TO FOVR-CODE-TIME
           MOVE ZERO                       TO FOVR-CODE-SEQ
           MOVE INDATA3                    TO FOVR-FREEZE-ID
           MOVE INDATA4                    TO FOVR-COMMAND
           MOVE INDATA5                    TO FOVR-INCIDENT
           MOVE INDATA6                    TO FOVR-QUEUE-NAME
           MOVE 'P'                        TO FOVR-STATUS
           MOVE USERID                     TO FOVR-REQUESTER
           MOVE WS-DATE                    TO FOVR-REQ-DATE
           MOVE WS-TIME                    TO FOVR-REQ-TIME

      *    REQUESTS LANDING IN THE SAME SECOND GET THE NEXT FREE
      *    SEQUENCE NUMBER - BUMP AND RETRY ON A DUPLICATE KEY
           MOVE SPACES                     TO WS-FOVR-STATUS
           PERFORM UNTIL WS-FOVR-STATUS = '00'
                         OR FOVR-CODE-SEQ >= 99
              WRITE FOVR-RECORD
              IF WS-FOVR-STATUS NOT = '00'
                 IF WS-FOVR-STATUS = '22'
                    ADD 1                  TO FOVR-CODE-SEQ
                 ELSE
                    DISPLAY 'MQFRZOV  FOVR WRITE FAILED '
                            WS-FOVR-STATUS
                    MOVE 99                TO FOVR-CODE-SEQ
                 END-IF
              END-IF
           END-PERFORM

           IF WS-FOVR-STATUS = '00'
              MOVE SPACES                  TO OUTDATA
              STRING 'OVERRIDE PENDING APPROVAL - CODE ' FOVR-CODE
                 DELIMITED BY SIZE INTO OUTDATA
              END-STRING
              MOVE 'FOREQ'                 TO WS-AUDIT-FUNCTION
              PERFORM DI-WRITE-AUDIT-RECORD
           ELSE
              MOVE 'OVERRIDE REQUEST WRITE FAILED'   TO OUTDATA
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  APPROVE ONE OVERRIDE - THE APPROVER MUST NOT BE THE
      *    ***  REQUESTER
      *    *************************************************************
       DA-APPROVE-OVERRIDE SECTION.
           IF INDATA2 = SPACES
              MOVE 'OVERRIDE CODE REQUIRED' TO OUTDATA
           ELSE
              MOVE INDATA2                 TO FOVR-KEY
              READ FOVR-FILE
                 INVALID KEY
                    MOVE 'OVERRIDE NOT FOUND' TO OUTDATA
                 NOT INVALID KEY
                    EVALUATE TRUE
                      WHEN NOT FOVR-IS-PENDING
                         MOVE 'OVERRIDE ALREADY DECIDED' TO OUTDATA
                      WHEN FOVR-REQUESTER = USERID
                         MOVE 'APPROVER MUST NOT BE THE REQUESTER'
                                            TO OUTDATA
                      WHEN OTHER
                         MOVE 'A'           TO FOVR-STATUS
                         MOVE USERID        TO FOVR-APPROVER
                         MOVE WS-DATE       TO FOVR-APP-DATE
                         MOVE WS-TIME       TO FOVR-APP-TIME
                         REWRITE FOVR-RECORD
                            INVALID KEY
                               MOVE 'OVERRIDE REWRITE FAILED'
                                            TO OUTDATA
                            NOT INVALID KEY
                               MOVE SPACES  TO OUTDATA
                               STRING 'OVERRIDE APPROVED FOR '
                                      FOVR-REQUESTER
                                  DELIMITED BY SIZE INTO OUTDATA
                               END-STRING
                               MOVE 'FOAPP' TO WS-AUDIT-FUNCTION
                               PERFORM DI-WRITE-AUDIT-RECORD
                         END-REWRITE
                    END-EVALUATE
              END-READ
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  REJECT ONE OVERRIDE
      *    *************************************************************
       DB-REJECT-OVERRIDE SECTION.
           IF INDATA2 = SPACES
              MOVE 'OVERRIDE CODE REQUIRED' TO OUTDATA
           ELSE
              MOVE INDATA2                 TO FOVR-KEY
              READ FOVR-FILE
                 INVALID KEY
                    MOVE 'OVERRIDE NOT FOUND' TO OUTDATA
                 NOT INVALID KEY
                    IF NOT FOVR-IS-PENDING
                       MOVE 'OVERRIDE ALREADY DECIDED' TO OUTDATA
                    ELSE
                       MOVE 'R'             TO FOVR-STATUS
                       MOVE USERID          TO FOVR-APPROVER
                       MOVE WS-DATE         TO FOVR-APP-DATE
                       MOVE WS-TIME         TO FOVR-APP-TIME
                       REWRITE FOVR-RECORD
                          INVALID KEY
                             MOVE 'OVERRIDE REWRITE FAILED' TO OUTDATA
                          NOT INVALID KEY
                             MOVE 'OVERRIDE REJECTED'       TO OUTDATA
                             MOVE 'FOREJ'   TO WS-AUDIT-FUNCTION
                             PERFORM DI-WRITE-AUDIT-RECORD
                       END-REWRITE
                    END-IF
              END-READ
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  LIST OPEN OVERRIDES - PENDING (P) AND APPROVED BUT
      *    ***  NOT YET USED (A) - ONE RESPONSE SEGMENT EACH
      *    *************************************************************
       DL-LIST-OVERRIDES SECTION.
           MOVE 'N'                        TO SW-LIST-EOF
           MOVE ZERO                       TO WS-LIST-COUNT
           MOVE LOW-VALUES                 TO FOVR-KEY
           START FOVR-FILE KEY NOT < FOVR-KEY
              INVALID KEY
                 SET LIST-END-OF-FILE      TO TRUE
           END-START

           PERFORM DM-LIST-NEXT-OVERRIDE UNTIL LIST-END-OF-FILE
                                           OR INTERRUPTION
                                           OR WS-LIST-COUNT >=
                                              WS-MAX-LIST-LINES

           IF WS-LIST-COUNT = ZERO
              MOVE 'NO OPEN OVERRIDES'     TO OUTDATA
           ELSE
              IF WS-LIST-COUNT >= WS-MAX-LIST-LINES
                 MOVE 'LIST LIMIT REACHED - MORE OVERRIDES EXIST'
                                           TO OUTDATA
              ELSE
                 MOVE 'END OF LIST'        TO OUTDATA
              END-IF
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  READ AND INSERT THE NEXT OVERRIDE
      *    *************************************************************
       DM-LIST-NEXT-OVERRIDE SECTION.
           READ FOVR-FILE NEXT
              AT END
                 SET LIST-END-OF-FILE      TO TRUE
              NOT AT END
                 IF FOVR-IS-PENDING
                 OR FOVR-IS-APPROVED
                    ADD 1                  TO WS-LIST-COUNT
                    MOVE SPACES            TO LIST-LINE
                    MOVE FOVR-CODE         TO LIST-CODE
                    MOVE FOVR-STATUS       TO LIST-STATUS
                    MOVE FOVR-FREEZE-ID    TO LIST-FREEZE-ID
                    MOVE FOVR-COMMAND      TO LIST-COMMAND
                    MOVE FOVR-INCIDENT     TO LIST-INCIDENT
                    MOVE FOVR-REQUESTER    TO LIST-REQUESTER
                    MOVE FOVR-QUEUE-NAME   TO LIST-QUEUE-NAME
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
           IF WS-FOVR-STATUS NOT = '00'
              SET LIST-END-OF-FILE         TO TRUE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  WRITE ONE AUDIT TRAIL RECORD FOR A REQUEST, APPROVAL
      *    ***  OR REJECTION - THE ACTING USER IN THE USERID, THE
      *    ***  INCIDENT AND COMMAND IN THE DETAIL
      *    *************************************************************
       DI-WRITE-AUDIT-RECORD SECTION.
           MOVE SPACES                    TO AUDIT-RECORD
           MOVE FOVR-QUEUE-NAME           TO AUDIT-QUEUE-NAME
           MOVE USERID                    TO AUDIT-USERID
           MOVE WS-DATE                   TO AUDIT-DATE
           MOVE WS-TIME                   TO AUDIT-TIME
           MOVE WS-AUDIT-FUNCTION         TO AUDIT-FUNCTION
           MOVE ZERO                      TO AUDIT-MSG-LENGTH
                                             AUDIT-COMPCODE
                                             AUDIT-REASON
           MOVE 'OK'                      TO AUDIT-STATUS
           STRING FOVR-INCIDENT ' ' FOVR-COMMAND
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
           DISPLAY 'MQFRZOV WRITE RESPONSE RC ' STC-CODE

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
                        DISPLAY 'MQFRZOV GU RETURNCODE = ' STC-CODE ' '
                        SET NO-MORE-MESSAGES TO TRUE
                     ELSE
                        SET INTERRUPTION TO TRUE
                     END-IF
                   WHEN OTHER
                     SET ADDRESS OF IOPCB TO AIB-PCB-PTR
                     DISPLAY 'MQFRZOV UNEXPECTED RETURNCODE = '
                             STC-CODE
                     DISPLAY 'MQFRZOV AIB-RETURN-CODE = '
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

           CLOSE FOVR-FILE
           CLOSE FRZ-FILE

           GOBACK.
