       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQTRCTX.
      ******************************************************************
      *
      *    MODULE      MQTRCTX
      *                MPP
      *                ONLINE MESSAGE TRACE BY MQMD MESSAGE ID. OPS
      *                TYPE THE MESSAGE ID OF ONE PARTNER MESSAGE AND
      *                GET ITS WHOLE HISTORY IN TIME ORDER ACROSS
      *                EVERY QUEUE IT TOUCHED - THE FIRST-SEEN ENTRY
      *                ON THE RECENT-MESSAGE STORE (MSGSTORE), THEN
      *                EVERY AUDIT EVENT CARRYING THE ID: THE GET AND
      *                ROUTING IN IMSMQ02, A DUPLICATE DIVERT OR AN
      *                ERROR-QUEUE REROUTE, AN MQERRRQ REQUEUE, A
      *                DEAD-LETTER DISPOSITION IN MQDLQHD, A
      *                SCHEDULED RELEASE IN MQSCHRL, OPERATOR
      *                COMMANDS IN IMSMQ01 AND A JOURNAL REPLAY.
      *                THE EVENTS ARE FOUND THROUGH THE MESSAGE TRACE
      *                INDEX (MSGTRCX) AUDLOAD BUILDS BESIDE THE KEYED
      *                AUDIT STORE (AUDKSDS), SO 'WHAT HAPPENED TO MY
      *                MESSAGE' IS ONE SCREEN INSTEAD OF A SEARCH
      *                QUEUE BY QUEUE.
      *
      *    INPUT       xxxxxxxxmmm...mmmddddddtttttt
      *                |       |        |     |
      *                > TRANS |        |     |
      *                        >MESSAGE |     |
      *                         ID (24  |     |
      *                         BYTES AS|     |
      *                         FOR     |     |
      *                         IMSMQ01 |     |
      *                         GETID)  >DATE |
      *                                  YYMMDD
      *                                  (OPT)>START TIME
      *                                        HHMMSS (OPT)
      *                                        POSITIONS THE
      *                                        TRACE SO A SECOND
      *                                        INQUIRY CAN RESUME
      *                                        WHERE THE LAST
      *                                        PAGE STOPPED
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
      *     DA   = TRACE ONE MESSAGE
      *     DB   = INSERT THE FIRST-SEEN LINE FROM MSGSTORE
      *     DC   = READ THE NEXT TRACE INDEX ENTRY
      *     DD   = INSERT ONE TRACE LINE
      *     DH   = SEND SUMMARY RESPONSE TO USER
      *    X     = AIB RETURNCODE CHECK
      *     XD   = WRITE EXCEPTION FILE RECORD
      *    Z     = EXIT
      *
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    AIBTDLI - IMS APPLICATION INTERFACE
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
           SELECT AUDK-FILE         ASSIGN TO AUDKSDS
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS AUDK-KEY
                                     FILE STATUS IS WS-AUDK-STATUS.
           SELECT MSGSTORE-FILE     ASSIGN TO MSGSTORE
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS MSGS-MSGID
                                     FILE STATUS IS WS-MSGS-STATUS.
           SELECT EXCP-FILE         ASSIGN TO EXCPFILE
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-EXCP-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  TRACE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MTRCREC.
      *
       FD  AUDK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDKREC.
      *
       FD  MSGSTORE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MSGSREC.
      *
       FD  EXCP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY EXCPREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQTRCTX START WSS X'.
      ******************************************************************
      *    IN AREA
      ******************************************************************
       01  INTRANS.
           10 LL                         PIC S9(3) COMP.
           10 ZZ                         PIC S9(3) COMP.
           10 TRAN-CODE                  PIC X(8).
           10 INDATA.
              15 INDATA1                 PIC X(24).
              15 INDATA2                 PIC X(06).
              15 INDATA3                 PIC X(06).
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
              15 LIST-DATE               PIC X(06).
              15 FILLER                  PIC X(01).
              15 LIST-TIME               PIC X(08).
              15 FILLER                  PIC X(01).
              15 LIST-FUNCTION           PIC X(05).
              15 FILLER                  PIC X(01).
              15 LIST-STATUS             PIC X(04).
              15 FILLER                  PIC X(01).
              15 LIST-REASON             PIC 9(09).
              15 FILLER                  PIC X(01).
              15 LIST-USERID             PIC X(08).
              15 FILLER                  PIC X(01).
              15 LIST-QUEUE-NAME         PIC X(48).
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-MTRC-STATUS                 PIC XX    VALUE SPACES.
       01  WS-AUDK-STATUS                 PIC XX    VALUE SPACES.
       01  WS-MSGS-STATUS                 PIC XX    VALUE SPACES.
       01  WS-EXCP-STATUS                 PIC XX    VALUE SPACES.
      ******************************************************************
      *    LIST GOVERNOR
      ******************************************************************
       01  WS-LIST-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-MAX-LIST-LINES              PIC 9(05) VALUE 00050.
       01  WS-MISSING-COUNT               PIC 9(05) VALUE ZERO.
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
      *    SHARED AIB RETURN-CODE TEXT LOOKUP TABLE
      ******************************************************************
           COPY AIBRETC.
      ******************************************************************
      *    SWITCHES
      ******************************************************************
       01  SWITCHES.
           05 SW-INDICATOR                PIC X     VALUE '0'.
             88 ALL-OK                              VALUE '0'.
             88 NO-MORE-MESSAGES                    VALUE 'S'.
             88 INTERRUPTION                        VALUE 'F'.
           05 SW-LIST-EOF                 PIC X     VALUE 'N'.
             88 LIST-END-OF-FILE                    VALUE 'Y'.
           05 SW-FILES-OPEN               PIC X     VALUE 'N'.
             88 FILES-OPEN-OK                       VALUE 'Y'.
           05 SW-MSGS-OPEN                PIC X     VALUE 'N'.
             88 MSGS-OPEN-OK                        VALUE 'Y'.
      *
       01  FILLER                        PIC X(32)  VALUE
                                       'X MODULE MQTRCTX END WSS X'.
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

      *    THE TRACE INDEX AND THE AUDIT STORE ARE BOTH NEEDED -
      *    WITHOUT EITHER EVERY INQUIRY IS REFUSED
           SET FILES-OPEN-OK TO TRUE
           OPEN INPUT TRACE-FILE
           IF WS-MTRC-STATUS NOT = '00'
              DISPLAY 'MQTRCTX  TRACE-FILE OPEN FAILED '
                      WS-MTRC-STATUS
              MOVE 'N'                     TO SW-FILES-OPEN
           END-IF
           OPEN INPUT AUDK-FILE
           IF WS-AUDK-STATUS NOT = '00'
              DISPLAY 'MQTRCTX  AUDK-FILE OPEN FAILED ' WS-AUDK-STATUS
              MOVE 'N'                     TO SW-FILES-OPEN
           END-IF
           IF NOT FILES-OPEN-OK
              DISPLAY 'MQTRCTX  ALL INQUIRIES WILL BE REFUSED'
           END-IF

      *    THE FIRST-SEEN LINE IS A BONUS - A CLOSED MSGSTORE ONLY
      *    LEAVES IT OFF THE TRACE
           OPEN INPUT MSGSTORE-FILE
           IF WS-MSGS-STATUS = '00'
              SET MSGS-OPEN-OK TO TRUE
           ELSE
              DISPLAY 'MQTRCTX  MSGSTORE-FILE OPEN FAILED '
                      WS-MSGS-STATUS
           END-IF

           OPEN EXTEND EXCP-FILE
           IF WS-EXCP-STATUS NOT = '00'
              DISPLAY 'MQTRCTX  EXCP-FILE OPEN FAILED ' WS-EXCP-STATUS
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

           MOVE LENGTH OF INTRANS          TO AIB-IOAREA-LENGTH
           CALL 'AIBTDLI' USING KK-GU
                               AIB
                               INTRANS
           END-CALL
      *
           PERFORM X-AIB-CHECK
      *
           IF ALL-OK
             IF NOT FILES-OPEN-OK
                MOVE 'TRACE STORE UNAVAILABLE' TO OUTDATA
             ELSE
                IF INDATA1 = SPACES
                OR INDATA1 = LOW-VALUES
                   MOVE 'MESSAGE ID REQUIRED'  TO OUTDATA
                ELSE
                   PERFORM DA-TRACE-MESSAGE
                END-IF
             END-IF
      *
             PERFORM DH-WRITE-RESPONSE
      *
           END-IF

           CONTINUE.
      *    *************************************************************
      *    ***  TRACE ONE MESSAGE - THE FIRST-SEEN LINE, THEN EVERY
      *    ***  INDEXED AUDIT EVENT FOR THE ID IN TIME ORDER
      *    *************************************************************
       DA-TRACE-MESSAGE SECTION.
           MOVE 'N'                        TO SW-LIST-EOF
           MOVE ZERO                       TO WS-LIST-COUNT
           MOVE ZERO                       TO WS-MISSING-COUNT

      *    A RESUMED PAGE STARTS INSIDE THE HISTORY - THE FIRST-SEEN
      *    LINE WAS ON THE FIRST PAGE
           IF INDATA2 = SPACES
           AND MSGS-OPEN-OK
              PERFORM DB-ISRT-FIRST-SEEN
           END-IF

           MOVE LOW-VALUES                 TO MTRC-KEY
           MOVE INDATA1                    TO MTRC-MSGID
      *    A START DATE (AND TIME) POSITIONS WITHIN THE HISTORY -
      *    LOW-VALUES BEHIND THEM KEEP EVERY EVENT AT OR AFTER IT
           IF INDATA2 NOT = SPACES
              MOVE INDATA2                 TO MTRC-DATE (1:6)
              IF INDATA3 NOT = SPACES
                 MOVE INDATA3              TO MTRC-TIME (1:6)
              END-IF
           END-IF

           START TRACE-FILE KEY NOT < MTRC-KEY
              INVALID KEY
                 SET LIST-END-OF-FILE      TO TRUE
           END-START

           PERFORM DC-LIST-NEXT-EVENT UNTIL LIST-END-OF-FILE
                                       OR INTERRUPTION
                                       OR WS-LIST-COUNT >=
                                          WS-MAX-LIST-LINES

           EVALUATE TRUE
              WHEN WS-LIST-COUNT = ZERO
                 MOVE 'NO TRACE ENTRIES FOUND FOR MESSAGE ID'
                                            TO OUTDATA
              WHEN WS-LIST-COUNT >= WS-MAX-LIST-LINES
                 MOVE 'LIST LIMIT REACHED - MORE ENTRIES EXIST'
                                            TO OUTDATA
              WHEN WS-MISSING-COUNT > ZERO
                 STRING 'END OF TRACE - AUDIT ENTRIES GONE '
                        WS-MISSING-COUNT
                    DELIMITED BY SIZE INTO OUTDATA
                 END-STRING
              WHEN OTHER
                 MOVE 'END OF MESSAGE TRACE' TO OUTDATA
           END-EVALUATE
           CONTINUE.
      *    *************************************************************
      *    ***  THE RECENT-MESSAGE STORE HOLDS WHEN AND WHERE IMSMQ02
      *    ***  FIRST GOT THE MESSAGE - IT OPENS THE TRACE
      *    *************************************************************
       DB-ISRT-FIRST-SEEN SECTION.
           MOVE INDATA1                    TO MSGS-MSGID
           READ MSGSTORE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SPACES               TO LIST-LINE
                 MOVE MSGS-SEEN-DATE       TO LIST-DATE
                 MOVE MSGS-SEEN-TIME       TO LIST-TIME
                 MOVE 'SEEN '              TO LIST-FUNCTION
                 MOVE 'OK'                 TO LIST-STATUS
                 MOVE ZERO                 TO LIST-REASON
                 MOVE 'IMSMQ02'            TO LIST-USERID
                 MOVE MSGS-QUEUE-NAME      TO LIST-QUEUE-NAME
                 PERFORM DD-ISRT-TRACE-LINE
           END-READ
           CONTINUE.
      *    *************************************************************
      *    ***  READ THE NEXT INDEX ENTRY, STOPPING AT A NEW MESSAGE
      *    ***  ID, AND FETCH THE AUDIT EVENT IT POINTS AT
      *    *************************************************************
       DC-LIST-NEXT-EVENT SECTION.
           READ TRACE-FILE NEXT
              AT END
                 SET LIST-END-OF-FILE      TO TRUE
              NOT AT END
                 IF MTRC-MSGID NOT = INDATA1
                    SET LIST-END-OF-FILE   TO TRUE
                 ELSE
                    MOVE SPACES            TO LIST-LINE
                    MOVE MTRC-QUEUE-NAME   TO AUDK-QUEUE-NAME
                    MOVE MTRC-DATE         TO AUDK-DATE
                    MOVE MTRC-TIME         TO AUDK-TIME
                    MOVE MTRC-SEQ          TO AUDK-SEQ
                    READ AUDK-FILE
                       INVALID KEY
      *                   THE AUDIT ENTRY HAS BEEN PURGED SINCE THE
      *                   INDEX WAS BUILT - THE STEP STILL SHOWS
                          ADD 1            TO WS-MISSING-COUNT
                          MOVE '----'      TO LIST-STATUS
                          MOVE ZERO        TO LIST-REASON
                       NOT INVALID KEY
                          MOVE AUDK-STATUS TO LIST-STATUS
                          MOVE AUDK-REASON TO LIST-REASON
                          MOVE AUDK-USERID TO LIST-USERID
                    END-READ
                    MOVE MTRC-DATE         TO LIST-DATE
                    MOVE MTRC-TIME         TO LIST-TIME
                    MOVE MTRC-FUNCTION     TO LIST-FUNCTION
                    MOVE MTRC-QUEUE-NAME   TO LIST-QUEUE-NAME
                    PERFORM DD-ISRT-TRACE-LINE
                 END-IF
           END-READ
      *    ANY ABNORMAL READ STATUS MUST END THE LIST - A STATUS
      *    LIKE 47 RAISES NEITHER AT END NOR INVALID KEY AND WOULD
      *    OTHERWISE LOOP FOREVER
           IF WS-MTRC-STATUS NOT = '00'
              SET LIST-END-OF-FILE         TO TRUE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  INSERT ONE TRACE LINE TO THE TERMINAL
      *    *************************************************************
       DD-ISRT-TRACE-LINE SECTION.
           ADD 1                           TO WS-LIST-COUNT

           MOVE LENGTH OF LIST-RESPONSE    TO LISTLL
           MOVE ZERO                       TO LISTZZ
           MOVE LENGTH OF LIST-RESPONSE    TO AIB-IOAREA-LENGTH

           CALL 'AIBTDLI' USING KK-ISRT
                                AIB
                                LIST-RESPONSE
           END-CALL
           PERFORM X-AIB-CHECK
           CONTINUE.
      ******************************************************************
      *
      *    D   SEND SUMMARY RESPONSE TO USER
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
                        SET NO-MORE-MESSAGES TO TRUE
                     ELSE
                        SET INTERRUPTION TO TRUE
                     END-IF
                   WHEN OTHER
                     SET ADDRESS OF IOPCB TO AIB-PCB-PTR
                     PERFORM XC-AIB-TEXT-LOOKUP
                     DISPLAY 'MQTRCTX UNEXPECTED RETURNCODE = '
                             STC-CODE
                     DISPLAY 'MQTRCTX AIB-RETURN-CODE = '
                             AIB-RETURN-CODE
                             ' AIB-REASON-CODE = ' AIB-REASON-CODE
                     DISPLAY 'MQTRCTX ' AIB-RC-TEXT-OUT
                     PERFORM XD-WRITE-EXCEPTION-RECORD
                     SET INTERRUPTION TO TRUE
               END-EVALUATE
           CONTINUE.
      ******************************************************************
      *
      *    XD  WRITE A RECORD TO THE SHARED EXCEPTION FILE
      *
      ******************************************************************
       XD-WRITE-EXCEPTION-RECORD SECTION.
           MOVE 'MQTRCTX'                TO EXCP-PROGRAM-NAME
           MOVE 'X-AIB-CHECK'            TO EXCP-PARAGRAPH-NAME
           ACCEPT EXCP-DATE              FROM DATE
           ACCEPT EXCP-TIME              FROM TIME
           MOVE AIB-RETURN-CODE          TO EXCP-AIB-RETURN-CODE
           MOVE AIB-REASON-CODE          TO EXCP-AIB-REASON-CODE
           MOVE ZERO                     TO EXCP-MQ-COMPCODE
                                             EXCP-MQ-REASON

           WRITE EXCEPTION-RECORD
           IF WS-EXCP-STATUS NOT = '00'
              DISPLAY 'MQTRCTX  EXCP WRITE FAILED ' WS-EXCP-STATUS
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    XC  TRANSLATE AIB RETURN/REASON CODE INTO PLAIN TEXT
      *
      ******************************************************************
       XC-AIB-TEXT-LOOKUP SECTION.
           SET AIB-RC-IX TO 1
           SEARCH AIB-RETCODE-ENTRY
               AT END
                  MOVE 'UNKNOWN AIB RETURN/REASON CODE - SEE IMS MANUAL'
                       TO AIB-RC-TEXT-OUT
               WHEN AIB-RC-RETURN-CODE (AIB-RC-IX) = AIB-RETURN-CODE
               AND  AIB-RC-REASON-CODE (AIB-RC-IX) = AIB-REASON-CODE
                  MOVE AIB-RC-TEXT (AIB-RC-IX)      TO AIB-RC-TEXT-OUT
           END-SEARCH
           CONTINUE.
      ******************************************************************
      *
      *    Z   EXIT
      *
      ******************************************************************
       Z-EXIT SECTION.

           CLOSE TRACE-FILE
           CLOSE AUDK-FILE
           CLOSE MSGSTORE-FILE
           CLOSE EXCP-FILE

           GOBACK.
