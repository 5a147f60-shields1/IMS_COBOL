       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQRPTVW.
      ******************************************************************
      *
      *    MODULE      MQRPTVW
      *                MPP
      *                ONLINE REPORT VIEWER OVER THE REPORT REPOSITORY
      *                (RPTREPO) THE NIGHTLY REPORTS WRITE THROUGH
      *                MQRPTWR, SO THE NIGHT SHIFT CAN READ A REPORT
      *                FROM AN IMS TERMINAL AFTER THE SPOOL IS GONE.
      *                WITH NO REPORT NAME THE INDEX FOR THE DATE IS
      *                LISTED - EVERY REPORT KEPT FOR IT, ITS PAGES,
      *                LINES AND RUN TIME, AND THE RUN'S RETURN CODE
      *                AND OUTCOME FROM RUNCTLF. WITH A REPORT NAME
      *                ONE PAGE OF THE REPORT IS SHOWN. THE SCREEN
      *                GIVES THE PAGE SHOWN - TYPE IT BACK WITH F FOR
      *                THE NEXT PAGE OR B FOR THE ONE BEFORE. A QUEUE
      *                NAME JUMPS TO THE FIRST PAGE FROM THE PAGE
      *                TYPED ON THAT MENTIONS THE QUEUE - WITH F, THE
      *                NEXT ONE AFTER IT. A REPORT LINE IS 132 BYTES
      *                AND THE SCREEN 79 - WHAT DOES NOT FIT GOES ON
      *                A CONTINUATION LINE MARKED WITH A '+' UNDER IT.
      *
      *    INPUT       xxxxxxxxrrrrrrrrddddddppppaqqq...qqq
      *                |       |       |     |   ||
      *                > TRANS |       |     |   |>QUEUE NAME TO
      *                        >REPORT |     |   | JUMP TO (OPT)
      *                         (BLANK |     |   >F = NEXT PAGE
      *                          = THE |     |    B = PAGE BEFORE
      *                          INDEX)|     |    (OPT)
      *                                >DATE >PAGE (OPT, 1)
      *                                 YYMMDD
      *                                 (OPT, TODAY)
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
      *     DA   = LIST THE INDEX OF REPORTS FOR THE DATE
      *     DB   = FIND THE NEXT REPORT FOR THE DATE
      *     DC   = INSERT ONE INDEX LINE
      *     DD   = SHOW ONE PAGE OF A REPORT
      *     DE   = FIND THE PAGE THAT MENTIONS A QUEUE
      *     DF   = TEST THE NEXT LINE FOR THE QUEUE
      *     DG   = INSERT THE NEXT LINE OF THE PAGE
      *     DH   = SEND SUMMARY RESPONSE TO USER
      *     DI   = INSERT ONE LINE TO THE TERMINAL
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
           SELECT RPTR-FILE         ASSIGN TO RPTREPO
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS RPTR-KEY
                                     FILE STATUS IS WS-RPTR-STATUS.
           SELECT RUNC-FILE         ASSIGN TO RUNCTLF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS RUNC-KEY
                                     FILE STATUS IS WS-RUNC-STATUS.
           SELECT EXCP-FILE         ASSIGN TO EXCPFILE
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-EXCP-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  RPTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPTRREC.
      *
       FD  RUNC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCREC.
      *
       FD  EXCP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY EXCPREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQRPTVW START WSS X'.
      ******************************************************************
      *    IN AREA
      ******************************************************************
       01  INTRANS.
           10 LL                         PIC S9(3) COMP.
           10 ZZ                         PIC S9(3) COMP.
           10 TRAN-CODE                  PIC X(8).
           10 INDATA.
              15 INDATA1                 PIC X(08).
              15 INDATA2                 PIC X(06).
              15 INDATA3                 PIC X(04).
              15 INDATA4                 PIC X(01).
              15 INDATA5                 PIC X(48).
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
           10 LIST-LINE                  PIC X(79).
       01  WS-PAGE-HEADING.
           05 FILLER                     PIC X(07)  VALUE 'REPORT '.
           05 PH-REPORT                  PIC X(08).
           05 FILLER                     PIC X(01)  VALUE SPACE.
           05 PH-DATE                    PIC X(06).
           05 FILLER                     PIC X(06)  VALUE ' PAGE '.
           05 PH-PAGE                    PIC Z(03)9.
           05 FILLER                     PIC X(04)  VALUE ' OF '.
           05 PH-PAGES                   PIC Z(03)9.
           05 FILLER                     PIC X(02)  VALUE SPACES.
           05 PH-TITLE                   PIC X(37).
       01  WS-INDEX-HEADING.
           05 FILLER                     PIC X(20)  VALUE
              'REPORTS KEPT FOR    '.
           05 IH-DATE                    PIC X(06).
           05 FILLER                     PIC X(53)  VALUE
              ' - PAGES  LINES   RAN      RC   OUTCOME'.
       01  WS-INDEX-LINE.
           05 IL-REPORT                  PIC X(08).
           05 FILLER                     PIC X(01)  VALUE SPACE.
           05 IL-TITLE                   PIC X(30).
           05 FILLER                     PIC X(01)  VALUE SPACE.
           05 IL-PAGES                   PIC Z(03)9.
           05 FILLER                     PIC X(01)  VALUE SPACE.
           05 IL-LINES                   PIC Z(05)9.
           05 FILLER                     PIC X(01)  VALUE SPACE.
           05 IL-RUN-TIME                PIC X(08).
           05 FILLER                     PIC X(01)  VALUE SPACE.
           05 IL-RC                      PIC X(04).
           05 FILLER                     PIC X(01)  VALUE SPACE.
           05 IL-OUTCOME                 PIC X(04).
           05 FILLER                     PIC X(09)  VALUE SPACES.
       01  WS-CONT-LINE.
           05 FILLER                     PIC X(04)  VALUE '  + '.
           05 CL-TEXT                    PIC X(53).
           05 FILLER                     PIC X(22)  VALUE SPACES.
       01  WS-PAGE-SUMMARY.
           05 FILLER                     PIC X(05)  VALUE 'PAGE '.
           05 PS-PAGE                    PIC Z(03)9.
           05 FILLER                     PIC X(04)  VALUE ' OF '.
           05 PS-PAGES                   PIC Z(03)9.
           05 FILLER                     PIC X(03)  VALUE ' - '.
           05 PS-TEXT                    PIC X(40).
      ******************************************************************
      *    REPORT REPOSITORY AND RUN CONTROL
      ******************************************************************
       01  WS-RPTR-STATUS                 PIC XX    VALUE SPACES.
       01  WS-RUNC-STATUS                 PIC XX    VALUE SPACES.
      ******************************************************************
      *    EXCEPTION FILE
      ******************************************************************
       01  WS-EXCP-STATUS                 PIC XX    VALUE SPACES.
      ******************************************************************
      *    REQUEST WORK FIELDS
      ******************************************************************
       01  WS-DATE-IN                     PIC X(06) VALUE SPACES.
       01  WS-TODAY                       PIC 9(06) VALUE ZERO.
       01  WS-CUR-REPORT                  PIC X(08) VALUE SPACES.
       01  WS-PAGE                        PIC 9(04) VALUE ZERO.
       01  WS-PAGES                       PIC 9(04) VALUE ZERO.
       01  WS-START-PAGE                  PIC 9(04) VALUE ZERO.
       01  WS-TITLE                       PIC X(40) VALUE SPACES.
       01  WS-QN-LEN                      PIC 9(02) COMP VALUE ZERO.
       01  WS-QN-HITS                     PIC 9(04) COMP VALUE ZERO.
      ******************************************************************
      *    LIST GOVERNOR
      ******************************************************************
       01  WS-LIST-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-MAX-LIST-LINES              PIC 9(05) VALUE 00050.
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
           05 SW-RPTR-OPEN                PIC X     VALUE 'N'.
             88 RPTR-OPEN-OK                        VALUE 'Y'.
           05 SW-RUNC-OPEN                PIC X     VALUE 'N'.
             88 RUNC-OPEN-OK                        VALUE 'Y'.
           05 SW-QUEUE-FOUND              PIC X     VALUE 'N'.
             88 QUEUE-FOUND                         VALUE 'Y'.
      *
       01  FILLER                        PIC X(32)  VALUE
                                       'X MODULE MQRPTVW END WSS X'.
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

           OPEN INPUT RPTR-FILE
           IF WS-RPTR-STATUS = '00'
              SET RPTR-OPEN-OK TO TRUE
           ELSE
              DISPLAY 'MQRPTVW  RPTR-FILE OPEN FAILED ' WS-RPTR-STATUS
              DISPLAY 'MQRPTVW  ALL REQUESTS WILL BE REFUSED'
           END-IF

      *    WITHOUT RUNCTLF THE INDEX STILL LISTS THE REPORTS - ONLY
      *    THE RETURN CODES ARE MISSING
           OPEN INPUT RUNC-FILE
           IF WS-RUNC-STATUS = '00'
              SET RUNC-OPEN-OK TO TRUE
           ELSE
              DISPLAY 'MQRPTVW  RUNC-FILE OPEN FAILED ' WS-RUNC-STATUS
           END-IF

           OPEN EXTEND EXCP-FILE
           IF WS-EXCP-STATUS NOT = '00'
              DISPLAY 'MQRPTVW  EXCP-FILE OPEN FAILED ' WS-EXCP-STATUS
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
             IF INDATA2 = SPACES
                ACCEPT WS-TODAY            FROM DATE
                MOVE WS-TODAY              TO WS-DATE-IN
             ELSE
                MOVE INDATA2               TO WS-DATE-IN
             END-IF

             IF NOT RPTR-OPEN-OK
                MOVE 'REPORT REPOSITORY UNAVAILABLE' TO OUTDATA
             ELSE
                IF WS-DATE-IN NOT NUMERIC
                   MOVE 'DATE MUST BE YYMMDD'  TO OUTDATA
                ELSE
                   IF INDATA1 = SPACES
                      PERFORM DA-LIST-INDEX
                   ELSE
                      PERFORM DD-SHOW-PAGE
                   END-IF
                END-IF
             END-IF
      *
             PERFORM DH-WRITE-RESPONSE
      *
           END-IF

           CONTINUE.
      *    *************************************************************
      *    ***  LIST EVERY REPORT KEPT FOR THE DATE. THE FILE IS
      *    ***  KEYED REPORT FIRST, SO EACH REPORT NAME IS VISITED
      *    ***  ONCE: ITS HEADER FOR THE DATE IS READ BY KEY, THEN
      *    ***  THE REST OF THE REPORT IS SKIPPED
      *    *************************************************************
       DA-LIST-INDEX SECTION.
           MOVE 'N'                        TO SW-LIST-EOF
           MOVE ZERO                       TO WS-LIST-COUNT

           MOVE WS-DATE-IN                 TO IH-DATE
           MOVE WS-INDEX-HEADING           TO LIST-LINE
           PERFORM DI-ISRT-LINE

           MOVE LOW-VALUES                 TO RPTR-KEY
           START RPTR-FILE KEY NOT < RPTR-KEY
              INVALID KEY
                 SET LIST-END-OF-FILE      TO TRUE
           END-START

           PERFORM DB-INDEX-NEXT-REPORT UNTIL LIST-END-OF-FILE
                                         OR INTERRUPTION
                                         OR WS-LIST-COUNT >=
                                            WS-MAX-LIST-LINES

           IF WS-LIST-COUNT = ZERO
              MOVE 'NO REPORTS KEPT FOR THE DATE' TO OUTDATA
           ELSE
              IF WS-LIST-COUNT >= WS-MAX-LIST-LINES
                 MOVE 'LIST LIMIT REACHED - MORE REPORTS EXIST'
                                            TO OUTDATA
              ELSE
                 MOVE 'END OF INDEX - TYPE A REPORT NAME TO VIEW'
                                            TO OUTDATA
              END-IF
           END-IF
           CONTINUE.
      *
       DB-INDEX-NEXT-REPORT SECTION.
           READ RPTR-FILE NEXT
              AT END
                 SET LIST-END-OF-FILE      TO TRUE
           END-READ
           IF WS-RPTR-STATUS NOT = '00'
              SET LIST-END-OF-FILE         TO TRUE
           END-IF

           IF NOT LIST-END-OF-FILE
              MOVE RPTR-REPORT             TO WS-CUR-REPORT
              MOVE WS-DATE-IN              TO RPTR-DATE
              MOVE ZERO                    TO RPTR-PAGE
                                              RPTR-LINE
              READ RPTR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM DC-ISRT-INDEX-LINE
              END-READ

      *       PAST EVERY KEY OF THIS REPORT TO THE NEXT REPORT NAME
              MOVE HIGH-VALUES             TO RPTR-KEY
              MOVE WS-CUR-REPORT           TO RPTR-REPORT
              START RPTR-FILE KEY > RPTR-KEY
                 INVALID KEY
                    SET LIST-END-OF-FILE   TO TRUE
              END-START
           END-IF
           CONTINUE.
      *
       DC-ISRT-INDEX-LINE SECTION.
           ADD 1                           TO WS-LIST-COUNT
           MOVE RPTR-REPORT                TO IL-REPORT
           MOVE RPTR-HDR-TITLE             TO IL-TITLE
           MOVE RPTR-HDR-PAGES             TO IL-PAGES
           MOVE RPTR-HDR-LINES             TO IL-LINES
           MOVE RPTR-HDR-RUN-TIME          TO IL-RUN-TIME
           MOVE '----'                     TO IL-RC
           MOVE '----'                     TO IL-OUTCOME

           IF RUNC-OPEN-OK
              MOVE RPTR-REPORT             TO RUNC-JOB-NAME
              MOVE WS-DATE-IN              TO RUNC-DATE
              READ RUNC-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF RUNC-RETURN-CODE NOT = SPACES
                       MOVE RUNC-RETURN-CODE TO IL-RC
                    END-IF
                    MOVE RUNC-OUTCOME      TO IL-OUTCOME
              END-READ
           END-IF

           MOVE WS-INDEX-LINE              TO LIST-LINE
           PERFORM DI-ISRT-LINE
           CONTINUE.
      *    *************************************************************
      *    ***  SHOW ONE PAGE OF THE REPORT - THE PAGE TYPED, THE
      *    ***  ONE AFTER OR BEFORE IT, OR THE PAGE THAT MENTIONS
      *    ***  THE QUEUE TYPED
      *    *************************************************************
       DD-SHOW-PAGE SECTION.
           MOVE INDATA1                    TO RPTR-REPORT
           MOVE WS-DATE-IN                 TO RPTR-DATE
           MOVE ZERO                       TO RPTR-PAGE
                                              RPTR-LINE
           READ RPTR-FILE
              INVALID KEY
                 MOVE 'REPORT NOT KEPT FOR THE DATE' TO OUTDATA
           END-READ

           IF WS-RPTR-STATUS = '00'
              MOVE RPTR-HDR-PAGES          TO WS-PAGES
              MOVE RPTR-HDR-TITLE          TO WS-TITLE
              IF WS-PAGES = ZERO
                 MOVE 'REPORT PRINTED NO LINES' TO OUTDATA
              ELSE
                 IF INDATA3 NUMERIC
                 AND INDATA3 > ZERO
                    MOVE INDATA3           TO WS-PAGE
                 ELSE
                    MOVE 1                 TO WS-PAGE
                 END-IF

                 IF INDATA5 NOT = SPACES
                    PERFORM DE-FIND-QUEUE
                 ELSE
                    EVALUATE INDATA4
                       WHEN 'F'
                          ADD 1            TO WS-PAGE
                       WHEN 'B'
                          IF WS-PAGE > 1
                             SUBTRACT 1    FROM WS-PAGE
                          END-IF
                    END-EVALUATE
                 END-IF
                 IF WS-PAGE > WS-PAGES
                    MOVE WS-PAGES          TO WS-PAGE
                 END-IF

                 MOVE INDATA1              TO PH-REPORT
                 MOVE WS-DATE-IN           TO PH-DATE
                 MOVE WS-PAGE              TO PH-PAGE
                 MOVE WS-PAGES             TO PH-PAGES
                 MOVE WS-TITLE             TO PH-TITLE
                 MOVE WS-PAGE-HEADING      TO LIST-LINE
                 PERFORM DI-ISRT-LINE

                 MOVE 'N'                  TO SW-LIST-EOF
                 MOVE INDATA1              TO RPTR-REPORT
                 MOVE WS-DATE-IN           TO RPTR-DATE
                 MOVE WS-PAGE              TO RPTR-PAGE
                 MOVE ZERO                 TO RPTR-LINE
                 START RPTR-FILE KEY NOT < RPTR-KEY
                    INVALID KEY
                       SET LIST-END-OF-FILE TO TRUE
                 END-START
                 PERFORM DG-ISRT-NEXT-PAGE-LINE UNTIL LIST-END-OF-FILE
                                                 OR INTERRUPTION

                 IF OUTDATA = SPACES
                    MOVE WS-PAGE           TO PS-PAGE
                    MOVE WS-PAGES          TO PS-PAGES
                    IF WS-PAGE < WS-PAGES
                       MOVE 'F = NEXT PAGE, B = PAGE BEFORE'
                                           TO PS-TEXT
                    ELSE
                       MOVE 'LAST PAGE, B = PAGE BEFORE'
                                           TO PS-TEXT
                    END-IF
                    MOVE WS-PAGE-SUMMARY   TO OUTDATA
                 END-IF
              END-IF
           END-IF
           CONTINUE.
      *
       DE-FIND-QUEUE SECTION.
      *    SEARCH FROM THE PAGE TYPED, OR THE ONE AFTER IT WITH F SO
      *    REPEATING THE REQUEST STEPS THROUGH EVERY MENTION
           MOVE 'N'                        TO SW-QUEUE-FOUND
           MOVE 'N'                        TO SW-LIST-EOF
           MOVE WS-PAGE                    TO WS-START-PAGE
           IF INDATA4 = 'F'
              ADD 1                        TO WS-START-PAGE
           END-IF

           PERFORM VARYING WS-QN-LEN FROM 48 BY -1
                   UNTIL WS-QN-LEN < 1
                   OR INDATA5 (WS-QN-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM

           MOVE INDATA1                    TO RPTR-REPORT
           MOVE WS-DATE-IN                 TO RPTR-DATE
           MOVE WS-START-PAGE              TO RPTR-PAGE
           MOVE ZERO                       TO RPTR-LINE
           START RPTR-FILE KEY NOT < RPTR-KEY
              INVALID KEY
                 SET LIST-END-OF-FILE      TO TRUE
           END-START

           PERFORM DF-TEST-NEXT-LINE UNTIL LIST-END-OF-FILE
                                      OR QUEUE-FOUND

           IF QUEUE-FOUND
              MOVE RPTR-PAGE               TO WS-PAGE
           ELSE
              MOVE 'QUEUE NOT FOUND ON OR AFTER THE PAGE'
                                           TO OUTDATA
           END-IF
           CONTINUE.
      *
       DF-TEST-NEXT-LINE SECTION.
           READ RPTR-FILE NEXT
              AT END
                 SET LIST-END-OF-FILE      TO TRUE
              NOT AT END
                 IF RPTR-REPORT NOT = INDATA1
                 OR RPTR-DATE NOT = WS-DATE-IN
                    SET LIST-END-OF-FILE   TO TRUE
                 ELSE
                    MOVE ZERO              TO WS-QN-HITS
                    INSPECT RPTR-TEXT TALLYING WS-QN-HITS
                            FOR ALL INDATA5 (1:WS-QN-LEN)
                    IF WS-QN-HITS > ZERO
                       SET QUEUE-FOUND     TO TRUE
                    END-IF
                 END-IF
           END-READ
           IF WS-RPTR-STATUS NOT = '00'
              SET LIST-END-OF-FILE         TO TRUE
           END-IF
           CONTINUE.
      *
       DG-ISRT-NEXT-PAGE-LINE SECTION.
           READ RPTR-FILE NEXT
              AT END
                 SET LIST-END-OF-FILE      TO TRUE
              NOT AT END
                 IF RPTR-REPORT NOT = INDATA1
                 OR RPTR-DATE NOT = WS-DATE-IN
                 OR RPTR-PAGE NOT = WS-PAGE
                    SET LIST-END-OF-FILE   TO TRUE
                 ELSE
                    MOVE RPTR-TEXT         TO LIST-LINE
                    PERFORM DI-ISRT-LINE
                    IF RPTR-TEXT (80:53) NOT = SPACES
                       MOVE RPTR-TEXT (80:53) TO CL-TEXT
                       MOVE WS-CONT-LINE   TO LIST-LINE
                       PERFORM DI-ISRT-LINE
                    END-IF
                 END-IF
           END-READ
      *    ANY ABNORMAL READ STATUS MUST END THE LIST - A STATUS
      *    LIKE 47 RAISES NEITHER AT END NOR INVALID KEY AND WOULD
      *    OTHERWISE LOOP FOREVER
           IF WS-RPTR-STATUS NOT = '00'
              SET LIST-END-OF-FILE         TO TRUE
           END-IF
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
      *    *************************************************************
      *    ***  INSERT ONE LINE TO THE TERMINAL
      *    *************************************************************
       DI-ISRT-LINE SECTION.
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
                     DISPLAY 'MQRPTVW UNEXPECTED RETURNCODE = '
                             STC-CODE
                     DISPLAY 'MQRPTVW AIB-RETURN-CODE = '
                             AIB-RETURN-CODE
                             ' AIB-REASON-CODE = ' AIB-REASON-CODE
                     DISPLAY 'MQRPTVW ' AIB-RC-TEXT-OUT
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
           MOVE 'MQRPTVW'                TO EXCP-PROGRAM-NAME
           MOVE 'X-AIB-CHECK'            TO EXCP-PARAGRAPH-NAME
           ACCEPT EXCP-DATE              FROM DATE
           ACCEPT EXCP-TIME              FROM TIME
           MOVE AIB-RETURN-CODE          TO EXCP-AIB-RETURN-CODE
           MOVE AIB-REASON-CODE          TO EXCP-AIB-REASON-CODE
           MOVE ZERO                     TO EXCP-MQ-COMPCODE
                                             EXCP-MQ-REASON

           WRITE EXCEPTION-RECORD
           IF WS-EXCP-STATUS NOT = '00'
              DISPLAY 'MQRPTVW  EXCP WRITE FAILED ' WS-EXCP-STATUS
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

           CLOSE RPTR-FILE
           CLOSE RUNC-FILE
           CLOSE EXCP-FILE

           GOBACK.
