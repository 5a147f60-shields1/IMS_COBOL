       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. SECSIEM.
      ******************************************************************
      *
      *    MODULE      SECSIEM
      *                BATCH
      *                NIGHTLY SECURITY EVENT EXTRACT FOR THE
      *                ENTERPRISE SIEM. BUILDS ONE PIPE-DELIMITED
      *                FILE (SIEMOUT) OF SECURITY EVENTS IN ONE
      *                STANDARD LAYOUT FROM EVERY PLACE THIS SYSTEM
      *                KEEPS THEM:
      *                  SECVIOL - REFUSED QUEUE ACCESS (VIOLLOG)
      *                  LOCKOUT - USER LOCKED OR RELEASED (LOCKF)
      *                  AUTHDEC - QAUTHF/CONFIGURATION CHANGE
      *                            APPROVED OR REJECTED (PENDCHG)
      *                  ADMIN   - ADMINISTRATIVE ACTIONS FROM THE
      *                            AUDIT TRAIL (AUDARCH GENERATIONS
      *                            PLUS THE LIVE AUDITLOG): CHANGE
      *                            REQUESTS (QAUTMNT, MQCFGTX), LOCK
      *                            ACTIONS (SECULCK, SECVLCK),
      *                            SEQUENCE RESETS (MQSEQTX),
      *                            TEMPLATE CHANGES (MQTMPLM),
      *                            BREAKER CLOSES, RECERTIFICATION
      *                            PROPOSALS, CHANGE-FREEZE REFUSALS
      *                            AND OVERRIDES, UNMASKED VIEWS
      *                THE APPROVALS AND REJECTIONS ON THE AUDIT
      *                TRAIL ARE LEFT OUT - PENDCHG CARRIES THEM.
      *
      *                RECORD LAYOUT (FIELDS SEPARATED BY '|'):
      *                  H|SECSIEM|BUSINESS DATE|RUN TIMESTAMP|
      *                    FROM WATERMARK|LAYOUT VERSION
      *                  D|EVENT TYPE|TIMESTAMP|USERID|LTERM|
      *                    TRAN CODE|QUEUE|ACTION|OUTCOME|
      *                    SEVERITY|DETAIL
      *                  T|EVENTS|SECVIOL|LOCKOUT|AUTHDEC|ADMIN|
      *                    TO WATERMARK
      *                TIMESTAMPS ARE YYYY-MM-DDTHH:MM:SS.HH.
      *
      *                THE RUN FIXES A CUTOFF WHEN IT STARTS - THE
      *                CURRENT TIME LESS A LAG COVERING THE MQLOGWR
      *                SWEEP, SO AN AUDIT RECORD STILL ON ITS WAY TO
      *                AUDITLOG CANNOT FALL BEHIND THE WATERMARK.
      *                ONLY EVENTS LATER THAN THE WATERMARK KEPT ON
      *                RUNCTLF (MQRUNCT WGET) AND NOT LATER THAN THE
      *                CUTOFF ARE EXTRACTED, FROM EVERY SOURCE, AND
      *                THE CUTOFF BECOMES THE NEW WATERMARK (WSET)
      *                ONLY WHEN THE RUN ENDS CLEAN - A RERUN NEVER
      *                SENDS AN EVENT TWICE AND NEVER SKIPS ONE.
      *                EVENTS PAST THE CUTOFF GO IN THE NEXT RUN.
      *                THE JOB REGISTERS ITS
      *                START, END, COUNTS AND OUTCOME ON RUNCTLF
      *                BEHIND AUDARCH LIKE THE OTHER NIGHTLY JOBS,
      *                SO A MISSED EXTRACT IS VISIBLE THERE.
      *
      *    INPUT       BUSINESS DATE YYMMDD ON SYSIN - MANDATORY,
      *                A BLANK/INVALID DATE ENDS THE JOB WITH
      *                RETURN-CODE 8
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
      *     BA   = OPEN THE EVENT SOURCES
      *     BB   = FIX THE CUTOFF FOR THE RUN
      *     BC   = STEP THE CUTOFF BACK ONE DAY
      *    C
      *     CA   = READ NEXT VIOLATION RECORD
      *     CB   = READ NEXT LOCKOUT RECORD
      *     CC   = READ NEXT PENDING CHANGE RECORD
      *     CD   = READ NEXT ARCHIVE AUDIT RECORD
      *     CE   = READ NEXT LIVE AUDIT RECORD
      *     CF   = MAP ONE AUDIT RECORD TO AN ADMIN EVENT
      *     CG   = TEST THE EVENT AGAINST THE WATERMARK
      *    D     = WRITE ONE EVENT RECORD
      *    E     = WRITE THE TRAILER RECORD
      *    Z     = EXIT
      *
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    MQRUNCT - RUN-CONTROL SERVICE (CHECK, START, END AND THE
      *              EXTRACT WATERMARK)
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIOL-FILE         ASSIGN TO VIOLLOG
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-VIOL-STATUS.
           SELECT LOCK-FILE         ASSIGN TO LOCKF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS SEQUENTIAL
                                     RECORD KEY IS LOCK-USERID
                                     FILE STATUS IS WS-LOCK-STATUS.
           SELECT PEND-FILE         ASSIGN TO PENDCHG
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS SEQUENTIAL
                                     RECORD KEY IS PEND-KEY
                                     FILE STATUS IS WS-PEND-STATUS.
           SELECT ARCH-FILE         ASSIGN TO AUDARCH
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-ARCH-STATUS.
           SELECT AUDIT-FILE        ASSIGN TO AUDITLOG
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SIEM-FILE         ASSIGN TO SIEMOUT
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-SIEM-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  VIOL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY VIOLREC.
      *
       FD  LOCK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOCKREC.
      *
       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.
      *
       FD  ARCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ARCH-FILE-RECORD               PIC X(200).
      *
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AUDIT-FILE-RECORD              PIC X(200).
      *
       FD  SIEM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SIEM-RECORD                    PIC X(250).
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE SECSIEM START WSS X'.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-VIOL-STATUS                 PIC XX      VALUE SPACES.
       01  WS-LOCK-STATUS                 PIC XX      VALUE SPACES.
       01  WS-PEND-STATUS                 PIC XX      VALUE SPACES.
       01  WS-ARCH-STATUS                 PIC XX      VALUE SPACES.
       01  WS-AUDIT-STATUS                PIC XX      VALUE SPACES.
       01  WS-SIEM-STATUS                 PIC XX      VALUE SPACES.
      ******************************************************************
      *    RUN CONTROL (MQRUNCT) AND THE EXTRACT WINDOW - EVENTS LATER
      *    THAN THE FROM WATERMARK AND NOT LATER THAN THE CUTOFF GO
      *    OUT, AND THE CUTOFF IS THE NEXT RUN'S WATERMARK (YYMMDD +
      *    HHMMSSHH). THE LAG KEEPS THE CUTOFF BEHIND THE MQLOGWR
      *    SWEEP, WHICH RUNS EVERY FEW MINUTES
      ******************************************************************
       01  WS-BUSINESS-DATE               PIC X(06)   VALUE SPACES.
           COPY RUNCPARM.
       01  WS-FROM-WATERMARK              PIC X(14)   VALUE SPACES.
       01  WS-TO-WATERMARK                PIC X(14)   VALUE SPACES.
       01  WS-CUTOFF-LAG-SECS             PIC 9(05)   VALUE 01800.
       01  WS-CUTOFF-STAMP.
           05 WS-CUT-DATE.
              10 WS-CUT-YY                PIC 9(02).
              10 WS-CUT-MM                PIC 9(02).
              10 WS-CUT-DD                PIC 9(02).
           05 WS-CUT-TIME.
              10 WS-CUT-HH                PIC 9(02).
              10 WS-CUT-MI                PIC 9(02).
              10 WS-CUT-SS                PIC 9(02).
              10 WS-CUT-HS                PIC 9(02).
       01  WS-CUT-DAY-SECS                PIC S9(07)  VALUE ZERO.
       01  WS-CUT-REM                     PIC 9(05)   VALUE ZERO.
       01  WS-CUT-QUOT                    PIC 9(02)   VALUE ZERO.
       01  TB-MONTH-LENGTHS.
           05 TB-MONTH-LEN-VALUES         PIC X(24)   VALUE
              '312831303130313130313031'.
           05 TB-MONTH-LEN-TABLE REDEFINES TB-MONTH-LEN-VALUES.
              10 TB-MONTH-LEN             OCCURS 12 TIMES
                                          PIC 9(02).
       01  CC-LAYOUT-VERSION              PIC X(02)   VALUE '01'.
      ******************************************************************
      *    AUDIT HISTORY RECORD - THE 200-BYTE AUDITLOG/AUDARCH LAYOUT
      ******************************************************************
       01  HIST-RECORD.
           05 HIST-QUEUE-NAME             PIC X(48).
           05 HIST-USERID                 PIC X(08).
           05 HIST-DATE.
              10 HIST-DATE-YYMMDD         PIC X(06).
              10 FILLER                   PIC X(02).
           05 HIST-TIME                   PIC X(08).
           05 HIST-FUNCTION               PIC X(05).
           05 HIST-MSG-LENGTH             PIC 9(09).
           05 HIST-STATUS                 PIC X(04).
           05 HIST-COMPCODE               PIC S9(09).
           05 HIST-REASON                 PIC S9(09).
           05 HIST-DETAIL                 PIC X(20).
           05 FILLER                      PIC X(72).
      ******************************************************************
      *    ONE SECURITY EVENT IN THE STANDARD LAYOUT
      ******************************************************************
       01  EVT-EVENT.
           05 EVT-TYPE                    PIC X(08).
           05 EVT-STAMP.
              10 EVT-DATE.
                 15 EVT-YY                PIC X(02).
                 15 EVT-MM                PIC X(02).
                 15 EVT-DD                PIC X(02).
              10 EVT-TIME.
                 15 EVT-HH                PIC X(02).
                 15 EVT-MI                PIC X(02).
                 15 EVT-SS                PIC X(02).
                 15 EVT-HS                PIC X(02).
           05 EVT-USERID                  PIC X(08).
           05 EVT-LTERM                   PIC X(08).
           05 EVT-TRAN-CODE               PIC X(08).
           05 EVT-QUEUE-NAME              PIC X(48).
           05 EVT-ACTION                  PIC X(08).
           05 EVT-OUTCOME                 PIC X(08).
           05 EVT-SEVERITY                PIC X(04).
           05 EVT-DETAIL                  PIC X(40).
       01  WS-EVT-ISO-STAMP               PIC X(22)   VALUE SPACES.
      ******************************************************************
      *    OUTPUT LINE BUILD
      ******************************************************************
       01  WS-SIEM-LINE                   PIC X(250)  VALUE SPACES.
       01  WS-RUN-DATE                    PIC X(06)   VALUE SPACES.
       01  WS-RUN-TIME                    PIC X(08)   VALUE SPACES.
      ******************************************************************
      *    RECORD COUNTERS
      ******************************************************************
       01  WS-READ-COUNT                  PIC 9(09)   VALUE ZERO.
       01  WS-EVENT-COUNT                 PIC 9(09)   VALUE ZERO.
       01  WS-VIOL-EVENTS                 PIC 9(09)   VALUE ZERO.
       01  WS-LOCK-EVENTS                 PIC 9(09)   VALUE ZERO.
       01  WS-AUTH-EVENTS                 PIC 9(09)   VALUE ZERO.
       01  WS-ADMIN-EVENTS                PIC 9(09)   VALUE ZERO.
       01  WS-BAD-STAMP-COUNT             PIC 9(09)   VALUE ZERO.
       01  WS-PAST-CUTOFF-COUNT           PIC 9(09)   VALUE ZERO.
      ******************************************************************
      *    SWITCHES
      ******************************************************************
       01  SWITCHES.
           05 SW-INDICATOR                PIC X       VALUE '0'.
             88 END-OF-FILE                           VALUE '1'.
           05 SW-SEQUENCE                 PIC X       VALUE 'N'.
             88 SEQUENCE-BROKEN                       VALUE 'Y'.
           05 SW-IO-ERROR                 PIC X       VALUE 'N'.
             88 HAD-IO-ERROR                          VALUE 'Y'.
           05 SW-EVENT                    PIC X       VALUE 'N'.
             88 EVENT-SELECTED                        VALUE 'Y'.
           05 SW-LOCK-OPEN                PIC X       VALUE 'N'.
             88 LOCK-FILE-OPEN                        VALUE 'Y'.
           05 SW-PEND-OPEN                PIC X       VALUE 'N'.
             88 PEND-FILE-OPEN                        VALUE 'Y'.
           05 SW-ARCH-OPEN                PIC X       VALUE 'N'.
             88 ARCH-FILE-OPEN                        VALUE 'Y'.
      *
       01  FILLER                        PIC X(32)    VALUE
                                       'X MODULE SECSIEM END WSS X'.
      *
       PROCEDURE DIVISION.
      **************************************************************
      *                                                            *
      *    A   MAINROUTINE                                         *
      *                                                            *
      **************************************************************
       A-MAINROUTINE SECTION.

           PERFORM B-INITIATION
           IF NOT SEQUENCE-BROKEN
           AND NOT HAD-IO-ERROR
              MOVE '0'                    TO SW-INDICATOR
              PERFORM CA-READ-NEXT-VIOLATION UNTIL END-OF-FILE
              MOVE '0'                    TO SW-INDICATOR
              IF NOT LOCK-FILE-OPEN
                 SET END-OF-FILE          TO TRUE
              END-IF
              PERFORM CB-READ-NEXT-LOCKOUT UNTIL END-OF-FILE
              MOVE '0'                    TO SW-INDICATOR
              IF NOT PEND-FILE-OPEN
                 SET END-OF-FILE          TO TRUE
              END-IF
              PERFORM CC-READ-NEXT-DECISION UNTIL END-OF-FILE
              MOVE '0'                    TO SW-INDICATOR
              IF NOT ARCH-FILE-OPEN
                 SET END-OF-FILE          TO TRUE
              END-IF
              PERFORM CD-READ-NEXT-ARCHIVE UNTIL END-OF-FILE
              MOVE '0'                    TO SW-INDICATOR
              PERFORM CE-READ-NEXT-AUDIT UNTIL END-OF-FILE
              PERFORM E-WRITE-TRAILER
           END-IF
           PERFORM Z-EXIT
           .
      ******************************************************************
      *
      *    B   INITIALIZATION
      *
      ******************************************************************
       B-INITIATION SECTION.
      *    BUSINESS DATE FROM SYSIN - MANDATORY, SO THE EXTRACT
      *    CHECKS AND RECORDS UNDER THE SAME DATE AS THE CHAIN
           ACCEPT WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE NOT NUMERIC
           OR WS-BUSINESS-DATE = SPACES
              DISPLAY 'SECSIEM  BUSINESS DATE MISSING OR INVALID '
                      'ON SYSIN - CHAIN HALTED'
              SET SEQUENCE-BROKEN TO TRUE
              MOVE 8 TO RETURN-CODE
           END-IF

           IF SEQUENCE-BROKEN
              CONTINUE
           ELSE
      *    THE EXTRACT RUNS BEHIND A CLEAN AUDARCH FOR THE SAME
      *    BUSINESS DATE, SO THE DAY'S AUDIT TRAIL HAS BEEN CUT
           MOVE 'CHK '                     TO RUNP-FUNCTION
           MOVE 'SECSIEM '                 TO RUNP-JOB-NAME
           MOVE 'AUDARCH '                 TO RUNP-PRED-NAME
           MOVE WS-BUSINESS-DATE           TO RUNP-DATE
           CALL 'MQRUNCT' USING RUNP-PARM
           END-CALL
           IF NOT RUNP-RETURN-OK
              DISPLAY 'SECSIEM  SEQUENCE BREAK - AUDARCH NOT OK FOR '
                      WS-BUSINESS-DATE
              SET SEQUENCE-BROKEN TO TRUE
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'STRT'                  TO RUNP-FUNCTION
              CALL 'MQRUNCT' USING RUNP-PARM
              END-CALL
              MOVE 'WGET'                  TO RUNP-FUNCTION
              MOVE SPACES                  TO RUNP-WATERMARK
              CALL 'MQRUNCT' USING RUNP-PARM
              END-CALL
              IF NOT RUNP-RETURN-OK
                 DISPLAY 'SECSIEM  WATERMARK NOT READABLE'
                 SET HAD-IO-ERROR          TO TRUE
              END-IF
              MOVE RUNP-WATERMARK          TO WS-FROM-WATERMARK
                                              WS-TO-WATERMARK
      *       THE CUTOFF IS THE WATERMARK THIS RUN LEAVES BEHIND - A
      *       RERUN INSIDE THE LAG MUST NOT MOVE IT BACKWARDS
              PERFORM BB-FIX-CUTOFF
              IF WS-CUTOFF-STAMP > WS-FROM-WATERMARK
              OR WS-FROM-WATERMARK = SPACES
                 MOVE WS-CUTOFF-STAMP      TO WS-TO-WATERMARK
              END-IF
           END-IF
           END-IF

           IF NOT SEQUENCE-BROKEN
           AND NOT HAD-IO-ERROR
              PERFORM BA-OPEN-EVENT-SOURCES
           END-IF

           IF NOT SEQUENCE-BROKEN
           AND NOT HAD-IO-ERROR
              ACCEPT WS-RUN-DATE           FROM DATE
              ACCEPT WS-RUN-TIME           FROM TIME
              MOVE SPACES                  TO WS-SIEM-LINE
              STRING 'H|SECSIEM|' WS-BUSINESS-DATE '|'
                     WS-RUN-DATE WS-RUN-TIME '|'
                     WS-FROM-WATERMARK '|' CC-LAYOUT-VERSION
                     DELIMITED BY SIZE INTO WS-SIEM-LINE
              END-STRING
              WRITE SIEM-RECORD FROM WS-SIEM-LINE
              IF WS-SIEM-STATUS NOT = '00'
                 DISPLAY 'SECSIEM  SIEM-FILE WRITE FAILED '
                         WS-SIEM-STATUS
                 SET HAD-IO-ERROR          TO TRUE
              END-IF

              DISPLAY '============================================'
              DISPLAY '     SECURITY EVENT EXTRACT FOR THE SIEM'
              DISPLAY '     BUSINESS DATE ' WS-BUSINESS-DATE
              DISPLAY '     EVENTS AFTER  ' WS-FROM-WATERMARK
              DISPLAY '     UP TO CUTOFF  ' WS-CUTOFF-STAMP
              DISPLAY '============================================'
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  FIX THE CUTOFF ONCE, AT THE START OF THE RUN - THE
      *    ***  CURRENT TIME LESS THE LAG, STEPPING BACK OVER
      *    ***  MIDNIGHT WHEN THE RUN STARTS EARLY IN THE DAY
      *    *************************************************************
       BB-FIX-CUTOFF SECTION.
           ACCEPT WS-CUT-DATE              FROM DATE
           ACCEPT WS-CUT-TIME              FROM TIME
           COMPUTE WS-CUT-DAY-SECS = WS-CUT-HH * 3600
                                   + WS-CUT-MI * 60
                                   + WS-CUT-SS
                                   - WS-CUTOFF-LAG-SECS
           IF WS-CUT-DAY-SECS < ZERO
              ADD 86400                    TO WS-CUT-DAY-SECS
              PERFORM BC-PREVIOUS-DAY
           END-IF
           DIVIDE WS-CUT-DAY-SECS BY 3600 GIVING WS-CUT-HH
                  REMAINDER WS-CUT-REM
           DIVIDE WS-CUT-REM BY 60 GIVING WS-CUT-MI
                  REMAINDER WS-CUT-SS
           CONTINUE.
      *
       BC-PREVIOUS-DAY SECTION.
           IF WS-CUT-DD > 1
              SUBTRACT 1                   FROM WS-CUT-DD
           ELSE
              IF WS-CUT-MM > 1
                 SUBTRACT 1                FROM WS-CUT-MM
              ELSE
                 MOVE 12                   TO WS-CUT-MM
                 IF WS-CUT-YY > ZERO
                    SUBTRACT 1             FROM WS-CUT-YY
                 ELSE
                    MOVE 99                TO WS-CUT-YY
                 END-IF
              END-IF
              MOVE TB-MONTH-LEN (WS-CUT-MM) TO WS-CUT-DD
              IF WS-CUT-MM = 2
                 DIVIDE WS-CUT-YY BY 4 GIVING WS-CUT-QUOT
                        REMAINDER WS-CUT-REM
                 IF WS-CUT-REM = ZERO
                    MOVE 29                TO WS-CUT-DD
                 END-IF
              END-IF
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  OPEN THE SOURCES AND THE EXTRACT. AN EMPTY (NEVER
      *    ***  LOADED) LOCKF OR PENDCHG AND A MISSING ARCHIVE
      *    ***  GENERATION ARE NO EVENTS; ANY OTHER FAILURE ENDS THE
      *    ***  RUN NOK SO THE WATERMARK DOES NOT MOVE
      *    *************************************************************
       BA-OPEN-EVENT-SOURCES SECTION.
           OPEN INPUT VIOL-FILE
           IF WS-VIOL-STATUS NOT = '00'
              DISPLAY 'SECSIEM  VIOL-FILE OPEN FAILED ' WS-VIOL-STATUS
              SET HAD-IO-ERROR            TO TRUE
           END-IF

           OPEN INPUT LOCK-FILE
           EVALUATE WS-LOCK-STATUS
              WHEN '00'
                 SET LOCK-FILE-OPEN       TO TRUE
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'SECSIEM  LOCK-FILE OPEN FAILED '
                         WS-LOCK-STATUS
                 SET HAD-IO-ERROR         TO TRUE
           END-EVALUATE

           OPEN INPUT PEND-FILE
           EVALUATE WS-PEND-STATUS
              WHEN '00'
                 SET PEND-FILE-OPEN       TO TRUE
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'SECSIEM  PEND-FILE OPEN FAILED '
                         WS-PEND-STATUS
                 SET HAD-IO-ERROR         TO TRUE
           END-EVALUATE

           OPEN INPUT ARCH-FILE
           EVALUATE WS-ARCH-STATUS
              WHEN '00'
                 SET ARCH-FILE-OPEN       TO TRUE
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'SECSIEM  ARCH-FILE OPEN FAILED '
                         WS-ARCH-STATUS
                 SET HAD-IO-ERROR         TO TRUE
           END-EVALUATE

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
              DISPLAY 'SECSIEM  AUDIT-FILE OPEN FAILED '
                      WS-AUDIT-STATUS
              SET HAD-IO-ERROR            TO TRUE
           END-IF

           OPEN OUTPUT SIEM-FILE
           IF WS-SIEM-STATUS NOT = '00'
              DISPLAY 'SECSIEM  SIEM-FILE OPEN FAILED ' WS-SIEM-STATUS
              SET HAD-IO-ERROR            TO TRUE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    C   READ THE EVENT SOURCES
      *
      ******************************************************************
       CA-READ-NEXT-VIOLATION SECTION.
           READ VIOL-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
                  MOVE SPACES             TO EVT-EVENT
                  MOVE 'SECVIOL'          TO EVT-TYPE
                  MOVE VIOL-DATE (1:6)    TO EVT-DATE
                  MOVE VIOL-TIME          TO EVT-TIME
                  MOVE VIOL-USERID        TO EVT-USERID
                  MOVE VIOL-LTERM         TO EVT-LTERM
                  MOVE VIOL-TRAN-CODE     TO EVT-TRAN-CODE
                  MOVE VIOL-QUEUE-NAME    TO EVT-QUEUE-NAME
                  MOVE VIOL-COMMAND       TO EVT-ACTION
                  MOVE 'DENIED'           TO EVT-OUTCOME
                  MOVE 'HIGH'             TO EVT-SEVERITY
                  MOVE 'QUEUE NOT AUTHORIZED FOR TRAN CODE'
                                          TO EVT-DETAIL
                  PERFORM CG-TEST-WATERMARK
                  IF EVENT-SELECTED
                     ADD 1                TO WS-VIOL-EVENTS
                     PERFORM D-WRITE-EVENT
                  END-IF
           END-READ
           IF WS-VIOL-STATUS NOT = '00'
           AND NOT END-OF-FILE
              DISPLAY 'SECSIEM  VIOL-FILE READ FAILED ' WS-VIOL-STATUS
              SET HAD-IO-ERROR            TO TRUE
              SET END-OF-FILE             TO TRUE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  ONE LOCKOUT RECORD - ITS DATE/TIME IS THE LATEST LOCK
      *    ***  OR RELEASE, SET BY AN ADMINISTRATOR OR SECVLCK
      *    *************************************************************
       CB-READ-NEXT-LOCKOUT SECTION.
           READ LOCK-FILE NEXT
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
                  MOVE SPACES             TO EVT-EVENT
                  MOVE 'LOCKOUT'          TO EVT-TYPE
                  MOVE LOCK-DATE          TO EVT-DATE
                  MOVE LOCK-TIME          TO EVT-TIME
                  MOVE LOCK-USERID        TO EVT-USERID
                  MOVE 'SECURITY.LOCKOUT' TO EVT-QUEUE-NAME
                  IF LOCK-IS-ACTIVE
                     MOVE 'LOCK'          TO EVT-ACTION
                     MOVE 'LOCKED'        TO EVT-OUTCOME
                     MOVE 'HIGH'          TO EVT-SEVERITY
                  ELSE
                     MOVE 'ULOCK'         TO EVT-ACTION
                     MOVE 'RELEASED'      TO EVT-OUTCOME
                     MOVE 'MED'           TO EVT-SEVERITY
                  END-IF
                  STRING 'SET BY ' LOCK-SET-BY ' VIOLATIONS '
                         LOCK-VIOL-COUNT
                         DELIMITED BY SIZE INTO EVT-DETAIL
                  END-STRING
                  PERFORM CG-TEST-WATERMARK
                  IF EVENT-SELECTED
                     ADD 1                TO WS-LOCK-EVENTS
                     PERFORM D-WRITE-EVENT
                  END-IF
           END-READ
           IF WS-LOCK-STATUS NOT = '00'
           AND NOT END-OF-FILE
              DISPLAY 'SECSIEM  LOCK-FILE READ FAILED ' WS-LOCK-STATUS
              SET HAD-IO-ERROR            TO TRUE
              SET END-OF-FILE             TO TRUE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  ONE PENDING CHANGE - ONLY A DECIDED ONE (APPROVED OR
      *    ***  REJECTED) IS AN EVENT, AT THE TIME OF THE DECISION
      *    *************************************************************
       CC-READ-NEXT-DECISION SECTION.
           READ PEND-FILE NEXT
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
                  IF PEND-IS-APPROVED
                  OR PEND-IS-REJECTED
                     MOVE SPACES          TO EVT-EVENT
                     MOVE 'AUTHDEC'       TO EVT-TYPE
                     MOVE PEND-APP-DATE   TO EVT-DATE
                     MOVE PEND-APP-TIME   TO EVT-TIME
                     MOVE PEND-APPROVER   TO EVT-USERID
                     MOVE PEND-QUEUE-NAME TO EVT-QUEUE-NAME
                     STRING PEND-ACTION ' ' PEND-TARGET
                            DELIMITED BY SIZE INTO EVT-ACTION
                     END-STRING
                     IF PEND-IS-APPROVED
                        MOVE 'APPROVED'   TO EVT-OUTCOME
                        MOVE 'MED'        TO EVT-SEVERITY
                     ELSE
                        MOVE 'REJECTED'   TO EVT-OUTCOME
                        MOVE 'LOW'        TO EVT-SEVERITY
                     END-IF
      *              A QAUTHF CHANGE NAMES THE TRAN CODE GRANTED, A
      *              CONFIGURATION CHANGE THE DD NAME CHANGED
                     MOVE PEND-TRAN-CODE  TO EVT-TRAN-CODE
                     STRING 'ID ' PEND-ID ' BY ' PEND-REQUESTER
                            ' FLAGS ' PEND-ALLOW-FLAGS
                            DELIMITED BY SIZE INTO EVT-DETAIL
                     END-STRING
                     PERFORM CG-TEST-WATERMARK
                     IF EVENT-SELECTED
                        ADD 1             TO WS-AUTH-EVENTS
                        PERFORM D-WRITE-EVENT
                     END-IF
                  END-IF
           END-READ
           IF WS-PEND-STATUS NOT = '00'
           AND NOT END-OF-FILE
              DISPLAY 'SECSIEM  PEND-FILE READ FAILED ' WS-PEND-STATUS
              SET HAD-IO-ERROR            TO TRUE
              SET END-OF-FILE             TO TRUE
           END-IF
           CONTINUE.
      *
       CD-READ-NEXT-ARCHIVE SECTION.
           READ ARCH-FILE INTO HIST-RECORD
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
                  PERFORM CF-MAP-ADMIN-EVENT
           END-READ
           IF WS-ARCH-STATUS NOT = '00'
           AND NOT END-OF-FILE
              DISPLAY 'SECSIEM  ARCH-FILE READ FAILED ' WS-ARCH-STATUS
              SET HAD-IO-ERROR            TO TRUE
              SET END-OF-FILE             TO TRUE
           END-IF
           CONTINUE.
      *
       CE-READ-NEXT-AUDIT SECTION.
           READ AUDIT-FILE INTO HIST-RECORD
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
                  PERFORM CF-MAP-ADMIN-EVENT
           END-READ
           IF WS-AUDIT-STATUS NOT = '00'
           AND NOT END-OF-FILE
              DISPLAY 'SECSIEM  AUDIT-FILE READ FAILED '
                      WS-AUDIT-STATUS
              SET HAD-IO-ERROR            TO TRUE
              SET END-OF-FILE             TO TRUE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  MAP AN ADMINISTRATIVE AUDIT RECORD TO AN ADMIN EVENT -
      *    ***  THE TRAN CODE IS THE TRANSACTION OR JOB THAT WROTE IT.
      *    ***  MESSAGE TRAFFIC AND THE APPROVALS/REJECTIONS (SENT
      *    ***  FROM PENDCHG) ARE NOT SECURITY EVENTS HERE
      *    *************************************************************
       CF-MAP-ADMIN-EVENT SECTION.
           MOVE SPACES                    TO EVT-EVENT
           EVALUATE HIST-FUNCTION
              WHEN 'QREQ '
                 MOVE 'QAUTMNT'           TO EVT-TRAN-CODE
                 MOVE 'LOW'               TO EVT-SEVERITY
              WHEN 'CREQ '
                 MOVE 'MQCFGTX'           TO EVT-TRAN-CODE
                 MOVE 'LOW'               TO EVT-SEVERITY
              WHEN 'LOCK '
                 IF HIST-DETAIL (1:9) = 'AUTO LOCK'
                    MOVE 'SECVLCK'        TO EVT-TRAN-CODE
                 ELSE
                    MOVE 'SECULCK'        TO EVT-TRAN-CODE
                 END-IF
                 MOVE 'MED'               TO EVT-SEVERITY
              WHEN 'ULOCK'
                 MOVE 'SECULCK'           TO EVT-TRAN-CODE
                 MOVE 'MED'               TO EVT-SEVERITY
              WHEN 'SQRST'
                 MOVE 'MQSEQTX'           TO EVT-TRAN-CODE
                 MOVE 'MED'               TO EVT-SEVERITY
              WHEN 'TADD '
              WHEN 'TUPD '
              WHEN 'TDEL '
                 MOVE 'MQTMPLM'           TO EVT-TRAN-CODE
                 MOVE 'LOW'               TO EVT-SEVERITY
              WHEN 'BRKCL'
                 MOVE 'MQBRKTX'           TO EVT-TRAN-CODE
                 MOVE 'LOW'               TO EVT-SEVERITY
              WHEN 'RCERT'
                 MOVE 'QAUTREC'           TO EVT-TRAN-CODE
                 MOVE 'LOW'               TO EVT-SEVERITY
              WHEN 'FOREQ'
              WHEN 'FOREJ'
                 MOVE 'MQFRZOV'           TO EVT-TRAN-CODE
                 MOVE 'LOW'               TO EVT-SEVERITY
              WHEN 'FOAPP'
                 MOVE 'MQFRZOV'           TO EVT-TRAN-CODE
                 MOVE 'MED'               TO EVT-SEVERITY
              WHEN 'FRZRF'
                 MOVE 'MQFRZCK'           TO EVT-TRAN-CODE
                 MOVE 'MED'               TO EVT-SEVERITY
              WHEN 'FOVRD'
                 MOVE 'MQFRZCK'           TO EVT-TRAN-CODE
                 MOVE 'HIGH'              TO EVT-SEVERITY
      *       AN UNMASKED VIEW CARRIES THE TRAN CODE AFTER THE COMMAND
              WHEN 'UNMSK'
                 MOVE HIST-DETAIL (7:8)   TO EVT-TRAN-CODE
                 MOVE 'MED'               TO EVT-SEVERITY
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF EVT-SEVERITY NOT = SPACES
              MOVE 'ADMIN'                TO EVT-TYPE
              MOVE HIST-DATE-YYMMDD       TO EVT-DATE
              MOVE HIST-TIME              TO EVT-TIME
              MOVE HIST-USERID            TO EVT-USERID
              MOVE HIST-QUEUE-NAME        TO EVT-QUEUE-NAME
              MOVE HIST-FUNCTION          TO EVT-ACTION
              IF HIST-STATUS = 'OK'
                 MOVE 'SUCCESS'           TO EVT-OUTCOME
              ELSE
                 MOVE 'FAILURE'           TO EVT-OUTCOME
              END-IF
              MOVE HIST-DETAIL            TO EVT-DETAIL
              PERFORM CG-TEST-WATERMARK
              IF EVENT-SELECTED
                 ADD 1                    TO WS-ADMIN-EVENTS
                 PERFORM D-WRITE-EVENT
              END-IF
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  AN EVENT GOES OUT WHEN ITS TIMESTAMP IS VALID, LATER
      *    ***  THAN THE WATERMARK AND NOT LATER THAN THE CUTOFF. ONE
      *    ***  PAST THE CUTOFF IS LEFT FOR THE NEXT RUN
      *    *************************************************************
       CG-TEST-WATERMARK SECTION.
           MOVE 'N'                       TO SW-EVENT
           IF EVT-STAMP NOT NUMERIC
              ADD 1                       TO WS-BAD-STAMP-COUNT
           ELSE
              IF EVT-STAMP > WS-FROM-WATERMARK
              OR WS-FROM-WATERMARK = SPACES
                 IF EVT-STAMP NOT > WS-CUTOFF-STAMP
                    SET EVENT-SELECTED    TO TRUE
                 ELSE
                    ADD 1                 TO WS-PAST-CUTOFF-COUNT
                 END-IF
              END-IF
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    D   WRITE ONE EVENT RECORD - FIELDS TRIMMED, A '|' IN THE
      *        FREE-TEXT DETAIL BECOMES '/' SO IT CANNOT SPLIT A FIELD
      *
      ******************************************************************
       D-WRITE-EVENT SECTION.
           MOVE SPACES                    TO WS-EVT-ISO-STAMP
           STRING '20' EVT-YY '-' EVT-MM '-' EVT-DD 'T'
                  EVT-HH ':' EVT-MI ':' EVT-SS '.' EVT-HS
                  DELIMITED BY SIZE INTO WS-EVT-ISO-STAMP
           END-STRING
           INSPECT EVT-DETAIL REPLACING ALL '|' BY '/'

           MOVE SPACES                    TO WS-SIEM-LINE
           STRING 'D|'
                  EVT-TYPE                DELIMITED BY SPACE
                  '|'                     DELIMITED BY SIZE
                  WS-EVT-ISO-STAMP        DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  EVT-USERID              DELIMITED BY SPACE
                  '|'                     DELIMITED BY SIZE
                  EVT-LTERM               DELIMITED BY SPACE
                  '|'                     DELIMITED BY SIZE
                  EVT-TRAN-CODE           DELIMITED BY SPACE
                  '|'                     DELIMITED BY SIZE
                  EVT-QUEUE-NAME          DELIMITED BY SPACE
                  '|'                     DELIMITED BY SIZE
                  EVT-ACTION              DELIMITED BY '  '
                  '|'                     DELIMITED BY SIZE
                  EVT-OUTCOME             DELIMITED BY SPACE
                  '|'                     DELIMITED BY SIZE
                  EVT-SEVERITY            DELIMITED BY SPACE
                  '|'                     DELIMITED BY SIZE
                  EVT-DETAIL              DELIMITED BY SIZE
                  INTO WS-SIEM-LINE
           END-STRING

           WRITE SIEM-RECORD FROM WS-SIEM-LINE
           IF WS-SIEM-STATUS = '00'
              ADD 1                       TO WS-EVENT-COUNT
           ELSE
              DISPLAY 'SECSIEM  SIEM-FILE WRITE FAILED ' WS-SIEM-STATUS
              SET HAD-IO-ERROR            TO TRUE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    E   WRITE THE TRAILER RECORD AND PRINT THE TOTALS
      *
      ******************************************************************
       E-WRITE-TRAILER SECTION.
           MOVE SPACES                    TO WS-SIEM-LINE
           STRING 'T|' WS-EVENT-COUNT '|' WS-VIOL-EVENTS '|'
                  WS-LOCK-EVENTS '|' WS-AUTH-EVENTS '|'
                  WS-ADMIN-EVENTS '|' WS-TO-WATERMARK
                  DELIMITED BY SIZE INTO WS-SIEM-LINE
           END-STRING
           WRITE SIEM-RECORD FROM WS-SIEM-LINE
           IF WS-SIEM-STATUS NOT = '00'
              DISPLAY 'SECSIEM  SIEM-FILE WRITE FAILED ' WS-SIEM-STATUS
              SET HAD-IO-ERROR            TO TRUE
           END-IF

           DISPLAY 'SOURCE RECORDS READ         : ' WS-READ-COUNT
           DISPLAY 'EVENTS EXTRACTED            : ' WS-EVENT-COUNT
           DISPLAY '  SECVIOL                   : ' WS-VIOL-EVENTS
           DISPLAY '  LOCKOUT                   : ' WS-LOCK-EVENTS
           DISPLAY '  AUTHDEC                   : ' WS-AUTH-EVENTS
           DISPLAY '  ADMIN                     : ' WS-ADMIN-EVENTS
           DISPLAY 'SKIPPED - UNREADABLE TIME   : ' WS-BAD-STAMP-COUNT
           DISPLAY 'LEFT FOR NEXT RUN - CUTOFF  : '
                   WS-PAST-CUTOFF-COUNT
           DISPLAY 'NEW WATERMARK               : ' WS-TO-WATERMARK
           CONTINUE.
      ******************************************************************
      *
      *    Z   EXIT
      *
      ******************************************************************
       Z-EXIT SECTION.
           IF NOT SEQUENCE-BROKEN
              DISPLAY '============================================'

              CLOSE VIOL-FILE
              CLOSE LOCK-FILE
              CLOSE PEND-FILE
              CLOSE ARCH-FILE
              CLOSE AUDIT-FILE
              CLOSE SIEM-FILE

      *       THE WATERMARK ONLY MOVES ON A CLEAN RUN - A FAILED RUN
      *       IS RERUN FROM THE SAME POINT
              IF NOT HAD-IO-ERROR
              AND WS-TO-WATERMARK NOT = WS-FROM-WATERMARK
                 MOVE 'WSET'               TO RUNP-FUNCTION
                 MOVE WS-TO-WATERMARK      TO RUNP-WATERMARK
                 CALL 'MQRUNCT' USING RUNP-PARM
                 END-CALL
                 IF NOT RUNP-RETURN-OK
                    DISPLAY 'SECSIEM  WATERMARK NOT STORED'
                    SET HAD-IO-ERROR       TO TRUE
                 END-IF
              END-IF

              MOVE 'END '                  TO RUNP-FUNCTION
              MOVE WS-READ-COUNT           TO RUNP-RECORDS-IN
              MOVE WS-EVENT-COUNT          TO RUNP-RECORDS-OUT
              IF HAD-IO-ERROR
                 MOVE 'NOK '               TO RUNP-OUTCOME
              ELSE
                 MOVE 'OK  '               TO RUNP-OUTCOME
              END-IF
              CALL 'MQRUNCT' USING RUNP-PARM
              END-CALL

      *       THE CALL WIPES THE RETURN-CODE REGISTER - SET THE
      *       CODE AFTER IT
              IF HAD-IO-ERROR
                 MOVE 8                    TO RETURN-CODE
              END-IF
           END-IF

           GOBACK.
