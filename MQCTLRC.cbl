       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQCTLRC.
      ******************************************************************
      *
      *    MODULE      MQCTLRC
      *                BATCH
      *                NIGHTLY PARTNER CONTROL-TOTAL RECONCILIATION.
      *                EVERY QUEUE FLAGGED ON CTLTOTF HAS A PARTNER
      *                WHO SENDS A DAILY CONTROL MESSAGE - THE NUMBER
      *                OF BUSINESS MESSAGES SENT AND THE HASH TOTAL
      *                OF THEIR REFERENCE NUMBERS. IMSMQ02 STORES THE
      *                DECLARED TOTALS ON CTLTOTF AND MARKS THE AUDIT
      *                RECORD OF EVERY BUSINESS MESSAGE IT TAKES OFF
      *                THE QUEUE WITH THE REFERENCE NUMBER. THIS JOB
      *                ADDS UP THE MARKED AUDIT RECORDS FOR THE
      *                BUSINESS DATE (AUDARCH GENERATIONS PLUS THE
      *                LIVE AUDITLOG) BROKEN OUT BY OUTCOME:
      *                  ROUTED      - GET, ROUTED TO THE TRANSACTION
      *                  ERROR QUEUE - ERRQ, RECEIVED BUT REJECTED
      *                  DUPLICATES  - DUP, A RESEND OF A MESSAGE
      *                                ALREADY RECEIVED
      *                AND BALANCES THE DECLARED COUNT AND HASH
      *                AGAINST WHAT WAS RECEIVED (ROUTED PLUS ERROR
      *                QUEUE - A DUPLICATE IS SHOWN BUT NEVER COUNTED
      *                TWICE). HASH TOTALS ARE KEPT TO THE LOW 15
      *                DIGITS. A PER-PARTNER BALANCE REPORT IS
      *                PRINTED; A PARTNER OUT OF BALANCE OR WITH NO
      *                CONTROL MESSAGE FOR THE DATE ENDS THE RUN
      *                WITH RETURN-CODE 4 SO THE SCHEDULER CAN ALERT.
      *                THE JOB RUNS BEHIND AUDARCH AND REGISTERS ITS
      *                START, END, COUNTS AND OUTCOME ON RUNCTLF.
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
      *    261015   IS       EVERY REPORT LINE ALSO KEPT IN THE
      *                      REPORT REPOSITORY THROUGH MQRPTWR
      *
      ******************************************************************
      ******************************************************************
      *
      *    ROUTINE LIST
      *
      *    A     = MAINROUTINE
      *    B     = INITIATION
      *     BA   = LOAD THE CONTROL-TOTAL QUEUES AND DECLARED TOTALS
      *     BB   = READ NEXT CONTROL-TOTAL RECORD
      *    C
      *     CA   = READ NEXT ARCHIVE AUDIT RECORD
      *     CB   = READ NEXT LIVE AUDIT RECORD
      *     CC   = ADD ONE AUDIT RECORD TO THE PARTNER TOTALS
      *     CD   = ADD A REFERENCE NUMBER TO A HASH TOTAL
      *    D     = PRINT THE PARTNER BALANCE REPORT
      *     DA   = PRINT AND BALANCE ONE PARTNER
      *    Y     = KEEP A REPORT LINE IN THE REPOSITORY
      *    Z     = EXIT
      *
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    MQRUNCT - RUN-CONTROL SERVICE (CHECK, START AND END)
      *    MQRPTWR - REPORT REPOSITORY WRITER
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLTOT-FILE       ASSIGN TO CTLTOTF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS SEQUENTIAL
                                     RECORD KEY IS CTLT-KEY
                                     FILE STATUS IS WS-CTLT-STATUS.
           SELECT ARCH-FILE         ASSIGN TO AUDARCH
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-ARCH-STATUS.
           SELECT AUDIT-FILE        ASSIGN TO AUDITLOG
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  CTLTOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CTLTREC.
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
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQCTLRC START WSS X'.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-CTLT-STATUS                 PIC XX      VALUE SPACES.
       01  WS-ARCH-STATUS                 PIC XX      VALUE SPACES.
       01  WS-AUDIT-STATUS                PIC XX      VALUE SPACES.
      ******************************************************************
      *    RUN CONTROL (MQRUNCT) - THE CALL RESETS THE RETURN-CODE
      *    REGISTER, SO THE JOB'S OWN CODE IS PARKED AROUND IT
      ******************************************************************
       01  WS-BUSINESS-DATE               PIC X(06)   VALUE SPACES.
       01  WS-SAVE-RETURN-CODE            PIC S9(04)  VALUE ZERO.
           COPY RUNCPARM.
      ******************************************************************
      *    AUDIT HISTORY RECORD - THE 200-BYTE AUDITLOG/AUDARCH LAYOUT.
      *    ON A PARTNER MESSAGE FROM A CONTROL-TOTAL QUEUE IMSMQ02
      *    CARRIES THE REFERENCE NUMBER IN THE PUT-PROPERTIES AREA
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
           05 HIST-MSGID                  PIC X(24).
           05 HIST-CORRELID               PIC X(24).
           05 HIST-CTL-TOTALS.
              10 HIST-CTL-MARK            PIC X(01).
                 88 HIST-CTL-COUNTED                 VALUE 'C'.
              10 HIST-CTL-REF-FLAG        PIC X(01).
                 88 HIST-CTL-REF-FOUND               VALUE 'Y'.
              10 HIST-CTL-REF-NUM         PIC 9(15).
              10 FILLER                   PIC X(07).
      ******************************************************************
      *    ONE ENTRY PER CONTROL-TOTAL QUEUE - THE DECLARED TOTALS
      *    FROM CTLTOTF AND THE RECEIVED TOTALS FROM THE AUDIT TRAIL
      ******************************************************************
       01  WS-PARTNER-COUNT               PIC 9(05)   VALUE ZERO.
       01  WS-PARTNER-MAX                 PIC 9(05)   VALUE 200.
       01  TB-PARTNER-TABLE.
           05  TB-PARTNER-ENTRY OCCURS 200 TIMES
                                     INDEXED BY TB-PTN-IX.
               10  TB-QUEUE-NAME           PIC X(48).
               10  TB-PARTNER              PIC X(08).
               10  TB-DECL-FOUND           PIC X(01).
                   88 TB-CONTROL-RECEIVED              VALUE 'Y'.
               10  TB-DECL-COUNT           PIC 9(09).
               10  TB-DECL-HASH            PIC 9(15).
               10  TB-DECL-RECV-DATE       PIC X(06).
               10  TB-DECL-RECV-TIME       PIC X(08).
               10  TB-DECL-TIMES           PIC 9(03).
               10  TB-GET-COUNT            PIC 9(09).
               10  TB-GET-HASH             PIC 9(16).
               10  TB-ERRQ-COUNT           PIC 9(09).
               10  TB-ERRQ-HASH            PIC 9(16).
               10  TB-DUP-COUNT            PIC 9(09).
               10  TB-DUP-HASH             PIC 9(16).
               10  TB-NOREF-COUNT          PIC 9(09).
      ******************************************************************
      *    HASH TOTALS ARE KEPT MODULO 10 ** 15
      ******************************************************************
       01  WS-HASH-MODULUS                PIC 9(16)   VALUE
                                                  1000000000000000.
       01  WS-HASH-WORK                   PIC 9(16)   VALUE ZERO.
       01  WS-HASH-ADD                    PIC 9(15)   VALUE ZERO.
      ******************************************************************
      *    REPORT WORK FIELDS
      ******************************************************************
       01  WS-RECV-COUNT                  PIC 9(09)   VALUE ZERO.
       01  WS-RECV-HASH                   PIC 9(16)   VALUE ZERO.
       01  WS-DIFF-COUNT                  PIC S9(09)  VALUE ZERO.
       01  WS-PRT-LINE.
           05 WS-PRT-LABEL                PIC X(14).
           05 WS-PRT-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                      PIC X(02)   VALUE SPACES.
           05 WS-PRT-HASH                 PIC Z(14)9.
           05 FILLER                      PIC X(02)   VALUE SPACES.
           05 WS-PRT-NOTE                 PIC X(24).
       01  WS-PRT-DIFF                    PIC -(9)9.
      ******************************************************************
      *    RECORD COUNTERS
      ******************************************************************
       01  WS-AUDIT-READ                  PIC 9(09)   VALUE ZERO.
       01  WS-AUDIT-COUNTED               PIC 9(09)   VALUE ZERO.
       01  WS-PARTNERS-BALANCED           PIC 9(05)   VALUE ZERO.
       01  WS-PARTNERS-OUT                PIC 9(05)   VALUE ZERO.
       01  WS-PARTNERS-MISSING            PIC 9(05)   VALUE ZERO.
      ******************************************************************
      *    SWITCHES
      ******************************************************************
       01  SWITCHES.
           05 SW-INDICATOR                PIC X       VALUE '0'.
             88 END-OF-FILE                           VALUE '1'.
           05 SW-DISCREPANCY              PIC X       VALUE 'N'.
             88 DISCREPANCY-FOUND                     VALUE 'Y'.
           05 SW-SEQUENCE                 PIC X       VALUE 'N'.
             88 SEQUENCE-BROKEN                       VALUE 'Y'.
           05 SW-IO-ERROR                 PIC X       VALUE 'N'.
             88 HAD-IO-ERROR                          VALUE 'Y'.
           05 SW-CTLT-OPEN                PIC X       VALUE 'N'.
             88 CTLT-FILE-OPEN                        VALUE 'Y'.
           05 SW-ARCH-OPEN                PIC X       VALUE 'N'.
             88 ARCH-FILE-OPEN                        VALUE 'Y'.
           05 SW-FOUND                    PIC X       VALUE 'N'.
             88 PARTNER-FOUND                         VALUE 'Y'.
           05 SW-PARTNER-BALANCE          PIC X       VALUE 'Y'.
             88 PARTNER-IN-BALANCE                    VALUE 'Y'.
             88 PARTNER-OUT-OF-BALANCE                VALUE 'N'.
      ******************************************************************
      *    REPORT REPOSITORY - EVERY REPORT LINE IS ALSO KEPT ONLINE
      *    THROUGH MQRPTWR FOR THE MQRPTVW TRANSACTION
      ******************************************************************
           COPY RPTWPARM.
      *
       01  FILLER                        PIC X(32)    VALUE
                                       'X MODULE MQCTLRC END WSS X'.
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
              IF NOT ARCH-FILE-OPEN
                 SET END-OF-FILE          TO TRUE
              END-IF
              PERFORM CA-READ-NEXT-ARCHIVE UNTIL END-OF-FILE
              MOVE '0'                    TO SW-INDICATOR
              PERFORM CB-READ-NEXT-AUDIT UNTIL END-OF-FILE
           END-IF
           IF NOT SEQUENCE-BROKEN
           AND NOT HAD-IO-ERROR
              PERFORM D-PRINT-REPORT
           END-IF
           PERFORM Z-EXIT
           .
      ******************************************************************
      *
      *    B   INITIALIZATION
      *
      ******************************************************************
       B-INITIATION SECTION.
      *    BUSINESS DATE FROM SYSIN - MANDATORY, SO THE BALANCING
      *    CHECKS AND RECORDS UNDER THE SAME DATE AS THE CHAIN
           ACCEPT WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE NOT NUMERIC
           OR WS-BUSINESS-DATE = SPACES
              DISPLAY 'MQCTLRC  BUSINESS DATE MISSING OR INVALID '
                      'ON SYSIN - CHAIN HALTED'
              SET SEQUENCE-BROKEN TO TRUE
              MOVE 8 TO RETURN-CODE
           END-IF

           IF SEQUENCE-BROKEN
              CONTINUE
           ELSE
      *    THE BALANCING RUNS BEHIND A CLEAN AUDARCH FOR THE SAME
      *    BUSINESS DATE, SO THE DAY'S AUDIT TRAIL HAS BEEN CUT
           MOVE 'CHK '                     TO RUNP-FUNCTION
           MOVE 'MQCTLRC '                 TO RUNP-JOB-NAME
           MOVE 'AUDARCH '                 TO RUNP-PRED-NAME
           MOVE WS-BUSINESS-DATE           TO RUNP-DATE
           CALL 'MQRUNCT' USING RUNP-PARM
           END-CALL
           IF NOT RUNP-RETURN-OK
              DISPLAY 'MQCTLRC  SEQUENCE BREAK - AUDARCH NOT OK FOR '
                      WS-BUSINESS-DATE
              SET SEQUENCE-BROKEN TO TRUE
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'STRT'                  TO RUNP-FUNCTION
              CALL 'MQRUNCT' USING RUNP-PARM
              END-CALL
           END-IF
           END-IF

           IF SEQUENCE-BROKEN
              CONTINUE
           ELSE
           PERFORM BA-LOAD-CONTROL-QUEUES

      *    A MISSING ARCHIVE GENERATION IS NO HISTORY, NOT AN ERROR
           OPEN INPUT ARCH-FILE
           EVALUATE WS-ARCH-STATUS
              WHEN '00'
                 SET ARCH-FILE-OPEN       TO TRUE
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'MQCTLRC  ARCH-FILE OPEN FAILED '
                         WS-ARCH-STATUS
                 SET HAD-IO-ERROR         TO TRUE
           END-EVALUATE

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
              DISPLAY 'MQCTLRC  AUDIT-FILE OPEN FAILED '
                      WS-AUDIT-STATUS
              SET HAD-IO-ERROR            TO TRUE
           END-IF
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  LOAD EVERY FLAGGED QUEUE (BLANK-DATE DEFINITION) AND
      *    ***  THE TOTALS ITS PARTNER DECLARED FOR THE BUSINESS DATE.
      *    ***  THE DEFINITION SORTS AHEAD OF THE QUEUE'S DATED
      *    ***  RECORDS. A NEVER-LOADED CTLTOTF MEANS NO PARTNER IS
      *    ***  SET UP FOR CONTROL TOTALS
      *    *************************************************************
       BA-LOAD-CONTROL-QUEUES SECTION.
           OPEN INPUT CTLTOT-FILE
           EVALUATE WS-CTLT-STATUS
              WHEN '00'
                 SET CTLT-FILE-OPEN       TO TRUE
              WHEN '35'
                 DISPLAY 'MQCTLRC  CTLTOTF EMPTY - NO CONTROL-TOTAL '
                         'QUEUES DEFINED'
              WHEN OTHER
                 DISPLAY 'MQCTLRC  CTLTOT-FILE OPEN FAILED '
                         WS-CTLT-STATUS
                 SET HAD-IO-ERROR         TO TRUE
           END-EVALUATE

           MOVE '0'                       TO SW-INDICATOR
           IF NOT CTLT-FILE-OPEN
              SET END-OF-FILE             TO TRUE
           END-IF
           PERFORM BB-READ-NEXT-CONTROL UNTIL END-OF-FILE
           CONTINUE.
      *
       BB-READ-NEXT-CONTROL SECTION.
           READ CTLTOT-FILE NEXT RECORD
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  IF CTLT-IS-DEFINITION
                     IF CTLT-CHECK-ON
                        IF WS-PARTNER-COUNT >= WS-PARTNER-MAX
                           DISPLAY 'MQCTLRC  PARTNER TABLE FULL - '
                                   'SKIPPING ' CTLT-QUEUE-NAME
                        ELSE
                           ADD 1 TO WS-PARTNER-COUNT
                           SET TB-PTN-IX TO WS-PARTNER-COUNT
                           MOVE CTLT-QUEUE-NAME
                                TO TB-QUEUE-NAME (TB-PTN-IX)
                           MOVE CTLT-PARTNER
                                TO TB-PARTNER (TB-PTN-IX)
                           MOVE 'N' TO TB-DECL-FOUND (TB-PTN-IX)
                           MOVE SPACES
                                TO TB-DECL-RECV-DATE (TB-PTN-IX)
                                   TB-DECL-RECV-TIME (TB-PTN-IX)
                           MOVE ZERO
                                TO TB-DECL-COUNT (TB-PTN-IX)
                                   TB-DECL-HASH (TB-PTN-IX)
                                   TB-DECL-TIMES (TB-PTN-IX)
                                   TB-GET-COUNT (TB-PTN-IX)
                                   TB-GET-HASH (TB-PTN-IX)
                                   TB-ERRQ-COUNT (TB-PTN-IX)
                                   TB-ERRQ-HASH (TB-PTN-IX)
                                   TB-DUP-COUNT (TB-PTN-IX)
                                   TB-DUP-HASH (TB-PTN-IX)
                                   TB-NOREF-COUNT (TB-PTN-IX)
                        END-IF
                     END-IF
                  ELSE
                     IF CTLT-BUS-DATE = WS-BUSINESS-DATE
                     AND WS-PARTNER-COUNT > ZERO
                        SET TB-PTN-IX TO WS-PARTNER-COUNT
                        IF TB-QUEUE-NAME (TB-PTN-IX) = CTLT-QUEUE-NAME
                           MOVE 'Y' TO TB-DECL-FOUND (TB-PTN-IX)
                           MOVE CTLT-DECL-COUNT
                                TO TB-DECL-COUNT (TB-PTN-IX)
                           MOVE CTLT-DECL-HASH
                                TO TB-DECL-HASH (TB-PTN-IX)
                           MOVE CTLT-RECV-DATE
                                TO TB-DECL-RECV-DATE (TB-PTN-IX)
                           MOVE CTLT-RECV-TIME
                                TO TB-DECL-RECV-TIME (TB-PTN-IX)
                           MOVE CTLT-RECV-TIMES
                                TO TB-DECL-TIMES (TB-PTN-IX)
                        END-IF
                     END-IF
                  END-IF
           END-READ
           IF WS-CTLT-STATUS NOT = '00'
           AND NOT END-OF-FILE
              DISPLAY 'MQCTLRC  CTLTOT-FILE READ FAILED '
                      WS-CTLT-STATUS
              SET HAD-IO-ERROR            TO TRUE
              SET END-OF-FILE             TO TRUE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    C   READ AND ACCUMULATE THE AUDIT TRAIL
      *
      ******************************************************************
       CA-READ-NEXT-ARCHIVE SECTION.
           READ ARCH-FILE INTO HIST-RECORD
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO WS-AUDIT-READ
                  PERFORM CC-ACCUMULATE-AUDIT
           END-READ
           IF WS-ARCH-STATUS NOT = '00'
           AND NOT END-OF-FILE
              DISPLAY 'MQCTLRC  ARCH-FILE READ FAILED ' WS-ARCH-STATUS
              SET HAD-IO-ERROR            TO TRUE
              SET END-OF-FILE             TO TRUE
           END-IF
           CONTINUE.
      *
       CB-READ-NEXT-AUDIT SECTION.
           READ AUDIT-FILE INTO HIST-RECORD
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO WS-AUDIT-READ
                  PERFORM CC-ACCUMULATE-AUDIT
           END-READ
           IF WS-AUDIT-STATUS NOT = '00'
           AND NOT END-OF-FILE
              DISPLAY 'MQCTLRC  AUDIT-FILE READ FAILED '
                      WS-AUDIT-STATUS
              SET HAD-IO-ERROR            TO TRUE
              SET END-OF-FILE             TO TRUE
           END-IF
           CONTINUE.
      *    *************************************************************
      *    ***  ONLY THE MARKED PARTNER MESSAGES OF THE BUSINESS DATE
      *    ***  COUNT - HELD AND BACKED-OUT GETS ARE NEVER MARKED, SO
      *    ***  A MESSAGE RETRIED LATER IS COUNTED ONCE
      *    *************************************************************
       CC-ACCUMULATE-AUDIT SECTION.
           IF HIST-DATE-YYMMDD = WS-BUSINESS-DATE
           AND HIST-CTL-COUNTED
              SET TB-PTN-IX TO 1
              MOVE 'N'                    TO SW-FOUND
              SEARCH TB-PARTNER-ENTRY VARYING TB-PTN-IX
                  AT END CONTINUE
                  WHEN TB-PTN-IX > WS-PARTNER-COUNT
                     CONTINUE
                  WHEN TB-QUEUE-NAME (TB-PTN-IX) = HIST-QUEUE-NAME
                     SET PARTNER-FOUND    TO TRUE
              END-SEARCH

              IF PARTNER-FOUND
                 ADD 1                    TO WS-AUDIT-COUNTED
                 IF HIST-CTL-REF-FOUND
                    MOVE HIST-CTL-REF-NUM TO WS-HASH-ADD
                 ELSE
                    MOVE ZERO             TO WS-HASH-ADD
                    ADD 1 TO TB-NOREF-COUNT (TB-PTN-IX)
                 END-IF
                 EVALUATE HIST-FUNCTION
                    WHEN 'GET  '
                       ADD 1 TO TB-GET-COUNT (TB-PTN-IX)
                       MOVE TB-GET-HASH (TB-PTN-IX) TO WS-HASH-WORK
                       PERFORM CD-ADD-TO-HASH
                       MOVE WS-HASH-WORK TO TB-GET-HASH (TB-PTN-IX)
                    WHEN 'ERRQ '
                       ADD 1 TO TB-ERRQ-COUNT (TB-PTN-IX)
                       MOVE TB-ERRQ-HASH (TB-PTN-IX) TO WS-HASH-WORK
                       PERFORM CD-ADD-TO-HASH
                       MOVE WS-HASH-WORK TO TB-ERRQ-HASH (TB-PTN-IX)
                    WHEN 'DUP  '
                       ADD 1 TO TB-DUP-COUNT (TB-PTN-IX)
                       MOVE TB-DUP-HASH (TB-PTN-IX) TO WS-HASH-WORK
                       PERFORM CD-ADD-TO-HASH
                       MOVE WS-HASH-WORK TO TB-DUP-HASH (TB-PTN-IX)
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF
           CONTINUE.
      *
       CD-ADD-TO-HASH SECTION.
           ADD WS-HASH-ADD                TO WS-HASH-WORK
           IF WS-HASH-WORK >= WS-HASH-MODULUS
              SUBTRACT WS-HASH-MODULUS    FROM WS-HASH-WORK
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    D   PRINT THE PARTNER BALANCE REPORT
      *
      ******************************************************************
       D-PRINT-REPORT SECTION.
           MOVE SPACES                     TO RPTW-PARM
           MOVE 'OPEN'                     TO RPTW-FUNCTION
           MOVE 'MQCTLRC'                  TO RPTW-REPORT
           MOVE WS-BUSINESS-DATE           TO RPTW-DATE
           MOVE 'PARTNER CONTROL-TOTAL RECONCILIATION'
                                           TO RPTW-TITLE
           MOVE RETURN-CODE                TO WS-SAVE-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE WS-SAVE-RETURN-CODE        TO RETURN-CODE
           MOVE SPACES                     TO RPTW-TEXT

           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING ' PARTNER CONTROL-TOTAL RECONCILIATION'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING ' BUSINESS DATE ' WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           PERFORM DA-PRINT-PARTNER
                   VARYING TB-PTN-IX FROM 1 BY 1
                   UNTIL TB-PTN-IX > WS-PARTNER-COUNT
           STRING '--------------------------------------------'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'PARTNERS CHECKED          : ' WS-PARTNER-COUNT
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '  IN BALANCE              : ' WS-PARTNERS-BALANCED
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '  OUT OF BALANCE          : ' WS-PARTNERS-OUT
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '  NO CONTROL MESSAGE      : ' WS-PARTNERS-MISSING
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'AUDIT RECORDS READ        : ' WS-AUDIT-READ
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'PARTNER MESSAGES COUNTED  : ' WS-AUDIT-COUNTED
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           IF DISCREPANCY-FOUND
              STRING 'RECONCILIATION RESULT: DISCREPANCIES FOUND'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              MOVE 4 TO RETURN-CODE
           ELSE
              STRING 'RECONCILIATION RESULT: IN BALANCE'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
           END-IF
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           CONTINUE.
      *    *************************************************************
      *    ***  ONE PARTNER - DECLARED, ROUTED, ERROR QUEUE, RECEIVED
      *    ***  AND DUPLICATE TOTALS, THEN THE BALANCE RESULT
      *    *************************************************************
       DA-PRINT-PARTNER SECTION.
           SET PARTNER-IN-BALANCE         TO TRUE
           COMPUTE WS-RECV-COUNT = TB-GET-COUNT (TB-PTN-IX)
                                 + TB-ERRQ-COUNT (TB-PTN-IX)
           MOVE TB-GET-HASH (TB-PTN-IX)   TO WS-HASH-WORK
           MOVE TB-ERRQ-HASH (TB-PTN-IX)  TO WS-HASH-ADD
           PERFORM CD-ADD-TO-HASH
           MOVE WS-HASH-WORK              TO WS-RECV-HASH

           STRING ' '
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'PARTNER ' TB-PARTNER (TB-PTN-IX)
                  '  QUEUE ' TB-QUEUE-NAME (TB-PTN-IX)
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '                    COUNT       HASH TOTAL'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE

           MOVE SPACES                    TO WS-PRT-NOTE
           MOVE '  DECLARED'              TO WS-PRT-LABEL
           MOVE TB-DECL-COUNT (TB-PTN-IX) TO WS-PRT-COUNT
           MOVE TB-DECL-HASH (TB-PTN-IX)  TO WS-PRT-HASH
           IF TB-CONTROL-RECEIVED (TB-PTN-IX)
              IF TB-DECL-TIMES (TB-PTN-IX) > 1
                 MOVE 'CONTROL MESSAGE RESENT' TO WS-PRT-NOTE
              END-IF
              MOVE WS-PRT-LINE             TO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
           ELSE
              STRING '  DECLARED      *** NO CONTROL MESSAGE ***'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
           END-IF

           MOVE SPACES                    TO WS-PRT-NOTE
           MOVE '  ROUTED'                TO WS-PRT-LABEL
           MOVE TB-GET-COUNT (TB-PTN-IX)  TO WS-PRT-COUNT
           MOVE TB-GET-HASH (TB-PTN-IX)   TO WS-PRT-HASH
           MOVE WS-PRT-LINE                TO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           MOVE '  ERROR QUEUE'           TO WS-PRT-LABEL
           MOVE TB-ERRQ-COUNT (TB-PTN-IX) TO WS-PRT-COUNT
           MOVE TB-ERRQ-HASH (TB-PTN-IX)  TO WS-PRT-HASH
           MOVE WS-PRT-LINE                TO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           MOVE '  RECEIVED'              TO WS-PRT-LABEL
           MOVE WS-RECV-COUNT             TO WS-PRT-COUNT
           MOVE WS-RECV-HASH              TO WS-PRT-HASH
           MOVE WS-PRT-LINE                TO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           MOVE '  DUPLICATES'            TO WS-PRT-LABEL
           MOVE TB-DUP-COUNT (TB-PTN-IX)  TO WS-PRT-COUNT
           MOVE TB-DUP-HASH (TB-PTN-IX)   TO WS-PRT-HASH
           MOVE 'NOT IN RECEIVED'         TO WS-PRT-NOTE
           MOVE WS-PRT-LINE                TO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           IF TB-NOREF-COUNT (TB-PTN-IX) > ZERO
              STRING '  MESSAGES WITHOUT A REFERENCE NUMBER: '
                     TB-NOREF-COUNT (TB-PTN-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
           END-IF

           EVALUATE TRUE
              WHEN NOT TB-CONTROL-RECEIVED (TB-PTN-IX)
                 SET PARTNER-OUT-OF-BALANCE TO TRUE
                 ADD 1                    TO WS-PARTNERS-MISSING
                 STRING '  *** EXCEPTION - CONTROL MESSAGE MISSING'
                        DELIMITED BY SIZE INTO RPTW-TEXT
                 PERFORM Y-PUT-REPORT-LINE
              WHEN WS-RECV-COUNT NOT = TB-DECL-COUNT (TB-PTN-IX)
              OR   WS-RECV-HASH NOT = TB-DECL-HASH (TB-PTN-IX)
                 SET PARTNER-OUT-OF-BALANCE TO TRUE
                 ADD 1                    TO WS-PARTNERS-OUT
                 COMPUTE WS-DIFF-COUNT = WS-RECV-COUNT
                                       - TB-DECL-COUNT (TB-PTN-IX)
                 MOVE WS-DIFF-COUNT       TO WS-PRT-DIFF
                 STRING '  *** EXCEPTION - OUT OF BALANCE, COUNT '
                        'DIFFERENCE ' WS-PRT-DIFF
                        DELIMITED BY SIZE INTO RPTW-TEXT
                 PERFORM Y-PUT-REPORT-LINE
                 IF WS-RECV-HASH NOT = TB-DECL-HASH (TB-PTN-IX)
                    STRING '  *** EXCEPTION - HASH TOTAL MISMATCH'
                           DELIMITED BY SIZE INTO RPTW-TEXT
                    PERFORM Y-PUT-REPORT-LINE
                 END-IF
              WHEN OTHER
                 ADD 1                    TO WS-PARTNERS-BALANCED
                 STRING '  IN BALANCE'
                        DELIMITED BY SIZE INTO RPTW-TEXT
                 PERFORM Y-PUT-REPORT-LINE
           END-EVALUATE
           IF PARTNER-OUT-OF-BALANCE
              SET DISCREPANCY-FOUND       TO TRUE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    Y   KEEP A REPORT LINE IN THE REPORT REPOSITORY
      *
      ******************************************************************
       Y-PUT-REPORT-LINE SECTION.
      *    THE LINE STILL GOES TO SYSOUT AS BEFORE
           DISPLAY RPTW-TEXT
           MOVE RETURN-CODE                TO WS-SAVE-RETURN-CODE
           MOVE 'LINE'                     TO RPTW-FUNCTION
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE WS-SAVE-RETURN-CODE        TO RETURN-CODE
           MOVE SPACES                     TO RPTW-TEXT
           CONTINUE.
      ******************************************************************
      *
      *    Z   EXIT
      *
      ******************************************************************
       Z-EXIT SECTION.

           IF NOT SEQUENCE-BROKEN
              CLOSE CTLTOT-FILE
              CLOSE ARCH-FILE
              CLOSE AUDIT-FILE

      *       THE CALL WIPES THE RETURN-CODE REGISTER - THE RC 4
      *       SCHEDULER-ALERT CONTRACT ON A DISCREPANCY MUST HOLD
              MOVE RETURN-CODE             TO WS-SAVE-RETURN-CODE

              MOVE 'END '                  TO RUNP-FUNCTION
              MOVE WS-AUDIT-READ           TO RUNP-RECORDS-IN
              MOVE WS-PARTNER-COUNT        TO RUNP-RECORDS-OUT
              IF DISCREPANCY-FOUND OR HAD-IO-ERROR
                 MOVE 'NOK '               TO RUNP-OUTCOME
              ELSE
                 MOVE 'OK  '               TO RUNP-OUTCOME
              END-IF
              CALL 'MQRUNCT' USING RUNP-PARM
              END-CALL

              MOVE WS-SAVE-RETURN-CODE     TO RETURN-CODE
              IF HAD-IO-ERROR
                 MOVE 8                    TO RETURN-CODE
              END-IF
           END-IF

      *    FINISH THE ONLINE COPY - THE CALL RECORDS THE JOB'S
      *    RETURN CODE FOR THE REPOSITORY INDEX AND RESETS THE
      *    REGISTER, SO THE CODE IS PUT BACK AFTERWARDS
           MOVE 'CLOS'                     TO RPTW-FUNCTION
           MOVE RETURN-CODE                TO RPTW-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE RPTW-RETURN-CODE           TO RETURN-CODE

           GOBACK.
