      *
      *    000000   XXXXXX   YYYYYYYYYYYYYYY
      *
      *    261015   IS       IMS SIDE OF EACH INTERFACE - THE MQTRWCH
      *                      TRANSACTION HISTORY (TRANHIST) IS READ
      *                      TOO, AND EACH QUEUE PAGE SHOWS ITS
      *                      DESTINATION TRAN CODE, TRAN/PROGRAM
      *                      STOPS AND IMS QUEUE COUNT NEXT TO THE MQ
      *                      FIGURES. A STOPPED TRANSACTION OR PROGRAM
      *                      OR AN IMS QUEUE COUNT OVER THRESHOLD IS
      *                      RED, A FAILED INQUIRY AMBER.
      *
      *    261015   IS       A FREEZE OVERRIDES PAGE LISTS EVERY
      *                      COMMAND LET THROUGH A CHANGE-FREEZE ON AN
      *                      EMERGENCY OVERRIDE CODE THAT DAY (FRZOVRF
      *                      - CODE, INCIDENT, FREEZE, COMMAND, QUEUE,
      *                      WHO RAN IT AND WHO APPROVED IT), AND THE
      *                      SITE SUMMARY COUNTS THEM
      *
      *    261015   IS       CHANNELS NEXT TO QUEUES - THE MQCHNWT
      *                      CHANNEL HISTORY (CHANHIST) IS READ TOO,
      *                      AND EACH QUEUE PAGE SHOWS THE CHANNEL
      *                      CARRYING IT: STATE, LAST MESSAGE, IN-DOUBT
      *                      AND THE SWEEPS THAT FOUND IT DOWN OR IDLE.
      *                      STOPPED, RETRYING OR INACTIVE IS RED;
      *                      IDLE, IN DOUBT OR A FAILED INQUIRY AMBER.
      *                      A CHANNEL WITH NO QUEUE GETS ITS OWN PAGE
      *
      *    261015   IS       EVERY REPORT LINE ALSO KEPT IN THE
      *                      REPORT REPOSITORY THROUGH MQRPTWR
      *
      *    261015   IS       THE RETURN CODE ALREADY SET IS KEPT
      *                      ACROSS THE MQRPTWR CALLS
      *
      ******************************************************************
      ******************************************************************
      *     CG   = READ NEXT EXCEPTION RECORD
      *     CH   = ACCUMULATE ONE EXCEPTION
      *     CI   = FIND OR ADD THE QUEUE TABLE ENTRY
      *     CJ   = READ NEXT TRANSACTION HISTORY RECORD
      *     CK   = ACCUMULATE ONE TRANSACTION OBSERVATION
      *     CL   = READ NEXT CHANNEL HISTORY RECORD
      *     CM   = ACCUMULATE ONE CHANNEL OBSERVATION
      *    D
      *     DA   = PRINT ONE QUEUE PAGE
      *     DB   = PRINT SITE SUMMARY PAGE
      *     DC   = PRINT THE FREEZE OVERRIDES USED
      *     DD   = READ NEXT FREEZE OVERRIDE RECORD
      *     DE   = PRINT ONE USED OVERRIDE
      *    Y     = KEEP A REPORT LINE IN THE REPOSITORY
      *    Z     = EXIT
      *
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    MQRPTWR  - REPORT REPOSITORY WRITER
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
           SELECT EXCP-FILE         ASSIGN TO EXCPFILE
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-EXCP-STATUS.
           SELECT TRANHIST-FILE     ASSIGN TO TRANHIST
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-TRNH-STATUS.
           SELECT CHANHIST-FILE     ASSIGN TO CHANHIST
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-CHNH-STATUS.
           SELECT FOVR-FILE         ASSIGN TO FRZOVRF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS SEQUENTIAL
                                     RECORD KEY IS FOVR-KEY
                                     FILE STATUS IS WS-FOVR-STATUS.
      *
       DATA DIVISION.
      *--------------
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY EXCPREC.
      *
       FD  TRANHIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TRNHREC.
      *
       FD  CHANHIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CHNHREC.
      *
       FD  FOVR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FOVRREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
       01  WS-QHIST-STATUS                PIC XX      VALUE SPACES.
       01  WS-VIOL-STATUS                 PIC XX      VALUE SPACES.
       01  WS-EXCP-STATUS                 PIC XX      VALUE SPACES.
       01  WS-TRNH-STATUS                 PIC XX      VALUE SPACES.
       01  WS-CHNH-STATUS                 PIC XX      VALUE SPACES.
       01  WS-FOVR-STATUS                 PIC XX      VALUE SPACES.
      ******************************************************************
      *    BUSINESS DATE
      ******************************************************************
               10  TB-QH-ERROR-COUNT       PIC 9(07).
               10  TB-QH-VIOL-COUNT        PIC 9(05).
               10  TB-QH-RAG               PIC X(05).
               10  TB-QH-IMS-TRAN          PIC X(08).
               10  TB-QH-IMS-CHECKS        PIC 9(05).
               10  TB-QH-IMS-STOP-COUNT    PIC 9(05).
               10  TB-QH-IMS-BACKLOG-COUNT PIC 9(05).
               10  TB-QH-IMS-FAILED-COUNT  PIC 9(05).
               10  TB-QH-IMS-LAST-QCOUNT   PIC 9(09).
               10  TB-QH-IMS-LAST-THRESH   PIC 9(09).
               10  TB-QH-IMS-LAST-STATUS   PIC X(10).
               10  TB-QH-CHL-NAME          PIC X(20).
               10  TB-QH-CHL-PARTNER       PIC X(08).
               10  TB-QH-CHL-CHECKS        PIC 9(05).
               10  TB-QH-CHL-DOWN-COUNT    PIC 9(05).
               10  TB-QH-CHL-IDLE-COUNT    PIC 9(05).
               10  TB-QH-CHL-INDOUBT-COUNT PIC 9(05).
               10  TB-QH-CHL-FAILED-COUNT  PIC 9(05).
               10  TB-QH-CHL-LAST-STATE    PIC X(12).
               10  TB-QH-CHL-LAST-DATE     PIC X(10).
               10  TB-QH-CHL-LAST-TIME     PIC X(08).
               10  TB-QH-CHL-LAST-STATUS   PIC X(10).
      ******************************************************************
      *    SITE TOTALS
      ******************************************************************
           05  WS-TOTAL-RED                PIC 9(05)   VALUE ZERO.
           05  WS-TOTAL-AMBER              PIC 9(05)   VALUE ZERO.
           05  WS-TOTAL-GREEN              PIC 9(05)   VALUE ZERO.
           05  WS-TOTAL-OVERRIDES          PIC 9(05)   VALUE ZERO.
           05  WS-TOTAL-CHANNELS           PIC 9(05)   VALUE ZERO.
           05  WS-TOTAL-CHANNELS-DOWN      PIC 9(05)   VALUE ZERO.
      ******************************************************************
      *    REPORT REPOSITORY - EVERY REPORT LINE IS ALSO KEPT ONLINE
      *    THROUGH MQRPTWR FOR THE MQRPTVW TRANSACTION. THE CALL
      *    RESETS THE RETURN-CODE REGISTER, SO THE JOB'S OWN CODE IS
      *    PARKED AROUND IT
      ******************************************************************
       01  WS-SAVE-RETURN-CODE            PIC S9(04)  VALUE ZERO.
           COPY RPTWPARM.
      *
       01  FILLER                        PIC X(32)    VALUE
                                       'X MODULE MQMORN END WSS X'.
                   UNTIL TB-QH-IX > WS-QUEUE-COUNT
              PERFORM DA-PRINT-QUEUE-PAGE
           END-PERFORM
           PERFORM DC-PRINT-FREEZE-OVERRIDES
           PERFORM DB-PRINT-SITE-SUMMARY
           PERFORM Z-EXIT
           .
           END-IF
           MOVE WS-DATE-IN                TO WS-REPORT-DATE

           MOVE SPACES                     TO RPTW-PARM
           MOVE 'OPEN'                     TO RPTW-FUNCTION
           MOVE 'MQMORN'                   TO RPTW-REPORT
           MOVE WS-REPORT-DATE             TO RPTW-DATE
           MOVE 'MORNING HEALTH REPORT'
                                           TO RPTW-TITLE
           MOVE RETURN-CODE                TO WS-SAVE-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE WS-SAVE-RETURN-CODE        TO RETURN-CODE
           MOVE SPACES                     TO RPTW-TEXT

           OPEN INPUT STATHIST-FILE
           IF WS-HIST-STATUS NOT = '00'
              DISPLAY 'MQMORN   STATHIST OPEN FAILED ' WS-HIST-STATUS
              PERFORM CG-READ-NEXT-EXCEPTION
           END-IF
           PERFORM CH-ACCUMULATE-EXCEPTION UNTIL END-OF-FILE

      *    NO TRANSACTION HISTORY YET JUST MEANS NO IMS LINES
           MOVE '0' TO SW-INDICATOR
           OPEN INPUT TRANHIST-FILE
           IF WS-TRNH-STATUS NOT = '00'
              DISPLAY 'MQMORN   TRANHIST OPEN FAILED ' WS-TRNH-STATUS
              SET END-OF-FILE TO TRUE
           ELSE
              PERFORM CJ-READ-NEXT-TRANHIST
           END-IF
           PERFORM CK-ACCUMULATE-TRAN-STATUS UNTIL END-OF-FILE

      *    NO CHANNEL HISTORY YET JUST MEANS NO CHANNEL LINES
           MOVE '0' TO SW-INDICATOR
           OPEN INPUT CHANHIST-FILE
           IF WS-CHNH-STATUS NOT = '00'
              DISPLAY 'MQMORN   CHANHIST OPEN FAILED ' WS-CHNH-STATUS
              SET END-OF-FILE TO TRUE
           ELSE
              PERFORM CL-READ-NEXT-CHANHIST
           END-IF
           PERFORM CM-ACCUMULATE-CHANNEL-STATUS UNTIL END-OF-FILE
           CONTINUE.
      ******************************************************************
      *
           END-IF
           PERFORM CG-READ-NEXT-EXCEPTION
           CONTINUE.
      *
       CJ-READ-NEXT-TRANHIST SECTION.
           READ TRANHIST-FILE
               AT END
                  SET END-OF-FILE TO TRUE
           END-READ
           CONTINUE.
      *
       CK-ACCUMULATE-TRAN-STATUS SECTION.
           IF TRNH-DATE (1:6) = WS-REPORT-DATE
              MOVE TRNH-QUEUE-NAME         TO WS-WORK-QUEUE
              PERFORM CI-FIND-QUEUE-ENTRY
              IF WS-ENTRY-FOUND
                 ADD 1 TO TB-QH-IMS-CHECKS (TB-QH-IX)
                 MOVE TRNH-TRAN-CODE
                      TO TB-QH-IMS-TRAN (TB-QH-IX)
                 MOVE TRNH-QUEUE-COUNT
                      TO TB-QH-IMS-LAST-QCOUNT (TB-QH-IX)
                 MOVE TRNH-THRESHOLD
                      TO TB-QH-IMS-LAST-THRESH (TB-QH-IX)
                 MOVE TRNH-STATUS
                      TO TB-QH-IMS-LAST-STATUS (TB-QH-IX)
                 EVALUATE TRNH-STATUS
                     WHEN 'TRANSTOP'
                     WHEN 'PGMSTOP'
                        ADD 1 TO TB-QH-IMS-STOP-COUNT (TB-QH-IX)
                     WHEN 'QBACKLOG'
                        ADD 1 TO TB-QH-IMS-BACKLOG-COUNT (TB-QH-IX)
                     WHEN 'OK'
                        CONTINUE
                     WHEN OTHER
                        ADD 1 TO TB-QH-IMS-FAILED-COUNT (TB-QH-IX)
                 END-EVALUATE
              END-IF
           END-IF
           PERFORM CJ-READ-NEXT-TRANHIST
           CONTINUE.
      *
       CL-READ-NEXT-CHANHIST SECTION.
           READ CHANHIST-FILE
               AT END
                  SET END-OF-FILE TO TRUE
           END-READ
           CONTINUE.
      *
      *    THE COUNTS COVER EVERY CHANNEL CARRYING THE QUEUE, THE
      *    NAME AND LAST STATE ARE THOSE OF THE LATEST OBSERVATION
       CM-ACCUMULATE-CHANNEL-STATUS SECTION.
           IF CHNH-DATE (1:6) = WS-REPORT-DATE
              MOVE CHNH-QUEUE-NAME         TO WS-WORK-QUEUE
              PERFORM CI-FIND-QUEUE-ENTRY
              IF WS-ENTRY-FOUND
                 ADD 1 TO TB-QH-CHL-CHECKS (TB-QH-IX)
                 MOVE CHNH-CHANNEL-NAME
                      TO TB-QH-CHL-NAME (TB-QH-IX)
                 MOVE CHNH-PARTNER
                      TO TB-QH-CHL-PARTNER (TB-QH-IX)
                 MOVE CHNH-STATE
                      TO TB-QH-CHL-LAST-STATE (TB-QH-IX)
                 MOVE CHNH-LAST-MSG-DATE
                      TO TB-QH-CHL-LAST-DATE (TB-QH-IX)
                 MOVE CHNH-LAST-MSG-TIME
                      TO TB-QH-CHL-LAST-TIME (TB-QH-IX)
                 MOVE CHNH-STATUS
                      TO TB-QH-CHL-LAST-STATUS (TB-QH-IX)
                 IF CHNH-IS-INDOUBT
                    ADD 1 TO TB-QH-CHL-INDOUBT-COUNT (TB-QH-IX)
                 END-IF
                 EVALUATE CHNH-STATUS
                     WHEN 'STOPPED'
                     WHEN 'RETRYING'
                     WHEN 'INACTIVE'
                        ADD 1 TO TB-QH-CHL-DOWN-COUNT (TB-QH-IX)
                     WHEN 'IDLE'
                        ADD 1 TO TB-QH-CHL-IDLE-COUNT (TB-QH-IX)
                     WHEN 'OK'
                     WHEN 'OFF HOURS'
                        CONTINUE
                     WHEN OTHER
                        ADD 1 TO TB-QH-CHL-FAILED-COUNT (TB-QH-IX)
                 END-EVALUATE
              END-IF
           END-IF
           PERFORM CL-READ-NEXT-CHANHIST
           CONTINUE.
      *    *************************************************************
      *    ***  FIND THE QUEUE TABLE ENTRY FOR WS-WORK-QUEUE,
      *    ***  ADDING A NEW ONE WHEN THE QUEUE IS NOT SEEN YET
                              TB-QH-PUT-COUNT (TB-QH-IX)
                              TB-QH-ERROR-COUNT (TB-QH-IX)
                              TB-QH-VIOL-COUNT (TB-QH-IX)
                              TB-QH-IMS-CHECKS (TB-QH-IX)
                              TB-QH-IMS-STOP-COUNT (TB-QH-IX)
                              TB-QH-IMS-BACKLOG-COUNT (TB-QH-IX)
                              TB-QH-IMS-FAILED-COUNT (TB-QH-IX)
                              TB-QH-IMS-LAST-QCOUNT (TB-QH-IX)
                              TB-QH-IMS-LAST-THRESH (TB-QH-IX)
                              TB-QH-CHL-CHECKS (TB-QH-IX)
                              TB-QH-CHL-DOWN-COUNT (TB-QH-IX)
                              TB-QH-CHL-IDLE-COUNT (TB-QH-IX)
                              TB-QH-CHL-INDOUBT-COUNT (TB-QH-IX)
                              TB-QH-CHL-FAILED-COUNT (TB-QH-IX)
                 MOVE SPACES TO TB-QH-RAG (TB-QH-IX)
                                TB-QH-IMS-TRAN (TB-QH-IX)
                                TB-QH-IMS-LAST-STATUS (TB-QH-IX)
                                TB-QH-CHL-NAME (TB-QH-IX)
                                TB-QH-CHL-PARTNER (TB-QH-IX)
                                TB-QH-CHL-LAST-STATE (TB-QH-IX)
                                TB-QH-CHL-LAST-DATE (TB-QH-IX)
                                TB-QH-CHL-LAST-TIME (TB-QH-IX)
                                TB-QH-CHL-LAST-STATUS (TB-QH-IX)
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN TB-QH-BACKLOG-COUNT (TB-QH-IX) > ZERO
              OR   TB-QH-UNREACH-COUNT (TB-QH-IX) > ZERO
              OR   TB-QH-IMS-STOP-COUNT (TB-QH-IX) > ZERO
              OR   TB-QH-IMS-BACKLOG-COUNT (TB-QH-IX) > ZERO
              OR   TB-QH-CHL-DOWN-COUNT (TB-QH-IX) > ZERO
                 MOVE 'RED'               TO TB-QH-RAG (TB-QH-IX)
                 SET ANY-QUEUE-RED        TO TRUE
                 ADD 1                    TO WS-TOTAL-RED
              WHEN TB-QH-ERROR-COUNT (TB-QH-IX) > ZERO
              OR   TB-QH-VIOL-COUNT (TB-QH-IX) > ZERO
              OR   TB-QH-IMS-FAILED-COUNT (TB-QH-IX) > ZERO
              OR   TB-QH-CHL-IDLE-COUNT (TB-QH-IX) > ZERO
              OR   TB-QH-CHL-INDOUBT-COUNT (TB-QH-IX) > ZERO
              OR   TB-QH-CHL-FAILED-COUNT (TB-QH-IX) > ZERO
                 MOVE 'AMBER'             TO TB-QH-RAG (TB-QH-IX)
                 ADD 1                    TO WS-TOTAL-AMBER
              WHEN OTHER
                 ADD 1                    TO WS-TOTAL-GREEN
           END-EVALUATE

           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING ' MORNING HEALTH REPORT  DATE ' WS-REPORT-DATE
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING ' QUEUE  ' TB-QH-QUEUE-NAME (TB-QH-IX)
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING ' STATUS ' TB-QH-RAG (TB-QH-IX)
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '--------------------------------------------'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'WATCHDOG OBSERVATIONS     : '
                  TB-QH-OBSERVATIONS (TB-QH-IX)
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'THRESHOLD BREACHES        : '
                  TB-QH-BACKLOG-COUNT (TB-QH-IX)
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'UNREACHABLE/FAILED CHECKS : '
                  TB-QH-UNREACH-COUNT (TB-QH-IX)
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'LAST DEPTH / THRESHOLD    : '
                  TB-QH-LAST-DEPTH (TB-QH-IX) ' / '
                  TB-QH-LAST-THRESHOLD (TB-QH-IX)
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'GETS / PUTS / ERRORS      : '
                  TB-QH-GET-COUNT (TB-QH-IX) ' / '
                  TB-QH-PUT-COUNT (TB-QH-IX) ' / '
                  TB-QH-ERROR-COUNT (TB-QH-IX)
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'SECURITY VIOLATIONS       : '
                  TB-QH-VIOL-COUNT (TB-QH-IX)
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           IF TB-QH-IMS-CHECKS (TB-QH-IX) > ZERO
              STRING '---------------- IMS SIDE ------------------'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'DESTINATION TRANSACTION   : '
                     TB-QH-IMS-TRAN (TB-QH-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'TRANSACTION CHECKS        : '
                     TB-QH-IMS-CHECKS (TB-QH-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'TRAN/PROGRAM STOPPED      : '
                     TB-QH-IMS-STOP-COUNT (TB-QH-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'IMS QUEUE COUNT BREACHES  : '
                     TB-QH-IMS-BACKLOG-COUNT (TB-QH-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'FAILED INQUIRIES          : '
                     TB-QH-IMS-FAILED-COUNT (TB-QH-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'LAST QCOUNT / THRESHOLD   : '
                     TB-QH-IMS-LAST-QCOUNT (TB-QH-IX) ' / '
                     TB-QH-IMS-LAST-THRESH (TB-QH-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'LAST IMS STATUS           : '
                     TB-QH-IMS-LAST-STATUS (TB-QH-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
           END-IF
           IF TB-QH-CHL-CHECKS (TB-QH-IX) > ZERO
              ADD 1                       TO WS-TOTAL-CHANNELS
              IF TB-QH-CHL-DOWN-COUNT (TB-QH-IX) > ZERO
                 ADD 1                    TO WS-TOTAL-CHANNELS-DOWN
              END-IF
              STRING '---------------- CHANNEL -------------------'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'CHANNEL / PARTNER         : '
                     TB-QH-CHL-NAME (TB-QH-IX) ' / '
                     TB-QH-CHL-PARTNER (TB-QH-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'CHANNEL CHECKS            : '
                     TB-QH-CHL-CHECKS (TB-QH-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'STOPPED/RETRYING/INACTIVE : '
                     TB-QH-CHL-DOWN-COUNT (TB-QH-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'IDLE BEYOND LIMIT         : '
                     TB-QH-CHL-IDLE-COUNT (TB-QH-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'IN DOUBT                  : '
                     TB-QH-CHL-INDOUBT-COUNT (TB-QH-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'FAILED INQUIRIES          : '
                     TB-QH-CHL-FAILED-COUNT (TB-QH-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'LAST STATE / STATUS       : '
                     TB-QH-CHL-LAST-STATE (TB-QH-IX) ' / '
                     TB-QH-CHL-LAST-STATUS (TB-QH-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'LAST MESSAGE              : '
                     TB-QH-CHL-LAST-DATE (TB-QH-IX) ' '
                     TB-QH-CHL-LAST-TIME (TB-QH-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
           END-IF
           CONTINUE.
      *
       DB-PRINT-SITE-SUMMARY SECTION.
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING ' SITE SUMMARY           DATE ' WS-REPORT-DATE
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'QUEUES REPORTED           : ' WS-QUEUE-COUNT
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'RED                       : ' WS-TOTAL-RED
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'AMBER                     : ' WS-TOTAL-AMBER
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'GREEN                     : ' WS-TOTAL-GREEN
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'EXCEPTIONS (ALL PROGRAMS) : ' WS-TOTAL-EXCEPTIONS
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'SECURITY VIOLATIONS       : ' WS-TOTAL-VIOLATIONS
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'FREEZE OVERRIDES USED     : ' WS-TOTAL-OVERRIDES
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'CHANNELS WATCHED          : ' WS-TOTAL-CHANNELS
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'CHANNELS DOWN             : '
                  WS-TOTAL-CHANNELS-DOWN
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           IF ANY-QUEUE-RED
              STRING 'SITE STATUS               : RED'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              MOVE 4 TO RETURN-CODE
           ELSE
              IF WS-TOTAL-AMBER > ZERO
                 STRING 'SITE STATUS               : AMBER'
                        DELIMITED BY SIZE INTO RPTW-TEXT
                 PERFORM Y-PUT-REPORT-LINE
              ELSE
                 STRING 'SITE STATUS               : GREEN'
                        DELIMITED BY SIZE INTO RPTW-TEXT
                 PERFORM Y-PUT-REPORT-LINE
              END-IF
           END-IF
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           CONTINUE.
      *    *************************************************************
      *    ***  PRINT THE CHANGE-FREEZE OVERRIDES USED ON THE BUSINESS
      *    ***  DATE - EVERY COMMAND LET THROUGH A FREEZE ON AN
      *    ***  EMERGENCY OVERRIDE CODE, WITH ITS INCIDENT, WHO RAN IT
      *    ***  AND WHO APPROVED IT. NO FRZOVRF MEANS NONE WERE USED
      *    *************************************************************
       DC-PRINT-FREEZE-OVERRIDES SECTION.
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING ' FREEZE OVERRIDES USED  DATE ' WS-REPORT-DATE
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE

           MOVE '0' TO SW-INDICATOR
           OPEN INPUT FOVR-FILE
           IF WS-FOVR-STATUS NOT = '00'
              IF WS-FOVR-STATUS NOT = '35'
                 DISPLAY 'MQMORN   FRZOVRF OPEN FAILED ' WS-FOVR-STATUS
              END-IF
              SET END-OF-FILE TO TRUE
           ELSE
              PERFORM DD-READ-NEXT-OVERRIDE
           END-IF
           PERFORM DE-PRINT-ONE-OVERRIDE UNTIL END-OF-FILE

           IF WS-TOTAL-OVERRIDES = ZERO
              STRING 'NO FREEZE OVERRIDES USED'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
           END-IF
           CONTINUE.
      *
       DD-READ-NEXT-OVERRIDE SECTION.
           READ FOVR-FILE NEXT
               AT END
                  SET END-OF-FILE TO TRUE
           END-READ
           IF WS-FOVR-STATUS NOT = '00'
              SET END-OF-FILE TO TRUE
           END-IF
           CONTINUE.
      *
       DE-PRINT-ONE-OVERRIDE SECTION.
           IF FOVR-IS-USED
           AND FOVR-USED-DATE = WS-REPORT-DATE
              ADD 1 TO WS-TOTAL-OVERRIDES
              STRING '--------------------------------------------'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'OVERRIDE CODE / INCIDENT  : '
                     FOVR-CODE ' / ' FOVR-INCIDENT
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'FREEZE / COMMAND          : '
                     FOVR-FREEZE-ID ' / ' FOVR-COMMAND
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'QUEUE                     : ' FOVR-USED-QUEUE
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'USED BY / TRAN / TIME     : '
                     FOVR-REQUESTER ' / ' FOVR-USED-TRAN-CODE
                     ' / ' FOVR-USED-TIME
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'APPROVED BY / DATE        : '
                     FOVR-APPROVER ' / ' FOVR-APP-DATE
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
           END-IF
           PERFORM DD-READ-NEXT-OVERRIDE
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
           CLOSE QHIST-FILE
           CLOSE VIOL-FILE
           CLOSE EXCP-FILE
           CLOSE TRANHIST-FILE
           CLOSE CHANHIST-FILE
           CLOSE FOVR-FILE

      *    FINISH THE ONLINE COPY - THE CALL RECORDS THE JOB'S
      *    RETURN CODE FOR THE REPOSITORY INDEX AND RESETS THE
      *    REGISTER, SO THE CODE IS PUT BACK AFTERWARDS
           MOVE 'CLOS'                     TO RPTW-FUNCTION
           MOVE RETURN-CODE                TO RPTW-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE RPTW-RETURN-CODE           TO RETURN-CODE

           GOBACK.
