      *
      *    000000   XXXXXX   YYYYYYYYYYYYYYY
      *
      *    261015   IS       EVERY REPORT LINE ALSO KEPT IN THE
      *                      REPORT REPOSITORY THROUGH MQRPTWR
      *
      *    261015   IS       THE RETURN CODE ALREADY SET IS KEPT
      *                      ACROSS THE MQRPTWR CALLS
      *
      ******************************************************************
      ******************************************************************
      *    D
      *     DA   = PRINT ONE QUEUE LATENCY BLOCK
      *     DB   = SORT THE QUEUE'S SAMPLES ASCENDING
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
       01  WS-MAX-SECONDS                 PIC ZZZZZ9.99.
       01  WS-P95-SECONDS                 PIC ZZZZZ9.99.
       01  WS-SECONDS-WORK                PIC 9(07)V99 VALUE ZERO.
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
                                       'X MODULE MQSLARPT END WSS X'.

           PERFORM B-INITIATION
           PERFORM CB-ACCUMULATE-OBSERVATION UNTIL END-OF-FILE
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING ' DAILY LATENCY / SLA REPORT  DATE '
                  WS-REPORT-DATE
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           PERFORM VARYING TB-LAT-IX FROM 1 BY 1
                   UNTIL TB-LAT-IX > WS-QUEUE-COUNT
              PERFORM DA-PRINT-QUEUE-BLOCK
           END-PERFORM
           STRING '--------------------------------------------'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           IF ANY-SLA-BREACH
              STRING 'RESULT: SLA BREACHES FOUND'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              MOVE 4 TO RETURN-CODE
           ELSE
              STRING 'RESULT: ALL QUEUES WITHIN TARGET'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
           END-IF
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           PERFORM Z-EXIT
           .
      ******************************************************************
           END-IF
           MOVE WS-DATE-IN                TO WS-REPORT-DATE

           MOVE SPACES                     TO RPTW-PARM
           MOVE 'OPEN'                     TO RPTW-FUNCTION
           MOVE 'MQSLARPT'                 TO RPTW-REPORT
           MOVE WS-REPORT-DATE             TO RPTW-DATE
           MOVE 'DAILY LATENCY / SLA REPORT'
                                           TO RPTW-TITLE
           MOVE RETURN-CODE                TO WS-SAVE-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE WS-SAVE-RETURN-CODE        TO RETURN-CODE
           MOVE SPACES                     TO RPTW-TEXT

           OPEN INPUT LAT-FILE
           IF WS-LAT-STATUS NOT = '00'
              DISPLAY 'MQSLARPT LAT-FILE OPEN FAILED ' WS-LAT-STATUS
           COMPUTE WS-SECONDS-WORK = WS-P95-VALUE / 100
           MOVE WS-SECONDS-WORK           TO WS-P95-SECONDS

           STRING 'QUEUE    ' TB-LAT-QUEUE-NAME (TB-LAT-IX)
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '  MESSAGES       : '
                  TB-LAT-OBS-COUNT (TB-LAT-IX)
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '  AVG SECONDS    : ' WS-AVG-SECONDS
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '  MAX SECONDS    : ' WS-MAX-SECONDS
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '  95 PCT SECONDS : ' WS-P95-SECONDS
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           IF WS-SLA-HUNDREDTHS > ZERO
              COMPUTE WS-SECONDS-WORK = WS-SLA-HUNDREDTHS / 100
              MOVE WS-SECONDS-WORK        TO WS-AVG-SECONDS
              STRING '  SLA TARGET SECS: ' WS-AVG-SECONDS
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              IF WS-P95-VALUE > WS-SLA-HUNDREDTHS
                 SET ANY-SLA-BREACH       TO TRUE
                 STRING '  *** SLA BREACH - 95TH PERCENTILE OVER '
                        'TARGET ***'
                        DELIMITED BY SIZE INTO RPTW-TEXT
                 PERFORM Y-PUT-REPORT-LINE
              END-IF
           ELSE
              STRING '  SLA TARGET SECS: NONE AGREED'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
           END-IF
           CONTINUE.
      *    *************************************************************
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
           CLOSE LAT-FILE
           CLOSE QPROF-FILE

      *    FINISH THE ONLINE COPY - THE CALL RECORDS THE JOB'S
      *    RETURN CODE FOR THE REPOSITORY INDEX AND RESETS THE
      *    REGISTER, SO THE CODE IS PUT BACK AFTERWARDS
           MOVE 'CLOS'                     TO RPTW-FUNCTION
           MOVE RETURN-CODE                TO RPTW-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE RPTW-RETURN-CODE           TO RETURN-CODE

           GOBACK.
