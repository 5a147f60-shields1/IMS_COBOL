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
      *     DG   = DISCONNECT FROM QUEUE MANAGER
      *    E     = PRINT ONE QUEUE REPORT LINE
      *    F     = COMPUTE DAY NUMBER FROM YYYYMMDD
      *    Y     = KEEP A REPORT LINE IN THE REPOSITORY
      *    Z     = EXIT
      *
      ******************************************************************
      *    MQGET   - BROWSE MQ MESSAGE
      *    MQCLOSE - CLOSE MQ QUEUE
      *    MQDISC  - DISCONNECT FROM QUEUE MANAGER
      *    MQRPTWR - REPORT REPOSITORY WRITER
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
           05 SW-QMGR-STATE               PIC X     VALUE 'N'.
             88 QMGR-CONNECTED                      VALUE 'Y'.
             88 QMGR-UNREACHABLE                    VALUE 'N'.
      ******************************************************************
      *    REPORT REPOSITORY - EVERY REPORT LINE IS ALSO KEPT ONLINE
      *    THROUGH MQRPTWR FOR THE MQRPTVW TRANSACTION. THE CALL
      *    RESETS THE RETURN-CODE REGISTER, SO THE JOB'S OWN CODE IS
      *    PARKED AROUND IT
      ******************************************************************
       01  WS-SAVE-RETURN-CODE            PIC S9(04)  VALUE ZERO.
           COPY RPTWPARM.
      *
       01  FILLER                        PIC X(32)  VALUE
                                       'X MODULE ERRQRPT END WSS X'.
           PERFORM F-COMPUTE-DAY-NUMBER
           MOVE WS-DN-RESULT               TO WS-TODAY-DAYNUM

           MOVE SPACES                     TO RPTW-PARM
           MOVE 'OPEN'                     TO RPTW-FUNCTION
           MOVE 'ERRQRPT'                  TO RPTW-REPORT
           MOVE WS-RUN-DATE                TO RPTW-DATE
           MOVE 'ERROR-QUEUE INVENTORY AND AGING REPORT'
                                           TO RPTW-TITLE
           MOVE RETURN-CODE                TO WS-SAVE-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE WS-SAVE-RETURN-CODE        TO RETURN-CODE
           MOVE SPACES                     TO RPTW-TEXT

           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '     ERROR-QUEUE INVENTORY AND AGING REPORT'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'AGE ALERT LIMIT (DAYS) : ' WS-MAX-AGE-DAYS
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '--------------------------------------------'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE

           OPEN INPUT ERRQLST-FILE
           IF WS-ERRQLST-STATUS NOT = '00'
              MOVE ZERO                  TO WS-OLDEST-AGE-DAYS
           END-IF

           STRING ERRQ-QUEUE-NAME ' ' WS-QUEUE-STATE
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '  MESSAGES: ' WS-MSG-COUNT
                  '  TOTAL BYTES: ' WS-TOTAL-BYTES
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '  OLDEST PUT DATE: ' WS-OLDEST-PUTDATE
                  '  AGE DAYS: ' WS-OLDEST-AGE-DAYS
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE

           IF WS-MSG-COUNT > ZERO
           AND WS-OLDEST-AGE-DAYS > WS-MAX-AGE-DAYS
              ADD 1                      TO WS-QUEUES-ALERTED
              STRING '  *** ALERT - MESSAGES OLDER THAN '
                     WS-MAX-AGE-DAYS ' DAYS ON THIS QUEUE ***'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
           END-IF
           STRING '--------------------------------------------'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           CONTINUE.
      ******************************************************************
      *
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
           STRING 'ERRQRPT  QUEUES CHECKED: ' WS-QUEUES-CHECKED
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'ERRQRPT  QUEUES ALERTED: ' WS-QUEUES-ALERTED
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE

           CLOSE ERRQLST-FILE

      *    FINISH THE ONLINE COPY - THE CALL RECORDS THE JOB'S
      *    RETURN CODE FOR THE REPOSITORY INDEX AND RESETS THE
      *    REGISTER, SO THE CODE IS PUT BACK AFTERWARDS
           MOVE 'CLOS'                     TO RPTW-FUNCTION
           MOVE RETURN-CODE                TO RPTW-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE RPTW-RETURN-CODE           TO RETURN-CODE

           GOBACK.
