      *                      THE MQTREND CAPACITY REPORT. A RERUN
      *                      REPLACES THE SAME DAY'S RECORDS.
      *
      *    261015   IS       AUDIT RECORD WIDENED TO 176 BYTES - THE
      *                      MQMD MESSAGE ID AND CORRELATION ID ARE
      *                      CARRIED ON THE END FOR MESSAGE TRACING
      *
      *    261015   IS       AUDIT RECORD LAYOUT FOLLOWS THE 200-BYTE
      *                      AUDITLOG - THE PUT PROPERTIES ON THE END
      *
      *    261015   IS       EVERY REPORT LINE ALSO KEPT IN THE
      *                      REPORT REPOSITORY THROUGH MQRPTWR
      *
      *    261015   IS       THE RETURN CODE ALREADY SET IS KEPT
      *                      ACROSS THE MQRPTWR CALLS
      *
      ******************************************************************
      ******************************************************************
      *
      *     CB   = ACCUMULATE QUEUE TOTALS
      *    D     = PRINT REPORT
      *    E     = WRITE DAILY TOTALS TO THE VOLUME HISTORY FILE
      *    Y     = KEEP A REPORT LINE IN THE REPOSITORY
      *    Z     = EXIT
      *
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    MQRUNCT  - RUN CONTROL
      *    MQRPTWR  - REPORT REPOSITORY WRITER
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
           05 AUDIT-STATUS                PIC X(04).
           05 AUDIT-COMPCODE              PIC S9(09).
           05 AUDIT-REASON                PIC S9(09).
           05 FILLER                      PIC X(92).
      *
       FD  QHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SW-IO-ERROR                    PIC X       VALUE 'N'.
           88 HAD-IO-ERROR                            VALUE 'Y'.
           COPY RUNCPARM.
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
                                       'X MODULE MQAUDRPT END WSS X'.
      *
      ******************************************************************
       D-PRINT-REPORT SECTION.
           MOVE SPACES                     TO RPTW-PARM
           MOVE 'OPEN'                     TO RPTW-FUNCTION
           MOVE 'MQAUDRPT'                 TO RPTW-REPORT
           MOVE WS-BUSINESS-DATE           TO RPTW-DATE
           MOVE 'DAILY MQ ACTIVITY SUMMARY REPORT'
                                           TO RPTW-TITLE
           MOVE RETURN-CODE                TO WS-SAVE-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE WS-SAVE-RETURN-CODE        TO RETURN-CODE
           MOVE SPACES                     TO RPTW-TEXT

           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '     DAILY MQ ACTIVITY SUMMARY REPORT'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'QUEUE NAME                                 '
                  'GET    PUT    ERR'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '--------------------------------------------'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           PERFORM VARYING TB-QUEUE-IX FROM 1 BY 1
                   UNTIL TB-QUEUE-IX > WS-QUEUE-COUNT
              STRING TB-QUEUE-NAME (TB-QUEUE-IX) ' '
                     TB-QUEUE-DATE (TB-QUEUE-IX) ' '
                     TB-QUEUE-GET-COUNT (TB-QUEUE-IX) ' '
                     TB-QUEUE-PUT-COUNT (TB-QUEUE-IX) ' '
                     TB-QUEUE-ERROR-COUNT (TB-QUEUE-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
           END-PERFORM
           STRING '--------------------------------------------'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'TOTALS' ' ' WS-TOTAL-GET-COUNT ' '
                                WS-TOTAL-PUT-COUNT ' '
                                WS-TOTAL-ERROR-COUNT
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '============================================'
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
