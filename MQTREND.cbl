      *                      A FAILED FILE OPEN IS RECORDED NOK
      *                      AND ENDS THE JOB WITH RETURN-CODE 8
      *
      *    261015   IS       EVERY REPORT LINE ALSO KEPT IN THE
      *                      REPORT REPOSITORY THROUGH MQRPTWR
      *
      *    261015   IS       THE RETURN CODE ALREADY SET IS KEPT
      *                      ACROSS THE MQRPTWR CALLS
      *
      ******************************************************************
      ******************************************************************
      *     CC   = ACCUMULATE ONE DAY INTO THE QUEUE TOTALS
      *    D     = PRINT ONE QUEUE TREND BLOCK
      *    F     = COMPUTE DAY NUMBER FROM YYMMDD
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
           05 TB-MONTH-TABLE REDEFINES TB-MONTH-VALUES.
              10 TB-CUM-DAYS              OCCURS 12 TIMES
                                          PIC 9(03).
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
                                       'X MODULE MQTREND END WSS X'.
           END-IF

           IF NOT SEQUENCE-BROKEN
              MOVE SPACES                     TO RPTW-PARM
              MOVE 'OPEN'                     TO RPTW-FUNCTION
              MOVE 'MQTREND'                  TO RPTW-REPORT
              MOVE WS-BUSINESS-DATE           TO RPTW-DATE
              MOVE 'QUEUE VOLUME TREND REPORT'
                                              TO RPTW-TITLE
              MOVE RETURN-CODE                TO WS-SAVE-RETURN-CODE
              CALL 'MQRPTWR' USING RPTW-PARM
              END-CALL
              MOVE WS-SAVE-RETURN-CODE        TO RETURN-CODE
              MOVE SPACES                     TO RPTW-TEXT

              STRING '============================================'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING '     QUEUE VOLUME TREND REPORT'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING '============================================'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE

              OPEN INPUT QHIST-FILE
              IF WS-QHIST-STATUS NOT = '00'
      *
      ******************************************************************
       D-PRINT-QUEUE-BLOCK SECTION.
           STRING 'QUEUE: ' WS-CURRENT-QUEUE
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '  TOTAL VOLUME : ' WS-QUEUE-VOLUME
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '  TOTAL ERRORS : ' WS-QUEUE-ERRORS
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           IF WS-QUEUE-VOLUME > ZERO
              COMPUTE WS-ERROR-RATE ROUNDED =
                      WS-QUEUE-ERRORS * 100 / WS-QUEUE-VOLUME
              STRING '  ERROR RATE   : ' WS-ERROR-RATE ' PCT'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
           END-IF
           STRING '  PEAK DAY     : ' WS-PEAK-DATE
                  '  VOLUME ' WS-PEAK-VOLUME
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE

           STRING '  MONTH  VOLUME    ERRORS    GROWTH'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           MOVE ZERO TO WS-PREV-VOLUME
           PERFORM VARYING TB-MONTH-IX FROM 1 BY 1
                   UNTIL TB-MONTH-IX > WS-MONTH-COUNT
                          - WS-PREV-VOLUME)
                         * 100 / WS-PREV-VOLUME
                 MOVE WS-GROWTH-PCT    TO WS-GROWTH-DISP
                 STRING '  ' TB-MONTH-KEY (TB-MONTH-IX) '   '
                        TB-MONTH-VOLUME (TB-MONTH-IX) ' '
                        TB-MONTH-ERRORS (TB-MONTH-IX) ' '
                        WS-GROWTH-DISP ' PCT'
                        DELIMITED BY SIZE INTO RPTW-TEXT
                 PERFORM Y-PUT-REPORT-LINE
              ELSE
                 STRING '  ' TB-MONTH-KEY (TB-MONTH-IX) '   '
                        TB-MONTH-VOLUME (TB-MONTH-IX) ' '
                        TB-MONTH-ERRORS (TB-MONTH-IX)
                        DELIMITED BY SIZE INTO RPTW-TEXT
                 PERFORM Y-PUT-REPORT-LINE
              END-IF
              MOVE TB-MONTH-VOLUME (TB-MONTH-IX) TO WS-PREV-VOLUME
           END-PERFORM

           STRING '  WEEK    VOLUME'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           PERFORM VARYING TB-WEEK-IX FROM 1 BY 1
                   UNTIL TB-WEEK-IX > WS-WEEK-COUNT
              STRING '  ' TB-WEEK-KEY (TB-WEEK-IX) '  '
                     TB-WEEK-VOLUME (TB-WEEK-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
           END-PERFORM
           STRING '--------------------------------------------'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE

           MOVE ZERO   TO WS-QUEUE-VOLUME
                          WS-QUEUE-ERRORS
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
              STRING '============================================'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE

              CLOSE QHIST-FILE

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
