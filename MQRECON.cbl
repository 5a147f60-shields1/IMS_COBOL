      *                      FAILED FILE OPEN IS RECORDED NOK AND
      *                      ENDS THE JOB WITH RETURN-CODE 8
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
      *     CD   = ACCUMULATE MSGLOG COUNTS PER DATE
      *     CE   = FIND OR ADD THE DATE TABLE ENTRY
      *    D     = PRINT RECONCILIATION REPORT
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
       FD  MSGLOG-FILE
           LABEL RECORDS ARE STANDARD
      *    REPORT WORK FIELDS
      ******************************************************************
       01  WS-DIFF-COUNT                  PIC 9(07)   VALUE ZERO.
      ******************************************************************
      *    REPORT REPOSITORY - EVERY REPORT LINE IS ALSO KEPT ONLINE
      *    THROUGH MQRPTWR FOR THE MQRPTVW TRANSACTION
      ******************************************************************
           COPY RPTWPARM.
      *
       01  FILLER                        PIC X(32)    VALUE
                                       'X MODULE MQRECON END WSS X'.
      *
      ******************************************************************
       D-PRINT-REPORT SECTION.
           MOVE SPACES                     TO RPTW-PARM
           MOVE 'OPEN'                     TO RPTW-FUNCTION
           MOVE 'MQRECON'                  TO RPTW-REPORT
           MOVE WS-BUSINESS-DATE           TO RPTW-DATE
           MOVE 'DAILY AUDIT TRAIL / MESSAGE LOG RECON'
                                           TO RPTW-TITLE
           MOVE RETURN-CODE                TO WS-SAVE-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE WS-SAVE-RETURN-CODE        TO RETURN-CODE
           MOVE SPACES                     TO RPTW-TEXT

           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING ' DAILY AUDIT TRAIL / MESSAGE LOG'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING ' RECONCILIATION'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'DATE    GET OK   GET NOK  MSGLOG LOGGED'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '--------------------------------------------'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           PERFORM VARYING TB-DATE-IX FROM 1 BY 1
                   UNTIL TB-DATE-IX > WS-DATE-COUNT
              STRING TB-DATE (TB-DATE-IX) '  '
                     TB-AUDIT-GET-OK (TB-DATE-IX) '       '
                     TB-AUDIT-GET-NOK (TB-DATE-IX) '        '
                     TB-MSGLOG-COUNT (TB-DATE-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE

              IF TB-AUDIT-GET-OK (TB-DATE-IX) >
                 TB-MSGLOG-COUNT (TB-DATE-IX)
                 COMPUTE WS-DIFF-COUNT =
                         TB-AUDIT-GET-OK (TB-DATE-IX) -
                         TB-MSGLOG-COUNT (TB-DATE-IX)
                 STRING '  *** EXCEPTION ' TB-DATE (TB-DATE-IX)
                        ' MESSAGES AUDITED AS GOT BUT NEVER LOGGED: '
                        WS-DIFF-COUNT
                        DELIMITED BY SIZE INTO RPTW-TEXT
                 PERFORM Y-PUT-REPORT-LINE
              END-IF

              IF TB-MSGLOG-COUNT (TB-DATE-IX) >
                 COMPUTE WS-DIFF-COUNT =
                         TB-MSGLOG-COUNT (TB-DATE-IX) -
                         TB-AUDIT-GET-OK (TB-DATE-IX)
                 STRING '  *** EXCEPTION ' TB-DATE (TB-DATE-IX)
                        ' MESSAGES LOGGED WITHOUT AN AUDITED GET:   '
                        WS-DIFF-COUNT
                        DELIMITED BY SIZE INTO RPTW-TEXT
                 PERFORM Y-PUT-REPORT-LINE
              END-IF

              IF TB-AUDIT-GET-NOK (TB-DATE-IX) > ZERO
              AND TB-MSGLOG-COUNT (TB-DATE-IX) > ZERO
                 SET DISCREPANCY-FOUND TO TRUE
                 STRING '  *** EXCEPTION ' TB-DATE (TB-DATE-IX)
                        ' NOK AUDIT RECORDS WITH DOWNSTREAM'
                        ' ACTIVITY: '
                        TB-AUDIT-GET-NOK (TB-DATE-IX)
                        DELIMITED BY SIZE INTO RPTW-TEXT
                 PERFORM Y-PUT-REPORT-LINE
              END-IF
           END-PERFORM
           STRING '--------------------------------------------'
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
