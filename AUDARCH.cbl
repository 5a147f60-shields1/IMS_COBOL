      *                      CROSSES MIDNIGHT CANNOT RECORD UNDER
      *                      ONE DATE AND BE CHECKED UNDER ANOTHER
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
      *     CB   = SPLIT RECORD TO ARCHIVE OR NEW FILE
      *    D     = RECONCILE ARCHIVE RECORD COUNT
      *    E     = PRINT HOUSEKEEPING REPORT
      *    Y     = KEEP A REPORT LINE IN THE REPOSITORY
      *    Z     = EXIT
      *
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    MQRUNCT  - RUN CONTROL AND QUIESCE FLAG
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
       FD  ARCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  ARCH-RECORD                    PIC X(200).
      *
       FD  NEWAUD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  NEWAUD-RECORD                  PIC X(200).
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
      ******************************************************************
           COPY RUNCPARM.
       01  WS-SAVE-RETURN-CODE            PIC S9(04)  VALUE ZERO.
      ******************************************************************
      *    REPORT REPOSITORY - EVERY REPORT LINE IS ALSO KEPT ONLINE
      *    THROUGH MQRPTWR FOR THE MQRPTVW TRANSACTION
      ******************************************************************
           COPY RPTWPARM.
      *
       01  FILLER                        PIC X(32)    VALUE
                                       'X MODULE AUDARCH END WSS X'.
      *
      ******************************************************************
       E-PRINT-REPORT SECTION.
           MOVE SPACES                     TO RPTW-PARM
           MOVE 'OPEN'                     TO RPTW-FUNCTION
           MOVE 'AUDARCH'                  TO RPTW-REPORT
           MOVE WS-CUTOFF-DATE-IN          TO RPTW-DATE
           MOVE 'AUDIT TRAIL HOUSEKEEPING REPORT'
                                           TO RPTW-TITLE
           MOVE RETURN-CODE                TO WS-SAVE-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE WS-SAVE-RETURN-CODE        TO RETURN-CODE
           MOVE SPACES                     TO RPTW-TEXT

           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '     AUDIT TRAIL HOUSEKEEPING REPORT'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'CUTOFF DATE (ARCHIVE BEFORE) : ' WS-CUTOFF-DATE
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'RECORDS READ FROM AUDITLOG   : ' WS-READ-COUNT
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'RECORDS ARCHIVED             : ' WS-ARCHIVED-COUNT
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'RECORDS KEPT FOR NEW FILE    : ' WS-KEPT-COUNT
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'RECORDS VERIFIED IN ARCHIVE  : ' WS-VERIFY-COUNT
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           IF RECONCILE-OK
              STRING 'RECONCILIATION               : OK'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'LIVE FILE MAY BE REPLACED BY THE NEW FILE'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
           ELSE
              STRING 'RECONCILIATION               : FAILED'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING '*** DO NOT PURGE THE LIVE AUDITLOG ***'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              MOVE 8 TO RETURN-CODE
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
           MOVE WS-SAVE-RETURN-CODE        TO RETURN-CODE
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
