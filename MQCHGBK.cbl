      *
      *    000000   XXXXXX   YYYYYYYYYYYYYYY
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
      *    D
      *     DA   = PRINT ONE DEPARTMENT STATEMENT
      *     DB   = PRINT GRAND-TOTAL CONTROL PAGE
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
           05 AUDIT-STATUS                PIC X(04).
           05 AUDIT-COMPCODE              PIC S9(09).
           05 AUDIT-REASON                PIC S9(09).
           05 FILLER                      PIC X(92).
      *
       FD  USRD-FILE
           LABEL RECORDS ARE STANDARD.
           05  WS-TOTAL-SELECTED           PIC 9(09)   VALUE ZERO.
           05  WS-TOTAL-MSG-COUNT          PIC 9(09)   VALUE ZERO.
           05  WS-TOTAL-BYTES              PIC 9(13)   VALUE ZERO.
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
                                       'X MODULE MQCHGBK END WSS X'.
           END-IF
           MOVE WS-MONTH-IN               TO WS-REPORT-MONTH

           MOVE SPACES                     TO RPTW-PARM
           MOVE 'OPEN'                     TO RPTW-FUNCTION
           MOVE 'MQCHGBK'                  TO RPTW-REPORT
           ACCEPT RPTW-DATE                FROM DATE
      *    A MONTHLY STATEMENT - KEPT UNDER THE DATE IT RAN, WITH
      *    THE MONTH CHARGED IN THE TITLE
           STRING 'MQ USAGE CHARGEBACK STATEMENT MONTH '
                  WS-REPORT-MONTH
                  DELIMITED BY SIZE INTO RPTW-TITLE
           MOVE RETURN-CODE                TO WS-SAVE-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE WS-SAVE-RETURN-CODE        TO RETURN-CODE
           MOVE SPACES                     TO RPTW-TEXT

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
              DISPLAY 'MQCHGBK  AUDIT-FILE OPEN FAILED ' WS-AUDIT-STATUS
      *
      ******************************************************************
       DA-PRINT-DEPARTMENT SECTION.
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING ' MQ USAGE CHARGEBACK STATEMENT  MONTH '
                  WS-REPORT-MONTH
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING ' DEPARTMENT ' TB-DEPT-CODE (TB-DEPT-IX) ' '
                  TB-DEPT-NAME (TB-DEPT-IX)
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'USERID   QUEUE NAME                         '
                  '    MESSAGES        BYTES'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '--------------------------------------------'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE

           PERFORM VARYING TB-USAGE-IX FROM 1 BY 1
                   UNTIL TB-USAGE-IX > WS-USAGE-COUNT
              IF TB-USAGE-DEPT-CODE (TB-USAGE-IX) =
                 TB-DEPT-CODE (TB-DEPT-IX)
                 STRING TB-USAGE-USERID (TB-USAGE-IX) ' '
                        TB-USAGE-QUEUE (TB-USAGE-IX) ' '
                        TB-USAGE-MSG-COUNT (TB-USAGE-IX) ' '
                        TB-USAGE-BYTES (TB-USAGE-IX)
                        DELIMITED BY SIZE INTO RPTW-TEXT
                 PERFORM Y-PUT-REPORT-LINE
                 ADD TB-USAGE-MSG-COUNT (TB-USAGE-IX)
                     TO TB-DEPT-MSG-COUNT (TB-DEPT-IX)
                 ADD TB-USAGE-BYTES (TB-USAGE-IX)
              END-IF
           END-PERFORM

           STRING '--------------------------------------------'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'DEPARTMENT TOTAL ' TB-DEPT-CODE (TB-DEPT-IX) '  '
                  TB-DEPT-MSG-COUNT (TB-DEPT-IX) ' MESSAGES  '
                  TB-DEPT-BYTES (TB-DEPT-IX) ' BYTES'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           ADD TB-DEPT-MSG-COUNT (TB-DEPT-IX) TO WS-TOTAL-MSG-COUNT
           ADD TB-DEPT-BYTES (TB-DEPT-IX)     TO WS-TOTAL-BYTES
           CONTINUE.
      *
       DB-PRINT-CONTROL-PAGE SECTION.
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING ' CHARGEBACK GRAND-TOTAL CONTROL PAGE'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING ' MONTH ' WS-REPORT-MONTH
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'AUDIT RECORDS READ        : ' WS-TOTAL-RECORDS
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'RECORDS SELECTED          : ' WS-TOTAL-SELECTED
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'DEPARTMENTS CHARGED       : ' WS-DEPT-COUNT
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'USER/QUEUE COMBINATIONS   : ' WS-USAGE-COUNT
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'TOTAL MESSAGES CHARGED    : ' WS-TOTAL-MSG-COUNT
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'TOTAL BYTES CHARGED       : ' WS-TOTAL-BYTES
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           IF WS-TOTAL-SELECTED NOT = WS-TOTAL-MSG-COUNT
              STRING '*** CONTROL TOTAL MISMATCH - SELECTED AND '
                     'CHARGED COUNTS DIFFER ***'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              MOVE 4 TO RETURN-CODE
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
           CLOSE AUDIT-FILE
           CLOSE USRD-FILE

      *    FINISH THE ONLINE COPY - THE CALL RECORDS THE JOB'S
      *    RETURN CODE FOR THE REPOSITORY INDEX AND RESETS THE
      *    REGISTER, SO THE CODE IS PUT BACK AFTERWARDS
           MOVE 'CLOS'                     TO RPTW-FUNCTION
           MOVE RETURN-CODE                TO RPTW-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE RPTW-RETURN-CODE           TO RETURN-CODE

           GOBACK.
