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
      *     DA   = SORT WORST OFFENDERS FIRST
      *     DB   = PRINT REPORT
      *    XC    = TRANSLATE AIB RETURN/REASON CODE INTO PLAIN TEXT
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
      *    SHARED AIB RETURN-CODE TEXT LOOKUP TABLE
      ******************************************************************
           COPY AIBRETC.
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
                                       'X MODULE EXCPRPT END WSS X'.
      *
      ******************************************************************
       B-INITIATION SECTION.
           MOVE SPACES                     TO RPTW-PARM
           MOVE 'OPEN'                     TO RPTW-FUNCTION
           MOVE 'EXCPRPT'                  TO RPTW-REPORT
           ACCEPT RPTW-DATE                FROM DATE
           MOVE 'DAILY EXCEPTION SUMMARY REPORT'
                                           TO RPTW-TITLE
           MOVE RETURN-CODE                TO WS-SAVE-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE WS-SAVE-RETURN-CODE        TO RETURN-CODE
           MOVE SPACES                     TO RPTW-TEXT

           OPEN INPUT EXCP-FILE
           IF WS-EXCP-STATUS NOT = '00'
              DISPLAY 'EXCPRPT  EXCP-FILE OPEN FAILED ' WS-EXCP-STATUS
      *
      ******************************************************************
       DB-PRINT-REPORT SECTION.
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '     DAILY EXCEPTION SUMMARY REPORT'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'PROGRAM  PARAGRAPH                      '
                  'COUNT   AIB RC/RSN TEXT'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '--------------------------------------------'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           PERFORM VARYING TB-EXCP-IX FROM 1 BY 1
                   UNTIL TB-EXCP-IX > WS-ENTRY-COUNT
              MOVE TB-EXCP-AIB-RETURN (TB-EXCP-IX)
              MOVE TB-EXCP-AIB-REASON (TB-EXCP-IX)
                                          TO AIB-REASON-CODE
              PERFORM XC-AIB-TEXT-LOOKUP
              STRING TB-EXCP-PROGRAM (TB-EXCP-IX) ' '
                     TB-EXCP-PARAGRAPH (TB-EXCP-IX) ' '
                     TB-EXCP-COUNT (TB-EXCP-IX) ' '
                     AIB-RC-TEXT-OUT
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
           END-PERFORM
           STRING '--------------------------------------------'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'TOTAL EXCEPTIONS' ' ' WS-TOTAL-EXCP-COUNT
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

           CLOSE EXCP-FILE

      *    FINISH THE ONLINE COPY - THE CALL RECORDS THE JOB'S
      *    RETURN CODE FOR THE REPOSITORY INDEX AND RESETS THE
      *    REGISTER, SO THE CODE IS PUT BACK AFTERWARDS
           MOVE 'CLOS'                     TO RPTW-FUNCTION
           MOVE RETURN-CODE                TO RPTW-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE RPTW-RETURN-CODE           TO RETURN-CODE

           GOBACK.
