       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQRPTWR.
      ******************************************************************
      *
      *    MODULE      MQRPTWR
      *                SUBPROGRAM
      *                REPORT REPOSITORY WRITER. CALLED WITH THE
      *                RPTWPARM AREA BY THE NIGHTLY REPORTS SO EVERY
      *                LINE THEY PRINT TO SYSOUT IS ALSO KEPT ON THE
      *                RPTREPO KSDS, KEYED ON REPORT NAME, BUSINESS
      *                DATE, PAGE AND LINE, WHERE THE MQRPTVW
      *                TRANSACTION PAGES IT ON AN IMS TERMINAL LONG
      *                AFTER THE SPOOL IS GONE.
      *                OPEN REPLACES AN EARLIER COPY OF THE SAME
      *                REPORT AND DATE, SO A RERUN LEAVES ONE COPY.
      *                LINE CUTS A NEW PAGE EVERY WS-PAGE-LINES LINES
      *                - ONE TERMINAL SCREEN. CLOS WRITES THE HEADER
      *                RECORD (PAGE 0 LINE 0) AND RECORDS THE JOB'S
      *                RETURN CODE ON RUNCTLF THROUGH MQRUNCT.
      *                THE FILE STAYS OPEN BETWEEN CALLS. A REPORT
      *                WHOSE REPOSITORY CANNOT BE OPENED STILL PRINTS
      *                - THE WRITER WARNS ONCE AND RETURNS 8.
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
      *
      ******************************************************************
      ******************************************************************
      *
      *    ROUTINE LIST
      *
      *    A     = MAINROUTINE
      *    B     = OPEN THE REPORT
      *     BA   = REMOVE AN EARLIER COPY OF THE REPORT
      *     BB   = REMOVE ONE EARLIER LINE
      *    C     = KEEP ONE LINE
      *    D     = CLOSE THE REPORT AND RECORD THE RETURN CODE
      *     DA   = RECORD THE RETURN CODE ON RUNCTLF
      *
      ******************************************************************
      ******************************************************************
      *
      *    MODULES CALLED
      *
      *    MQRUNCT  - RUN CONTROL (RETURN CODE ON RUNCTLF)
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTR-FILE         ASSIGN TO RPTREPO
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS RPTR-KEY
                                     FILE STATUS IS WS-RPTR-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  RPTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPTRREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQRPTWR START WSS X'.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-RPTR-STATUS                 PIC XX      VALUE SPACES.
      ******************************************************************
      *    THE REPORT BEING WRITTEN
      ******************************************************************
       01  WS-REPORT                      PIC X(08)   VALUE SPACES.
       01  WS-REPORT-DATE                 PIC X(06)   VALUE SPACES.
       01  WS-TITLE                       PIC X(40)   VALUE SPACES.
       01  WS-PAGE                        PIC 9(04)   VALUE ZERO.
       01  WS-LINE                        PIC 9(04)   VALUE ZERO.
       01  WS-LINE-COUNT                  PIC 9(06)   VALUE ZERO.
       01  WS-REMOVED-COUNT               PIC 9(06)   VALUE ZERO.
      *    LINES PER PAGE - THE BODY OF ONE MQRPTVW SCREEN
       01  WS-PAGE-LINES                  PIC 9(04)   VALUE 0018.
      ******************************************************************
      *    RUN TIMESTAMP
      ******************************************************************
       01  WS-DATE                        PIC 9(06)   VALUE ZERO.
       01  WS-TIME                        PIC 9(08)   VALUE ZERO.
      ******************************************************************
      *    SWITCHES
      ******************************************************************
       01  SWITCHES.
           05 SW-FILE-STATE               PIC X       VALUE 'N'.
             88 RPTR-FILE-CLOSED                      VALUE 'N'.
             88 RPTR-FILE-OPEN                        VALUE 'Y'.
             88 RPTR-FILE-UNAVAILABLE                 VALUE 'U'.
           05 SW-OPEN-MODE                PIC X       VALUE 'U'.
             88 OPENED-FOR-UPDATE                     VALUE 'U'.
             88 OPENED-FOR-LOAD                       VALUE 'L'.
           05 SW-REMOVE                   PIC X       VALUE 'N'.
             88 REMOVE-DONE                           VALUE 'Y'.
      ******************************************************************
      *    RUN CONTROL (MQRUNCT)
      ******************************************************************
           COPY RUNCPARM.
      *
       01  FILLER                        PIC X(32)    VALUE
                                       'X MODULE MQRPTWR END WSS X'.
      *
       LINKAGE SECTION.
      *----------------
           COPY RPTWPARM.
      *
       PROCEDURE DIVISION USING RPTW-PARM.
      **************************************************************
      *                                                            *
      *    A   MAINROUTINE                                         *
      *                                                            *
      **************************************************************
       A-MAINROUTINE SECTION.
           MOVE '0'                        TO RPTW-RETURN

           EVALUATE TRUE
              WHEN RPTW-FUNC-OPEN
                 PERFORM B-OPEN-REPORT
              WHEN RPTW-FUNC-LINE
                 PERFORM C-KEEP-LINE
              WHEN RPTW-FUNC-CLOSE
                 PERFORM D-CLOSE-REPORT
              WHEN OTHER
                 DISPLAY 'MQRPTWR  UNKNOWN FUNCTION ' RPTW-FUNCTION
                 MOVE '8'                  TO RPTW-RETURN
           END-EVALUATE

           GOBACK.
      ******************************************************************
      *
      *    B   OPEN THE REPORT FOR THE BUSINESS DATE
      *
      ******************************************************************
       B-OPEN-REPORT SECTION.
           IF RPTR-FILE-OPEN
              CLOSE RPTR-FILE
           END-IF
           MOVE 'N'                        TO SW-FILE-STATE
           MOVE RPTW-REPORT                TO WS-REPORT
           MOVE RPTW-DATE                  TO WS-REPORT-DATE
           MOVE RPTW-TITLE                 TO WS-TITLE
           MOVE ZERO                       TO WS-LINE
                                              WS-LINE-COUNT
                                              WS-REMOVED-COUNT
           MOVE 1                          TO WS-PAGE

      *    A BRAND NEW (UNLOADED) KSDS GIVES STATUS 35 ON OPEN I-O -
      *    FALL BACK TO OPEN OUTPUT SO THE FIRST REPORT CREATES IT
           SET OPENED-FOR-UPDATE TO TRUE
           OPEN I-O RPTR-FILE
           IF WS-RPTR-STATUS = '35'
              SET OPENED-FOR-LOAD TO TRUE
              OPEN OUTPUT RPTR-FILE
           END-IF
           IF WS-RPTR-STATUS = '00'
              SET RPTR-FILE-OPEN TO TRUE
           ELSE
              DISPLAY 'MQRPTWR  RPTREPO OPEN FAILED ' WS-RPTR-STATUS
                      ' - ' WS-REPORT ' NOT KEPT ONLINE'
              SET RPTR-FILE-UNAVAILABLE TO TRUE
              MOVE '8'                     TO RPTW-RETURN
           END-IF

           IF RPTR-FILE-OPEN
           AND OPENED-FOR-UPDATE
              PERFORM BA-REMOVE-EARLIER-COPY
           END-IF
           CONTINUE.
      *
       BA-REMOVE-EARLIER-COPY SECTION.
      *    A RERUN FOR THE SAME DATE REPLACES THE EARLIER COPY,
      *    HEADER INCLUDED, SO THE VIEWER NEVER MIXES TWO RUNS
           MOVE 'N'                        TO SW-REMOVE
           MOVE WS-REPORT                  TO RPTR-REPORT
           MOVE WS-REPORT-DATE             TO RPTR-DATE
           MOVE ZERO                       TO RPTR-PAGE
                                              RPTR-LINE
           START RPTR-FILE KEY NOT < RPTR-KEY
              INVALID KEY
                 SET REMOVE-DONE TO TRUE
           END-START

           PERFORM BB-REMOVE-EARLIER-LINE UNTIL REMOVE-DONE

           IF WS-REMOVED-COUNT > ZERO
              DISPLAY 'MQRPTWR  ' WS-REPORT ' ' WS-REPORT-DATE
                      ' EARLIER COPY REPLACED - ' WS-REMOVED-COUNT
                      ' LINES'
           END-IF
           CONTINUE.
      *
       BB-REMOVE-EARLIER-LINE SECTION.
           READ RPTR-FILE NEXT
              AT END
                 SET REMOVE-DONE TO TRUE
              NOT AT END
                 IF RPTR-REPORT NOT = WS-REPORT
                 OR RPTR-DATE NOT = WS-REPORT-DATE
                    SET REMOVE-DONE TO TRUE
                 ELSE
                    DELETE RPTR-FILE
                    IF WS-RPTR-STATUS = '00'
                       ADD 1 TO WS-REMOVED-COUNT
                    ELSE
                       DISPLAY 'MQRPTWR  DELETE FAILED '
                               WS-RPTR-STATUS
                       SET REMOVE-DONE TO TRUE
                    END-IF
                 END-IF
           END-READ
      *    ANY ABNORMAL READ STATUS MUST END THE LOOP
           IF WS-RPTR-STATUS NOT = '00'
              SET REMOVE-DONE TO TRUE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    C   KEEP ONE LINE - A NEW PAGE EVERY WS-PAGE-LINES LINES
      *
      ******************************************************************
       C-KEEP-LINE SECTION.
           IF NOT RPTR-FILE-OPEN
              MOVE '8'                     TO RPTW-RETURN
           ELSE
              ADD 1                        TO WS-LINE
              IF WS-LINE > WS-PAGE-LINES
                 ADD 1                     TO WS-PAGE
                 MOVE 1                    TO WS-LINE
              END-IF
              MOVE SPACES                  TO RPTR-RECORD
              MOVE WS-REPORT               TO RPTR-REPORT
              MOVE WS-REPORT-DATE          TO RPTR-DATE
              MOVE WS-PAGE                 TO RPTR-PAGE
              MOVE WS-LINE                 TO RPTR-LINE
              MOVE RPTW-TEXT               TO RPTR-TEXT
              WRITE RPTR-RECORD
                 INVALID KEY
                    DISPLAY 'MQRPTWR  WRITE FAILED ' WS-RPTR-STATUS
                            ' - ' WS-REPORT ' NOT KEPT ONLINE'
                    CLOSE RPTR-FILE
                    SET RPTR-FILE-UNAVAILABLE TO TRUE
                    MOVE '8'               TO RPTW-RETURN
                 NOT INVALID KEY
                    ADD 1                  TO WS-LINE-COUNT
              END-WRITE
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    D   CLOSE THE REPORT - HEADER RECORD, THEN THE JOB'S
      *        RETURN CODE ON RUNCTLF FOR THE REPOSITORY INDEX
      *
      ******************************************************************
       D-CLOSE-REPORT SECTION.
           ACCEPT WS-DATE                  FROM DATE
           ACCEPT WS-TIME                  FROM TIME

           IF RPTR-FILE-OPEN
              MOVE SPACES                  TO RPTR-RECORD
              MOVE WS-REPORT               TO RPTR-REPORT
              MOVE WS-REPORT-DATE          TO RPTR-DATE
              MOVE ZERO                    TO RPTR-PAGE
                                              RPTR-LINE
              MOVE WS-TITLE                TO RPTR-HDR-TITLE
              MOVE WS-DATE                 TO RPTR-HDR-RUN-DATE
              MOVE WS-TIME                 TO RPTR-HDR-RUN-TIME
              IF WS-LINE-COUNT = ZERO
                 MOVE ZERO                 TO RPTR-HDR-PAGES
              ELSE
                 MOVE WS-PAGE              TO RPTR-HDR-PAGES
              END-IF
              MOVE WS-LINE-COUNT           TO RPTR-HDR-LINES
              WRITE RPTR-RECORD
                 INVALID KEY
                    DISPLAY 'MQRPTWR  HEADER WRITE FAILED '
                            WS-RPTR-STATUS
                    MOVE '8'               TO RPTW-RETURN
              END-WRITE
              CLOSE RPTR-FILE
           END-IF
           MOVE 'N'                        TO SW-FILE-STATE

      *    NO REPORT WAS EVER OPENED - NOTHING TO RECORD
           IF WS-REPORT = SPACES
              MOVE '8'                     TO RPTW-RETURN
           ELSE
              PERFORM DA-RECORD-RETURN-CODE
           END-IF
           CONTINUE.
      *
       DA-RECORD-RETURN-CODE SECTION.
           MOVE 'RC  '                     TO RUNP-FUNCTION
           MOVE WS-REPORT                  TO RUNP-JOB-NAME
           MOVE SPACES                     TO RUNP-PRED-NAME
           MOVE WS-REPORT-DATE             TO RUNP-DATE
           MOVE ZERO                       TO RUNP-RECORDS-IN
           MOVE WS-LINE-COUNT              TO RUNP-RECORDS-OUT
           MOVE RPTW-RETURN-CODE           TO RUNP-RETURN-CODE
           CALL 'MQRUNCT' USING RUNP-PARM
           END-CALL
           IF NOT RUNP-RETURN-OK
              DISPLAY 'MQRPTWR  RETURN CODE NOT RECORDED FOR '
                      WS-REPORT ' ' WS-REPORT-DATE
           END-IF
           CONTINUE.
