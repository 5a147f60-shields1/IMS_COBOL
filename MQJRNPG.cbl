       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQJRNPG.
      ******************************************************************
      *
      *    MODULE      MQJRNPG
      *                BATCH
      *                ROUTED PAYLOAD JOURNAL PURGE. WALKS THE
      *                MQJRNL JOURNAL THAT IMSMQ02 WRITES FOR EVERY
      *                ROUTED MESSAGE AND DELETES EVERY SEGMENT
      *                OLDER THAN THE RETENTION DAYS, SO THE JOURNAL
      *                HOLDS THE REPLAY WINDOW INSTEAD OF GROWING
      *                FOREVER. RUN DAILY AFTER THE ONLINE DAY, LIKE
      *                MQDUPPG.
      *
      *    INPUT       SYSIN CARD -
      *                COL  1- 8 RUN DATE (YYYYMMDD) - AGES ARE
      *                          COUNTED TO THIS DATE. BLANK/INVALID
      *                          DEFAULTS TO THE CURRENT DATE.
      *                COL 10-12 RETENTION DAYS - THE REPLAY WINDOW
      *                          KEPT ON THE JOURNAL. BLANK/INVALID/
      *                          ZERO DEFAULTS TO 030.
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
      *    B     = INITIATION
      *    C
      *     CA   = READ NEXT JOURNAL RECORD
      *     CB   = PURGE ONE EXPIRED RECORD
      *     CC   = COMPUTE A DAY NUMBER FROM YYYYMMDD
      *    D     = PRINT PURGE REPORT
      *    Z     = EXIT
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE      ASSIGN TO MQJRNL
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS JRNL-KEY
                                     FILE STATUS IS WS-JRNL-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JRNLREC.
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQJRNPG START WSS X'.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-JRNL-STATUS                 PIC XX      VALUE SPACES.
      ******************************************************************
      *    RUN DATE AND AGE
      ******************************************************************
       01  WS-PARM-CARD.
           05 WS-RUN-DATE-IN              PIC X(08).
           05 FILLER                      PIC X(01).
           05 WS-RETAIN-DAYS-X            PIC X(03).
           05 WS-RETAIN-DAYS REDEFINES WS-RETAIN-DAYS-X
                                          PIC 9(03).
           05 FILLER                      PIC X(68).
       01  WS-DEFAULT-RETAIN-DAYS         PIC 9(03)   VALUE 030.
       01  WS-RUN-DATE-N                  PIC 9(06)   VALUE ZERO.
       01  WS-RUN-DATE-CC                 PIC 9(08)   VALUE ZERO.
       01  WS-RUN-DAYNUM                  PIC 9(07)   VALUE ZERO.
       01  WS-JRNL-DAYNUM                 PIC 9(07)   VALUE ZERO.
       01  WS-JRNL-AGE                    PIC S9(07)  VALUE ZERO.
      ******************************************************************
      *    DAY-NUMBER WORK FIELDS (CC-COMPUTE-DAY-NUMBER)
      ******************************************************************
       01  WS-DN-DATE-IN                  PIC 9(08)  VALUE ZERO.
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE-IN.
           05 WS-DN-YEAR                  PIC 9(04).
           05 WS-DN-MONTH                 PIC 9(02).
           05 WS-DN-DAY                   PIC 9(02).
       01  WS-DN-LEAPS                    PIC 9(04)  VALUE ZERO.
       01  WS-DN-REM                      PIC 9(04)  VALUE ZERO.
       01  WS-DN-RESULT                   PIC 9(07)  VALUE ZERO.
       01  TB-MONTH-DAYS.
           05 TB-MONTH-VALUES             PIC X(36)  VALUE
              '000031059090120151181212243273304334'.
           05 TB-MONTH-TABLE REDEFINES TB-MONTH-VALUES.
              10 TB-CUM-DAYS              OCCURS 12 TIMES
                                          PIC 9(03).
      ******************************************************************
      *    RECORD COUNTERS
      ******************************************************************
       01  WS-READ-COUNT                  PIC 9(09)   VALUE ZERO.
       01  WS-PURGED-COUNT                PIC 9(09)   VALUE ZERO.
       01  WS-KEPT-COUNT                  PIC 9(09)   VALUE ZERO.
       01  WS-BAD-DATE-COUNT              PIC 9(09)   VALUE ZERO.
      ******************************************************************
      *    SWITCHES
      ******************************************************************
       01  SWITCHES.
           05 SW-INDICATOR                PIC X       VALUE '0'.
             88 END-OF-FILE                           VALUE '1'.
      *
       01  FILLER                        PIC X(32)    VALUE
                                       'X MODULE MQJRNPG END WSS X'.
      *
       PROCEDURE DIVISION.
      **************************************************************
      *                                                            *
      *    A   MAINROUTINE                                         *
      *                                                            *
      **************************************************************
       A-MAINROUTINE SECTION.

           PERFORM B-INITIATION
           PERFORM CB-PURGE-ONE-RECORD UNTIL END-OF-FILE
           PERFORM D-PRINT-REPORT
           PERFORM Z-EXIT
           .
      ******************************************************************
      *
      *    B   INITIALIZATION
      *
      ******************************************************************
       B-INITIATION SECTION.
      *    RUN DATE FROM SYSIN - BLANK OR NON-NUMERIC MEANS TODAY
           MOVE SPACES                    TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD
           IF WS-RUN-DATE-IN NOT NUMERIC
           OR WS-RUN-DATE-IN = SPACES
              ACCEPT WS-RUN-DATE-N        FROM DATE
              COMPUTE WS-RUN-DATE-CC = 20000000 + WS-RUN-DATE-N
              MOVE WS-RUN-DATE-CC         TO WS-RUN-DATE-IN
           END-IF
           MOVE WS-RUN-DATE-IN            TO WS-DN-DATE-IN
           PERFORM CC-COMPUTE-DAY-NUMBER
           MOVE WS-DN-RESULT              TO WS-RUN-DAYNUM

      *    RETENTION DAYS FROM SYSIN - THE SAME WINDOW FOR EVERY
      *    JOURNAL ENTRY, SO A CHANGED WINDOW APPLIES TO THE WHOLE
      *    JOURNAL ON THE NEXT RUN
           INSPECT WS-RETAIN-DAYS-X REPLACING LEADING SPACE BY '0'
           IF WS-RETAIN-DAYS-X NOT NUMERIC
           OR WS-RETAIN-DAYS = ZERO
              MOVE WS-DEFAULT-RETAIN-DAYS TO WS-RETAIN-DAYS
           END-IF

           OPEN I-O JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
              DISPLAY 'MQJRNPG  JOURNAL-FILE OPEN FAILED '
                      WS-JRNL-STATUS
              SET END-OF-FILE TO TRUE
           ELSE
              MOVE LOW-VALUES             TO JRNL-KEY
              START JOURNAL-FILE KEY NOT < JRNL-KEY
                 INVALID KEY
                    SET END-OF-FILE TO TRUE
              END-START
           END-IF

           IF NOT END-OF-FILE
              PERFORM CA-READ-NEXT-RECORD
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    C   READ AND PURGE
      *
      ******************************************************************
       CA-READ-NEXT-RECORD SECTION.
           READ JOURNAL-FILE NEXT
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
           END-READ
           CONTINUE.
      *
       CB-PURGE-ONE-RECORD SECTION.
      *    AGE IN DAYS FROM THE JOURNAL DATE - A RECORD PAST THE
      *    RETENTION DAYS GOES. A RECORD WITH AN UNREADABLE DATE IS
      *    KEPT AND COUNTED FOR FOLLOW-UP
           MOVE ZERO                      TO WS-JRNL-DAYNUM
           IF JRNL-DATE NUMERIC
              MOVE JRNL-DATE              TO WS-DN-DATE-IN
              PERFORM CC-COMPUTE-DAY-NUMBER
              MOVE WS-DN-RESULT           TO WS-JRNL-DAYNUM
           END-IF

           IF WS-JRNL-DAYNUM = ZERO
              ADD 1 TO WS-BAD-DATE-COUNT
              ADD 1 TO WS-KEPT-COUNT
           ELSE
              COMPUTE WS-JRNL-AGE = WS-RUN-DAYNUM - WS-JRNL-DAYNUM
              IF WS-JRNL-AGE > WS-RETAIN-DAYS
                 DELETE JOURNAL-FILE
                 IF WS-JRNL-STATUS = '00'
                    ADD 1 TO WS-PURGED-COUNT
                 ELSE
                    DISPLAY 'MQJRNPG  DELETE FAILED ' WS-JRNL-STATUS
                    SET END-OF-FILE TO TRUE
                 END-IF
              ELSE
                 ADD 1 TO WS-KEPT-COUNT
              END-IF
           END-IF

           IF NOT END-OF-FILE
              PERFORM CA-READ-NEXT-RECORD
           END-IF
           CONTINUE.
      *       **********************************************************
      *       ***  COMPUTE A DAY NUMBER FROM A YYYYMMDD DATE SO DATE
      *       ***  ARITHMETIC SURVIVES MONTH AND YEAR BOUNDARIES
      *       **********************************************************
       CC-COMPUTE-DAY-NUMBER SECTION.
           IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
              MOVE ZERO                  TO WS-DN-RESULT
           ELSE
              COMPUTE WS-DN-LEAPS = (WS-DN-YEAR - 1) / 4
              COMPUTE WS-DN-RESULT = (WS-DN-YEAR * 365)
                                     + WS-DN-LEAPS
                                     + TB-CUM-DAYS (WS-DN-MONTH)
                                     + WS-DN-DAY
              DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-LEAPS
                     REMAINDER WS-DN-REM
              IF WS-DN-REM = ZERO AND WS-DN-MONTH > 2
                 ADD 1                   TO WS-DN-RESULT
              END-IF
           END-IF
           CONTINUE.
      ******************************************************************
      *
      *    D   PRINT PURGE REPORT
      *
      ******************************************************************
       D-PRINT-REPORT SECTION.
           DISPLAY '============================================'
           DISPLAY '     PAYLOAD JOURNAL PURGE REPORT'
           DISPLAY '============================================'
           DISPLAY 'RUN DATE                    : '
                   WS-RUN-DATE-IN
           DISPLAY 'RETENTION DAYS              : '
                   WS-RETAIN-DAYS
           DISPLAY 'SEGMENTS READ               : ' WS-READ-COUNT
           DISPLAY 'SEGMENTS PURGED             : ' WS-PURGED-COUNT
           DISPLAY 'SEGMENTS KEPT               : ' WS-KEPT-COUNT
           DISPLAY 'KEPT - UNREADABLE DATE      : ' WS-BAD-DATE-COUNT
           DISPLAY '============================================'
           CONTINUE.
      ******************************************************************
      *
      *    Z   EXIT
      *
      ******************************************************************
       Z-EXIT SECTION.

           CLOSE JOURNAL-FILE

           GOBACK.
