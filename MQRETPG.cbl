       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. MQRETPG.
      ******************************************************************
      *
      *    MODULE      MQRETPG
      *                BATCH
      *                NIGHTLY RETENTION HOUSEKEEPING. APPLIES THE
      *                RETENTION POLICY ON RETNPOLF TO THE FILES THAT
      *                OTHERWISE GROW FOREVER:
      *                  STATHIST - MQWATCH QUEUE DEPTH HISTORY
      *                  LATLOG   - PER-MESSAGE LATENCY LOG
      *                  VIOLLOG  - SECURITY VIOLATION LOG
      *                  ALERTHST - ACKNOWLEDGED ALERTS, AGED BY THE
      *                             ACKNOWLEDGEMENT DATE
      *                  PENDCHG  - APPROVED/REJECTED CHANGES, AGED
      *                             BY THE DECISION DATE
      *                  CFGPEND  - RECORD IMAGES OF THE DECIDED
      *                             CONFIGURATION CHANGES, WHICH GO
      *                             WITH THEIR PENDCHG RECORD
      *                  SCHEDF   - DELIVERED SCHEDULED MESSAGES,
      *                             AGED BY THE RELEASE DATE
      *                  RPTREPO  - REPORT REPOSITORY, AGED BY THE
      *                             BUSINESS DATE OF THE REPORT
      *                A RECORD IS AGED WHEN IT IS OLDER THAN THE
      *                POLICY DAYS BEFORE THE BUSINESS DATE. A
      *                DATASET WITH NO POLICY IS NOT TOUCHED.
      *                WITH THE ARCHIVE ACTION THE AGED RECORDS ARE
      *                COPIED TO THE DATASET'S ARCHIVE GENERATION,
      *                WHICH IS RE-READ AND ITS COUNT RECONCILED THE
      *                SAME WAY AUDARCH DOES BEFORE ANYTHING IS
      *                REMOVED. WITH THE DELETE ACTION THEY ARE
      *                REMOVED WITHOUT AN ARCHIVE.
      *                SEQUENTIAL FILES ARE SPLIT INTO THE ARCHIVE
      *                AND A NEW FILE (STATNEW/LATNEW/VIOLNEW) OF THE
      *                RECORDS KEPT, AND ONCE RECONCILED THE NEW FILE
      *                IS COPIED BACK OVER THE LIVE FILE. LATLOG AND
      *                VIOLLOG ARE WRITTEN BY THE MQLOGWR LOGGER, SO
      *                THE QUIESCE FLAG IS HELD WHILE THEY ARE CUT.
      *                KSDS RECORDS ARE DELETED BY KEY FROM THE
      *                RECONCILED ARCHIVE.
      *                A FAILED RECONCILIATION LEAVES THAT DATASET
      *                AS IT WAS AND ENDS THE JOB WITH RETURN-CODE 8.
      *
      *    INPUT       BUSINESS DATE (YYMMDD) ON SYSIN - AGES ARE
      *                COUNTED TO THIS DATE. MANDATORY - BLANK/
      *                INVALID ENDS THE JOB WITH RETURN-CODE 8
      *                BEFORE ANYTHING IS TOUCHED.
      *                RETNPOLF - RETENTION POLICY PER DATASET.
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
      *    261015   IS       RPTREPO (REPORT REPOSITORY) TRIMMED
      *                      UNDER ITS OWN RETENTION POLICY, AGED
      *                      BY THE BUSINESS DATE OF THE REPORT -
      *                      ARCHIVE GENERATION RPTRARC
      *
      *    261015   IS       EVERY REPORT LINE ALSO KEPT IN THE
      *                      REPORT REPOSITORY THROUGH MQRPTWR
      *
      *    261015   IS       THE CFGPEND IMAGES OF AN AGED CONFIG
      *                      CHANGE ARE ARCHIVED (CFGPARC) AND
      *                      REMOVED WITH THE PENDCHG RECORD
      *
      ******************************************************************
      ******************************************************************
      *
      *    ROUTINE LIST
      *
      *    A     = MAINROUTINE
      *    B     = INITIATION
      *     BA   = LOAD THE POLICY FOR ONE DATASET
      *     BB   = COMPUTE A DAY NUMBER FROM YYYYMMDD
      *     BC   = AGE TEST ONE RECORD DATE
      *     BD   = JUDGE THE RECONCILIATION OF ONE DATASET
      *     BE   = RAISE THE QUIESCE FLAG
      *     BF   = RELEASE THE QUIESCE FLAG
      *    C     = TRIM STATHIST
      *     CA   = READ NEXT STATHIST RECORD
      *     CB   = SPLIT RECORD TO ARCHIVE OR NEW FILE
      *     CC   = RECONCILE THE ARCHIVE
      *     CD   = COUNT ONE ARCHIVE RECORD
      *     CE   = COPY THE NEW FILE BACK OVER THE LIVE FILE
      *     CF   = COPY ONE RECORD BACK
      *    D     = TRIM LATLOG (DA - DF AS FOR STATHIST)
      *    E     = TRIM VIOLLOG (EA - EF AS FOR STATHIST)
      *    F     = TRIM ALERTHST
      *     FA   = OPEN AND POSITION
      *     FB   = READ NEXT ALERT RECORD
      *     FC   = SELECT RECORD FOR ARCHIVE OR DELETE
      *     FD   = RECONCILE THE ARCHIVE
      *     FE   = COUNT ONE ARCHIVE RECORD
      *     FF   = DELETE THE ARCHIVED RECORDS
      *     FG   = DELETE ONE ARCHIVED RECORD
      *    G     = TRIM PENDCHG (GA - GG AS FOR ALERTHST)
      *     GH   = TAKE THE IMAGES OF AN AGED CONFIG CHANGE
      *     GI   = COUNT ONE CFGPARC RECORD
      *     GJ   = DELETE THE IMAGES OF ONE ARCHIVED CHANGE
      *    H     = TRIM SCHEDF (HA - HG AS FOR ALERTHST)
      *    I     = PRINT HOUSEKEEPING REPORT
      *     IA   = PRINT ONE DATASET
      *    J     = TRIM RPTREPO (JA - JG AS FOR ALERTHST)
      *    Y     = KEEP A REPORT LINE IN THE REPOSITORY
      *    Z     = EXIT
      *
      ******************************************************************
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
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETN-FILE         ASSIGN TO RETNPOLF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS RETN-DATASET
                                     FILE STATUS IS WS-RETN-STATUS.
           SELECT HIST-FILE         ASSIGN TO STATHIST
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-HIST-STATUS.
           SELECT HNEW-FILE         ASSIGN TO STATNEW
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-HNEW-STATUS.
           SELECT HARC-FILE         ASSIGN TO STATARC
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-HARC-STATUS.
           SELECT LAT-FILE          ASSIGN TO LATLOG
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-LAT-STATUS.
           SELECT LNEW-FILE         ASSIGN TO LATNEW
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-LNEW-STATUS.
           SELECT LARC-FILE         ASSIGN TO LATARC
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-LARC-STATUS.
           SELECT VIOL-FILE         ASSIGN TO VIOLLOG
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-VIOL-STATUS.
           SELECT VNEW-FILE         ASSIGN TO VIOLNEW
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-VNEW-STATUS.
           SELECT VARC-FILE         ASSIGN TO VIOLARC
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-VARC-STATUS.
           SELECT ALERT-FILE        ASSIGN TO ALERTHST
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS ALERT-KEY
                                     FILE STATUS IS WS-ALERT-STATUS.
           SELECT AARC-FILE         ASSIGN TO ALRTARC
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-AARC-STATUS.
           SELECT PEND-FILE         ASSIGN TO PENDCHG
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS PEND-KEY
                                     FILE STATUS IS WS-PEND-STATUS.
           SELECT PARC-FILE         ASSIGN TO PENDARC
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-PARC-STATUS.
           SELECT CFGP-FILE         ASSIGN TO CFGPEND
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS CFGP-ID
                                     FILE STATUS IS WS-CFGP-STATUS.
           SELECT CARC-FILE         ASSIGN TO CFGPARC
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-CARC-STATUS.
           SELECT SCHED-FILE        ASSIGN TO SCHEDF
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS SCHED-KEY
                                     FILE STATUS IS WS-SCHED-STATUS.
           SELECT SARC-FILE         ASSIGN TO SCHDARC
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-SARC-STATUS.
           SELECT RPTR-FILE         ASSIGN TO RPTREPO
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS DYNAMIC
                                     RECORD KEY IS RPTR-KEY
                                     FILE STATUS IS WS-RPTR-STATUS.
           SELECT RARC-FILE         ASSIGN TO RPTRARC
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS WS-RARC-STATUS.
      *
       DATA DIVISION.
      *--------------
       FILE SECTION.
       FD  RETN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RETNREC.
      *
       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HIST-RECORD.
           05 HIST-QUEUE-NAME             PIC X(48).
           05 HIST-DATE                   PIC X(08).
           05 HIST-TIME                   PIC X(08).
           05 HIST-QUEUE-DEPTH            PIC 9(09).
           05 HIST-THRESHOLD              PIC 9(09).
           05 HIST-STATUS                 PIC X(10).
           05 FILLER                      PIC X(20).
      *
       FD  HNEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HNEW-RECORD                    PIC X(112).
      *
       FD  HARC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HARC-RECORD                    PIC X(112).
      *
       FD  LAT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  LAT-RECORD.
           05 LAT-QUEUE-NAME              PIC X(48).
           05 LAT-DATE                    PIC X(06).
           05 LAT-TIME                    PIC X(08).
           05 LAT-HUNDREDTHS              PIC 9(09).
           05 FILLER                      PIC X(15).
      *
       FD  LNEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  LNEW-RECORD                    PIC X(86).
      *
       FD  LARC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  LARC-RECORD                    PIC X(86).
      *
       FD  VIOL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY VIOLREC.
      *
       FD  VNEW-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VNEW-RECORD                    PIC X(108).
      *
       FD  VARC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VARC-RECORD                    PIC X(108).
      *
       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALRTREC.
      *
       FD  AARC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AARC-RECORD                    PIC X(180).
      *
       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.
      *
       FD  PARC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PARC-RECORD                    PIC X(136).
      *
       FD  CFGP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CFGPREC.
      *
       FD  CARC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CARC-RECORD                    PIC X(440).
      *
       FD  SCHED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCHEDREC.
      *
       FD  SARC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SARC-RECORD                    PIC X(1104).
      *
       FD  RPTR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPTRREC.
      *
       FD  RARC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RARC-RECORD                    PIC X(160).
      *
       WORKING-STORAGE SECTION.
       01  FILLER                        PIC X(32)       VALUE
                                       'X MODULE MQRETPG START WSS X'.
      ******************************************************************
      *    FILE STATUS
      ******************************************************************
       01  WS-RETN-STATUS                 PIC XX      VALUE SPACES.
       01  WS-HIST-STATUS                 PIC XX      VALUE SPACES.
       01  WS-HNEW-STATUS                 PIC XX      VALUE SPACES.
       01  WS-HARC-STATUS                 PIC XX      VALUE SPACES.
       01  WS-LAT-STATUS                  PIC XX      VALUE SPACES.
       01  WS-LNEW-STATUS                 PIC XX      VALUE SPACES.
       01  WS-LARC-STATUS                 PIC XX      VALUE SPACES.
       01  WS-VIOL-STATUS                 PIC XX      VALUE SPACES.
       01  WS-VNEW-STATUS                 PIC XX      VALUE SPACES.
       01  WS-VARC-STATUS                 PIC XX      VALUE SPACES.
       01  WS-ALERT-STATUS                PIC XX      VALUE SPACES.
       01  WS-AARC-STATUS                 PIC XX      VALUE SPACES.
       01  WS-PEND-STATUS                 PIC XX      VALUE SPACES.
       01  WS-PARC-STATUS                 PIC XX      VALUE SPACES.
       01  WS-CFGP-STATUS                 PIC XX      VALUE SPACES.
       01  WS-CARC-STATUS                 PIC XX      VALUE SPACES.
       01  WS-SCHED-STATUS                PIC XX      VALUE SPACES.
       01  WS-SARC-STATUS                 PIC XX      VALUE SPACES.
       01  WS-RPTR-STATUS                 PIC XX      VALUE SPACES.
       01  WS-RARC-STATUS                 PIC XX      VALUE SPACES.
      ******************************************************************
      *    BUSINESS DATE AND RECORD AGE
      ******************************************************************
       01  WS-BUSINESS-DATE               PIC X(06)   VALUE SPACES.
       01  WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE
                                          PIC 9(06).
       01  WS-REC-DATE                    PIC X(06)   VALUE SPACES.
       01  WS-REC-DATE-N REDEFINES WS-REC-DATE
                                          PIC 9(06).
       01  WS-RUN-DAYNUM                  PIC 9(07)   VALUE ZERO.
       01  WS-REC-DAYNUM                  PIC 9(07)   VALUE ZERO.
       01  WS-REC-AGE                     PIC S9(07)  VALUE ZERO.
      ******************************************************************
      *    DAY NUMBER WORK FIELDS (BB)
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
      *    DATASETS AND THEIR POLICY AND COUNTS - ENTRY 1 STATHIST,
      *    2 LATLOG, 3 VIOLLOG, 4 ALERTHST, 5 PENDCHG, 6 SCHEDF,
      *    7 RPTREPO, 8 CFGPEND (NO POLICY OF ITS OWN - IT FOLLOWS
      *    PENDCHG, ITS IMAGES AGEING WITH THEIR CHANGE)
      *      AGED     - OLDER THAN THE POLICY DAYS
      *      KEPT     - EVERYTHING ELSE, OF WHICH
      *      OPEN     - NOT YET ELIGIBLE (UNACKNOWLEDGED ALERT,
      *                 UNDECIDED CHANGE, UNDELIVERED MESSAGE)
      *      BAD DATE - ELIGIBLE BUT THE DATE CANNOT BE READ
      *      VERIFY   - RECORDS COUNTED BACK FROM THE ARCHIVE
      *      REMOVED  - RECORDS TAKEN OFF THE LIVE FILE
      ******************************************************************
       01  TB-DS-NAMES.
           05 TB-DS-NAME-VALUES.
              10 FILLER                   PIC X(48)  VALUE
                 'STATHISTLATLOG  VIOLLOG ALERTHSTPENDCHG SCHEDF  '.
              10 FILLER                   PIC X(16)  VALUE
                 'RPTREPO CFGPEND '.
           05 TB-DS-NAME-TABLE REDEFINES TB-DS-NAME-VALUES.
              10 TB-DS-NAME-INIT          OCCURS 8 TIMES
                                          PIC X(08).
       01  TB-DATASETS.
           05 TB-DS-ENTRY                 OCCURS 8 TIMES.
              10 TB-DS-NAME               PIC X(08).
              10 TB-DS-DAYS               PIC 9(04).
              10 TB-DS-ACTION             PIC X(01).
                 88 TB-DS-ARCHIVE                    VALUE 'A'.
                 88 TB-DS-DELETE                     VALUE 'D'.
              10 TB-DS-POLICY             PIC X(01).
                 88 TB-DS-HAS-POLICY                 VALUE 'Y'.
              10 TB-DS-READ               PIC 9(09).
              10 TB-DS-AGED               PIC 9(09).
              10 TB-DS-KEPT               PIC 9(09).
              10 TB-DS-OPEN               PIC 9(09).
              10 TB-DS-BAD-DATE           PIC 9(09).
              10 TB-DS-VERIFY             PIC 9(09).
              10 TB-DS-REMOVED            PIC 9(09).
              10 TB-DS-RESULT             PIC X(10).
       01  WS-DS-IX                       PIC 9(02)  COMP VALUE ZERO.
      ******************************************************************
      *    RECORD COUNTERS
      ******************************************************************
       01  WS-COPY-COUNT                  PIC 9(09)   VALUE ZERO.
       01  WS-TOTAL-READ                  PIC 9(09)   VALUE ZERO.
       01  WS-TOTAL-REMOVED               PIC 9(09)   VALUE ZERO.
      ******************************************************************
      *    SWITCHES
      ******************************************************************
       01  SWITCHES.
           05 SW-INDICATOR                PIC X       VALUE '0'.
             88 END-OF-FILE                           VALUE '1'.
           05 SW-RECONCILE                PIC X       VALUE 'N'.
             88 RECONCILE-OK                          VALUE 'Y'.
             88 RECONCILE-FAILED                      VALUE 'N'.
           05 SW-IO-ERROR                 PIC X       VALUE 'N'.
             88 HAD-IO-ERROR                          VALUE 'Y'.
           05 SW-SEQUENCE                 PIC X       VALUE 'N'.
             88 SEQUENCE-BROKEN                       VALUE 'Y'.
           05 SW-POLICY                   PIC X       VALUE 'N'.
             88 POLICY-UNAVAILABLE                    VALUE 'Y'.
           05 SW-FAILED                   PIC X       VALUE 'N'.
             88 DATASET-FAILED                        VALUE 'Y'.
           05 SW-AGED                     PIC X       VALUE 'N'.
             88 RECORD-IS-AGED                        VALUE 'Y'.
           05 SW-QUIESCE                  PIC X       VALUE 'N'.
             88 QUIESCE-HELD                          VALUE 'Y'.
           05 SW-CFGP                     PIC X       VALUE 'N'.
             88 CFGP-AVAILABLE                        VALUE 'Y'.
           05 SW-PEND-RECONCILE           PIC X       VALUE 'N'.
             88 PENDCHG-RECONCILED                    VALUE 'Y'.
      ******************************************************************
      *    RUN CONTROL (MQRUNCT) - THE CALL RESETS THE RETURN-CODE
      *    REGISTER, SO THE JOB'S OWN CODE IS PARKED AROUND IT
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
                                       'X MODULE MQRETPG END WSS X'.
      *
       PROCEDURE DIVISION.
      **************************************************************
      *                                                            *
      *    A   MAINROUTINE                                         *
      *                                                            *
      **************************************************************
       A-MAINROUTINE SECTION.

           PERFORM B-INITIATION
           IF NOT SEQUENCE-BROKEN
              IF NOT POLICY-UNAVAILABLE
                 PERFORM C-TRIM-STATHIST
      *          THE LOGGER FILES ARE CUT UNDER THE QUIESCE FLAG
                 IF TB-DS-HAS-POLICY (2)
                 OR TB-DS-HAS-POLICY (3)
                    PERFORM BE-RAISE-QUIESCE
                 END-IF
                 PERFORM D-TRIM-LATLOG
                 PERFORM E-TRIM-VIOLLOG
                 IF QUIESCE-HELD
                    PERFORM BF-RELEASE-QUIESCE
                 END-IF
                 PERFORM F-TRIM-ALERTHST
                 PERFORM G-TRIM-PENDCHG
                 PERFORM H-TRIM-SCHEDF
                 PERFORM J-TRIM-RPTREPO
              END-IF
              PERFORM I-PRINT-REPORT
           END-IF
           PERFORM Z-EXIT
           .
      ******************************************************************
      *
      *    B   INITIALIZATION
      *
      ******************************************************************
       B-INITIATION SECTION.
      *    BUSINESS DATE FROM SYSIN - MANDATORY, SO EVERY JOB IN
      *    THE CHAIN CHECKS AND RECORDS UNDER THE SAME DATE EVEN
      *    WHEN THE CHAIN CROSSES MIDNIGHT
           ACCEPT WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE NOT NUMERIC
           OR WS-BUSINESS-DATE = SPACES
              MOVE ZERO                    TO WS-RUN-DAYNUM
           ELSE
              COMPUTE WS-DN-DATE-IN = 20000000 + WS-BUSINESS-DATE-N
              PERFORM BB-COMPUTE-DAY-NUMBER
              MOVE WS-DN-RESULT            TO WS-RUN-DAYNUM
           END-IF
           IF WS-RUN-DAYNUM = ZERO
              DISPLAY 'MQRETPG  BUSINESS DATE MISSING OR INVALID '
                      'ON SYSIN - CHAIN HALTED'
              SET SEQUENCE-BROKEN TO TRUE
              MOVE 8 TO RETURN-CODE
           END-IF

           IF SEQUENCE-BROKEN
              CONTINUE
           ELSE
      *    HOUSEKEEPING RUNS BEHIND A CLEAN AUDLOAD FOR THE SAME
      *    BUSINESS DATE - BY THEN THE AUDITLOG SWAP IS BEHIND US
      *    AND AUDARCH'S QUIESCE IS RELEASED, SO THIS JOB'S OWN
      *    QUIESCE CANNOT CUT ACROSS IT
           MOVE 'CHK '                     TO RUNP-FUNCTION
           MOVE 'MQRETPG '                 TO RUNP-JOB-NAME
           MOVE 'AUDLOAD '                 TO RUNP-PRED-NAME
           MOVE WS-BUSINESS-DATE           TO RUNP-DATE
           CALL 'MQRUNCT' USING RUNP-PARM
           END-CALL
           IF NOT RUNP-RETURN-OK
              DISPLAY 'MQRETPG  SEQUENCE BREAK - AUDLOAD NOT OK FOR '
                      WS-BUSINESS-DATE
              SET SEQUENCE-BROKEN TO TRUE
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'STRT'                  TO RUNP-FUNCTION
              CALL 'MQRUNCT' USING RUNP-PARM
              END-CALL
           END-IF
           END-IF

           IF SEQUENCE-BROKEN
              CONTINUE
           ELSE
           INITIALIZE TB-DATASETS
           PERFORM VARYING WS-DS-IX FROM 1 BY 1 UNTIL WS-DS-IX > 8
              MOVE TB-DS-NAME-INIT (WS-DS-IX)
                                          TO TB-DS-NAME (WS-DS-IX)
              MOVE 'NO POLICY'            TO TB-DS-RESULT (WS-DS-IX)
           END-PERFORM

           OPEN INPUT RETN-FILE
           IF WS-RETN-STATUS NOT = '00'
              DISPLAY 'MQRETPG  RETN-FILE OPEN FAILED ' WS-RETN-STATUS
              SET POLICY-UNAVAILABLE TO TRUE
           ELSE
              PERFORM BA-LOAD-POLICY
                 VARYING WS-DS-IX FROM 1 BY 1 UNTIL WS-DS-IX > 7
              CLOSE RETN-FILE
      *       THE CONFIGURATION IMAGES KEEP THE PENDCHG POLICY
              IF TB-DS-HAS-POLICY (5)
                 MOVE TB-DS-DAYS (5)      TO TB-DS-DAYS (8)
                 MOVE TB-DS-ACTION (5)    TO TB-DS-ACTION (8)
                 MOVE 'Y'                 TO TB-DS-POLICY (8)
                 MOVE SPACES              TO TB-DS-RESULT (8)
              END-IF
           END-IF
           END-IF
           CONTINUE.
      *
       BA-LOAD-POLICY SECTION.
      *    A DATASET WITHOUT A USABLE POLICY IS LEFT ALONE
           MOVE TB-DS-NAME (WS-DS-IX)     TO RETN-DATASET
           READ RETN-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF RETN-DAYS NUMERIC
                  AND RETN-DAYS > ZERO
                  AND RETN-ACTION-VALID
                     MOVE RETN-DAYS       TO TB-DS-DAYS (WS-DS-IX)
                     MOVE RETN-ACTION     TO TB-DS-ACTION (WS-DS-IX)
                     MOVE 'Y'             TO TB-DS-POLICY (WS-DS-IX)
                     MOVE SPACES          TO TB-DS-RESULT (WS-DS-IX)
                  ELSE
                     DISPLAY 'MQRETPG  POLICY FOR '
                             TB-DS-NAME (WS-DS-IX)
                             ' INVALID - DATASET NOT TOUCHED'
                     MOVE 'BAD POLICY'    TO TB-DS-RESULT (WS-DS-IX)
                  END-IF
           END-READ
           CONTINUE.
      *
       BB-COMPUTE-DAY-NUMBER SECTION.
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
      *
       BC-AGE-TEST SECTION.
      *    AGE IN DAYS OF WS-REC-DATE (YYMMDD) TO THE BUSINESS
      *    DATE. AN UNREADABLE DATE IS NEVER AGED - IT IS KEPT AND
      *    COUNTED FOR FOLLOW-UP
           MOVE 'N'                       TO SW-AGED
           MOVE ZERO                      TO WS-REC-DAYNUM
           IF WS-REC-DATE NUMERIC
              COMPUTE WS-DN-DATE-IN = 20000000 + WS-REC-DATE-N
              PERFORM BB-COMPUTE-DAY-NUMBER
              MOVE WS-DN-RESULT           TO WS-REC-DAYNUM
           END-IF

           IF WS-REC-DAYNUM = ZERO
              ADD 1 TO TB-DS-BAD-DATE (WS-DS-IX)
           ELSE
              COMPUTE WS-REC-AGE = WS-RUN-DAYNUM - WS-REC-DAYNUM
              IF WS-REC-AGE > TB-DS-DAYS (WS-DS-IX)
                 SET RECORD-IS-AGED TO TRUE
              END-IF
           END-IF
           CONTINUE.
      *
       BD-JUDGE-RECONCILE SECTION.
      *    AS AUDARCH - THE ARCHIVE MUST HOLD EVERY AGED RECORD,
      *    AGED PLUS KEPT MUST ACCOUNT FOR EVERY RECORD READ, AND
      *    NO I/O MAY HAVE FAILED ON THE WAY
           IF (TB-DS-DELETE (WS-DS-IX)
           OR  TB-DS-VERIFY (WS-DS-IX) = TB-DS-AGED (WS-DS-IX))
           AND TB-DS-AGED (WS-DS-IX) + TB-DS-KEPT (WS-DS-IX)
                                      = TB-DS-READ (WS-DS-IX)
           AND NOT HAD-IO-ERROR
              SET RECONCILE-OK TO TRUE
              MOVE 'OK'                   TO TB-DS-RESULT (WS-DS-IX)
           ELSE
              SET RECONCILE-FAILED TO TRUE
              SET DATASET-FAILED TO TRUE
              MOVE 'FAILED'               TO TB-DS-RESULT (WS-DS-IX)
              DISPLAY 'MQRETPG  ' TB-DS-NAME (WS-DS-IX)
                      ' RECONCILIATION FAILED - SEE COUNTS BELOW'
           END-IF
           CONTINUE.
      *
       BE-RAISE-QUIESCE SECTION.
      *    THE CENTRAL LOGGER HOLDS OFF WHILE ITS FILES ARE CUT AND
      *    COPIED BACK, SO NOTHING IS APPENDED TO A FILE ABOUT TO BE
      *    REPLACED
           MOVE 'QSET'                     TO RUNP-FUNCTION
           CALL 'MQRUNCT' USING RUNP-PARM
           END-CALL
           SET QUIESCE-HELD TO TRUE
           CONTINUE.
      *
       BF-RELEASE-QUIESCE SECTION.
           MOVE 'QCLR'                     TO RUNP-FUNCTION
           CALL 'MQRUNCT' USING RUNP-PARM
           END-CALL
           MOVE 'N'                        TO SW-QUIESCE
           CONTINUE.
      ******************************************************************
      *
      *    C   TRIM STATHIST
      *
      ******************************************************************
       C-TRIM-STATHIST SECTION.
           MOVE 1                         TO WS-DS-IX
           IF NOT TB-DS-HAS-POLICY (WS-DS-IX)
              CONTINUE
           ELSE
           MOVE '0'                       TO SW-INDICATOR
           MOVE 'N'                       TO SW-IO-ERROR

           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
              DISPLAY 'MQRETPG  HIST-FILE OPEN FAILED ' WS-HIST-STATUS
              SET END-OF-FILE TO TRUE
              SET HAD-IO-ERROR TO TRUE
           END-IF

           OPEN OUTPUT HNEW-FILE
           IF WS-HNEW-STATUS NOT = '00'
              DISPLAY 'MQRETPG  HNEW-FILE OPEN FAILED ' WS-HNEW-STATUS
              SET END-OF-FILE TO TRUE
              SET HAD-IO-ERROR TO TRUE
           END-IF

           IF TB-DS-ARCHIVE (WS-DS-IX)
              OPEN OUTPUT HARC-FILE
              IF WS-HARC-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  HARC-FILE OPEN FAILED '
                         WS-HARC-STATUS
                 SET END-OF-FILE TO TRUE
                 SET HAD-IO-ERROR TO TRUE
              END-IF
           END-IF

           IF NOT END-OF-FILE
              PERFORM CA-READ-STATHIST
           END-IF
           PERFORM CB-SPLIT-STATHIST UNTIL END-OF-FILE
           PERFORM CC-RECONCILE-STATHIST
           END-IF
           CONTINUE.
      *
       CA-READ-STATHIST SECTION.
           READ HIST-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO TB-DS-READ (WS-DS-IX)
           END-READ
           CONTINUE.
      *
       CB-SPLIT-STATHIST SECTION.
           MOVE HIST-DATE (1:6)           TO WS-REC-DATE
           PERFORM BC-AGE-TEST

           IF RECORD-IS-AGED
              ADD 1 TO TB-DS-AGED (WS-DS-IX)
              IF TB-DS-ARCHIVE (WS-DS-IX)
                 WRITE HARC-RECORD        FROM HIST-RECORD
                 IF WS-HARC-STATUS NOT = '00'
                    DISPLAY 'MQRETPG  HARC WRITE FAILED '
                            WS-HARC-STATUS
                    SET END-OF-FILE TO TRUE
                    SET HAD-IO-ERROR TO TRUE
                 END-IF
              END-IF
           ELSE
              WRITE HNEW-RECORD           FROM HIST-RECORD
              IF WS-HNEW-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  HNEW WRITE FAILED ' WS-HNEW-STATUS
                 SET END-OF-FILE TO TRUE
                 SET HAD-IO-ERROR TO TRUE
              ELSE
                 ADD 1 TO TB-DS-KEPT (WS-DS-IX)
              END-IF
           END-IF

           IF NOT END-OF-FILE
              PERFORM CA-READ-STATHIST
           END-IF
           CONTINUE.
      *
       CC-RECONCILE-STATHIST SECTION.
           CLOSE HNEW-FILE
           IF TB-DS-ARCHIVE (WS-DS-IX)
              CLOSE HARC-FILE
              OPEN INPUT HARC-FILE
              IF WS-HARC-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  HARC REOPEN FAILED ' WS-HARC-STATUS
                 SET HAD-IO-ERROR TO TRUE
              ELSE
                 MOVE '0'                 TO SW-INDICATOR
                 PERFORM CD-COUNT-STATARC UNTIL END-OF-FILE
                 CLOSE HARC-FILE
              END-IF
           END-IF

           PERFORM BD-JUDGE-RECONCILE
           IF RECONCILE-OK
           AND TB-DS-AGED (WS-DS-IX) > ZERO
              PERFORM CE-COPY-BACK-STATHIST
           ELSE
              CLOSE HIST-FILE
           END-IF
           CONTINUE.
      *
       CD-COUNT-STATARC SECTION.
           READ HARC-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO TB-DS-VERIFY (WS-DS-IX)
           END-READ
           CONTINUE.
      *
       CE-COPY-BACK-STATHIST SECTION.
      *    THE NEW FILE REPLACES THE LIVE FILE. IF THE COPY DOES NOT
      *    COME BACK WITH EVERY KEPT RECORD THE LIVE FILE MUST BE
      *    RESTORED FROM THE NEW FILE BEFORE IT IS WRITTEN AGAIN
           CLOSE HIST-FILE
           MOVE ZERO                      TO WS-COPY-COUNT
           MOVE '0'                       TO SW-INDICATOR

           OPEN INPUT HNEW-FILE
           IF WS-HNEW-STATUS NOT = '00'
              DISPLAY 'MQRETPG  HNEW REOPEN FAILED ' WS-HNEW-STATUS
              SET END-OF-FILE TO TRUE
              SET HAD-IO-ERROR TO TRUE
           ELSE
              OPEN OUTPUT HIST-FILE
              IF WS-HIST-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  HIST-FILE REOPEN FAILED '
                         WS-HIST-STATUS
                 SET END-OF-FILE TO TRUE
                 SET HAD-IO-ERROR TO TRUE
              END-IF
           END-IF

           PERFORM CF-COPY-STATNEW-RECORD UNTIL END-OF-FILE
           CLOSE HNEW-FILE
           CLOSE HIST-FILE

           IF WS-COPY-COUNT = TB-DS-KEPT (WS-DS-IX)
           AND NOT HAD-IO-ERROR
              MOVE TB-DS-AGED (WS-DS-IX)  TO TB-DS-REMOVED (WS-DS-IX)
           ELSE
              SET DATASET-FAILED TO TRUE
              MOVE 'RESTORE'              TO TB-DS-RESULT (WS-DS-IX)
              DISPLAY '*** STATHIST COPY-BACK FAILED - RESTORE IT '
                      'FROM STATNEW ***'
           END-IF
           CONTINUE.
      *
       CF-COPY-STATNEW-RECORD SECTION.
           READ HNEW-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  WRITE HIST-RECORD       FROM HNEW-RECORD
                  IF WS-HIST-STATUS NOT = '00'
                     DISPLAY 'MQRETPG  HIST WRITE FAILED '
                             WS-HIST-STATUS
                     SET END-OF-FILE TO TRUE
                     SET HAD-IO-ERROR TO TRUE
                  ELSE
                     ADD 1 TO WS-COPY-COUNT
                  END-IF
           END-READ
           CONTINUE.
      ******************************************************************
      *
      *    D   TRIM LATLOG
      *
      ******************************************************************
       D-TRIM-LATLOG SECTION.
           MOVE 2                         TO WS-DS-IX
           IF NOT TB-DS-HAS-POLICY (WS-DS-IX)
              CONTINUE
           ELSE
           MOVE '0'                       TO SW-INDICATOR
           MOVE 'N'                       TO SW-IO-ERROR

           OPEN INPUT LAT-FILE
           IF WS-LAT-STATUS NOT = '00'
              DISPLAY 'MQRETPG  LAT-FILE OPEN FAILED ' WS-LAT-STATUS
              SET END-OF-FILE TO TRUE
              SET HAD-IO-ERROR TO TRUE
           END-IF

           OPEN OUTPUT LNEW-FILE
           IF WS-LNEW-STATUS NOT = '00'
              DISPLAY 'MQRETPG  LNEW-FILE OPEN FAILED ' WS-LNEW-STATUS
              SET END-OF-FILE TO TRUE
              SET HAD-IO-ERROR TO TRUE
           END-IF

           IF TB-DS-ARCHIVE (WS-DS-IX)
              OPEN OUTPUT LARC-FILE
              IF WS-LARC-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  LARC-FILE OPEN FAILED '
                         WS-LARC-STATUS
                 SET END-OF-FILE TO TRUE
                 SET HAD-IO-ERROR TO TRUE
              END-IF
           END-IF

           IF NOT END-OF-FILE
              PERFORM DA-READ-LATLOG
           END-IF
           PERFORM DB-SPLIT-LATLOG UNTIL END-OF-FILE
           PERFORM DC-RECONCILE-LATLOG
           END-IF
           CONTINUE.
      *
       DA-READ-LATLOG SECTION.
           READ LAT-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO TB-DS-READ (WS-DS-IX)
           END-READ
           CONTINUE.
      *
       DB-SPLIT-LATLOG SECTION.
           MOVE LAT-DATE                  TO WS-REC-DATE
           PERFORM BC-AGE-TEST

           IF RECORD-IS-AGED
              ADD 1 TO TB-DS-AGED (WS-DS-IX)
              IF TB-DS-ARCHIVE (WS-DS-IX)
                 WRITE LARC-RECORD        FROM LAT-RECORD
                 IF WS-LARC-STATUS NOT = '00'
                    DISPLAY 'MQRETPG  LARC WRITE FAILED '
                            WS-LARC-STATUS
                    SET END-OF-FILE TO TRUE
                    SET HAD-IO-ERROR TO TRUE
                 END-IF
              END-IF
           ELSE
              WRITE LNEW-RECORD           FROM LAT-RECORD
              IF WS-LNEW-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  LNEW WRITE FAILED ' WS-LNEW-STATUS
                 SET END-OF-FILE TO TRUE
                 SET HAD-IO-ERROR TO TRUE
              ELSE
                 ADD 1 TO TB-DS-KEPT (WS-DS-IX)
              END-IF
           END-IF

           IF NOT END-OF-FILE
              PERFORM DA-READ-LATLOG
           END-IF
           CONTINUE.
      *
       DC-RECONCILE-LATLOG SECTION.
           CLOSE LNEW-FILE
           IF TB-DS-ARCHIVE (WS-DS-IX)
              CLOSE LARC-FILE
              OPEN INPUT LARC-FILE
              IF WS-LARC-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  LARC REOPEN FAILED ' WS-LARC-STATUS
                 SET HAD-IO-ERROR TO TRUE
              ELSE
                 MOVE '0'                 TO SW-INDICATOR
                 PERFORM DD-COUNT-LATARC UNTIL END-OF-FILE
                 CLOSE LARC-FILE
              END-IF
           END-IF

           PERFORM BD-JUDGE-RECONCILE
           IF RECONCILE-OK
           AND TB-DS-AGED (WS-DS-IX) > ZERO
              PERFORM DE-COPY-BACK-LATLOG
           ELSE
              CLOSE LAT-FILE
           END-IF
           CONTINUE.
      *
       DD-COUNT-LATARC SECTION.
           READ LARC-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO TB-DS-VERIFY (WS-DS-IX)
           END-READ
           CONTINUE.
      *
       DE-COPY-BACK-LATLOG SECTION.
           CLOSE LAT-FILE
           MOVE ZERO                      TO WS-COPY-COUNT
           MOVE '0'                       TO SW-INDICATOR

           OPEN INPUT LNEW-FILE
           IF WS-LNEW-STATUS NOT = '00'
              DISPLAY 'MQRETPG  LNEW REOPEN FAILED ' WS-LNEW-STATUS
              SET END-OF-FILE TO TRUE
              SET HAD-IO-ERROR TO TRUE
           ELSE
              OPEN OUTPUT LAT-FILE
              IF WS-LAT-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  LAT-FILE REOPEN FAILED '
                         WS-LAT-STATUS
                 SET END-OF-FILE TO TRUE
                 SET HAD-IO-ERROR TO TRUE
              END-IF
           END-IF

           PERFORM DF-COPY-LATNEW-RECORD UNTIL END-OF-FILE
           CLOSE LNEW-FILE
           CLOSE LAT-FILE

           IF WS-COPY-COUNT = TB-DS-KEPT (WS-DS-IX)
           AND NOT HAD-IO-ERROR
              MOVE TB-DS-AGED (WS-DS-IX)  TO TB-DS-REMOVED (WS-DS-IX)
           ELSE
              SET DATASET-FAILED TO TRUE
              MOVE 'RESTORE'              TO TB-DS-RESULT (WS-DS-IX)
              DISPLAY '*** LATLOG COPY-BACK FAILED - RESTORE IT '
                      'FROM LATNEW ***'
           END-IF
           CONTINUE.
      *
       DF-COPY-LATNEW-RECORD SECTION.
           READ LNEW-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  WRITE LAT-RECORD        FROM LNEW-RECORD
                  IF WS-LAT-STATUS NOT = '00'
                     DISPLAY 'MQRETPG  LAT WRITE FAILED '
                             WS-LAT-STATUS
                     SET END-OF-FILE TO TRUE
                     SET HAD-IO-ERROR TO TRUE
                  ELSE
                     ADD 1 TO WS-COPY-COUNT
                  END-IF
           END-READ
           CONTINUE.
      ******************************************************************
      *
      *    E   TRIM VIOLLOG
      *
      ******************************************************************
       E-TRIM-VIOLLOG SECTION.
           MOVE 3                         TO WS-DS-IX
           IF NOT TB-DS-HAS-POLICY (WS-DS-IX)
              CONTINUE
           ELSE
           MOVE '0'                       TO SW-INDICATOR
           MOVE 'N'                       TO SW-IO-ERROR

           OPEN INPUT VIOL-FILE
           IF WS-VIOL-STATUS NOT = '00'
              DISPLAY 'MQRETPG  VIOL-FILE OPEN FAILED ' WS-VIOL-STATUS
              SET END-OF-FILE TO TRUE
              SET HAD-IO-ERROR TO TRUE
           END-IF

           OPEN OUTPUT VNEW-FILE
           IF WS-VNEW-STATUS NOT = '00'
              DISPLAY 'MQRETPG  VNEW-FILE OPEN FAILED ' WS-VNEW-STATUS
              SET END-OF-FILE TO TRUE
              SET HAD-IO-ERROR TO TRUE
           END-IF

           IF TB-DS-ARCHIVE (WS-DS-IX)
              OPEN OUTPUT VARC-FILE
              IF WS-VARC-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  VARC-FILE OPEN FAILED '
                         WS-VARC-STATUS
                 SET END-OF-FILE TO TRUE
                 SET HAD-IO-ERROR TO TRUE
              END-IF
           END-IF

           IF NOT END-OF-FILE
              PERFORM EA-READ-VIOLLOG
           END-IF
           PERFORM EB-SPLIT-VIOLLOG UNTIL END-OF-FILE
           PERFORM EC-RECONCILE-VIOLLOG
           END-IF
           CONTINUE.
      *
       EA-READ-VIOLLOG SECTION.
           READ VIOL-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO TB-DS-READ (WS-DS-IX)
           END-READ
           CONTINUE.
      *
       EB-SPLIT-VIOLLOG SECTION.
           MOVE VIOL-DATE (1:6)           TO WS-REC-DATE
           PERFORM BC-AGE-TEST

           IF RECORD-IS-AGED
              ADD 1 TO TB-DS-AGED (WS-DS-IX)
              IF TB-DS-ARCHIVE (WS-DS-IX)
                 WRITE VARC-RECORD        FROM VIOL-RECORD
                 IF WS-VARC-STATUS NOT = '00'
                    DISPLAY 'MQRETPG  VARC WRITE FAILED '
                            WS-VARC-STATUS
                    SET END-OF-FILE TO TRUE
                    SET HAD-IO-ERROR TO TRUE
                 END-IF
              END-IF
           ELSE
              WRITE VNEW-RECORD           FROM VIOL-RECORD
              IF WS-VNEW-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  VNEW WRITE FAILED ' WS-VNEW-STATUS
                 SET END-OF-FILE TO TRUE
                 SET HAD-IO-ERROR TO TRUE
              ELSE
                 ADD 1 TO TB-DS-KEPT (WS-DS-IX)
              END-IF
           END-IF

           IF NOT END-OF-FILE
              PERFORM EA-READ-VIOLLOG
           END-IF
           CONTINUE.
      *
       EC-RECONCILE-VIOLLOG SECTION.
           CLOSE VNEW-FILE
           IF TB-DS-ARCHIVE (WS-DS-IX)
              CLOSE VARC-FILE
              OPEN INPUT VARC-FILE
              IF WS-VARC-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  VARC REOPEN FAILED ' WS-VARC-STATUS
                 SET HAD-IO-ERROR TO TRUE
              ELSE
                 MOVE '0'                 TO SW-INDICATOR
                 PERFORM ED-COUNT-VIOLARC UNTIL END-OF-FILE
                 CLOSE VARC-FILE
              END-IF
           END-IF

           PERFORM BD-JUDGE-RECONCILE
           IF RECONCILE-OK
           AND TB-DS-AGED (WS-DS-IX) > ZERO
              PERFORM EE-COPY-BACK-VIOLLOG
           ELSE
              CLOSE VIOL-FILE
           END-IF
           CONTINUE.
      *
       ED-COUNT-VIOLARC SECTION.
           READ VARC-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO TB-DS-VERIFY (WS-DS-IX)
           END-READ
           CONTINUE.
      *
       EE-COPY-BACK-VIOLLOG SECTION.
           CLOSE VIOL-FILE
           MOVE ZERO                      TO WS-COPY-COUNT
           MOVE '0'                       TO SW-INDICATOR

           OPEN INPUT VNEW-FILE
           IF WS-VNEW-STATUS NOT = '00'
              DISPLAY 'MQRETPG  VNEW REOPEN FAILED ' WS-VNEW-STATUS
              SET END-OF-FILE TO TRUE
              SET HAD-IO-ERROR TO TRUE
           ELSE
              OPEN OUTPUT VIOL-FILE
              IF WS-VIOL-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  VIOL-FILE REOPEN FAILED '
                         WS-VIOL-STATUS
                 SET END-OF-FILE TO TRUE
                 SET HAD-IO-ERROR TO TRUE
              END-IF
           END-IF

           PERFORM EF-COPY-VIOLNEW-RECORD UNTIL END-OF-FILE
           CLOSE VNEW-FILE
           CLOSE VIOL-FILE

           IF WS-COPY-COUNT = TB-DS-KEPT (WS-DS-IX)
           AND NOT HAD-IO-ERROR
              MOVE TB-DS-AGED (WS-DS-IX)  TO TB-DS-REMOVED (WS-DS-IX)
           ELSE
              SET DATASET-FAILED TO TRUE
              MOVE 'RESTORE'              TO TB-DS-RESULT (WS-DS-IX)
              DISPLAY '*** VIOLLOG COPY-BACK FAILED - RESTORE IT '
                      'FROM VIOLNEW ***'
           END-IF
           CONTINUE.
      *
       EF-COPY-VIOLNEW-RECORD SECTION.
           READ VNEW-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  WRITE VIOL-RECORD       FROM VNEW-RECORD
                  IF WS-VIOL-STATUS NOT = '00'
                     DISPLAY 'MQRETPG  VIOL WRITE FAILED '
                             WS-VIOL-STATUS
                     SET END-OF-FILE TO TRUE
                     SET HAD-IO-ERROR TO TRUE
                  ELSE
                     ADD 1 TO WS-COPY-COUNT
                  END-IF
           END-READ
           CONTINUE.
      ******************************************************************
      *
      *    F   TRIM ALERTHST - ONLY ACKNOWLEDGED ALERTS AGE, BY THE
      *        DATE THEY WERE ACKNOWLEDGED
      *
      ******************************************************************
       F-TRIM-ALERTHST SECTION.
           MOVE 4                         TO WS-DS-IX
           IF NOT TB-DS-HAS-POLICY (WS-DS-IX)
              CONTINUE
           ELSE
           MOVE '0'                       TO SW-INDICATOR
           MOVE 'N'                       TO SW-IO-ERROR

      *    A KSDS NEVER LOADED GIVES STATUS 35 - NOTHING TO TRIM
           OPEN I-O ALERT-FILE
           IF WS-ALERT-STATUS = '35'
              MOVE 'NO FILE'              TO TB-DS-RESULT (WS-DS-IX)
           ELSE
              PERFORM FA-OPEN-ALERTHST
              PERFORM FC-SELECT-ALERTHST UNTIL END-OF-FILE
              PERFORM FD-RECONCILE-ALERTHST
              CLOSE ALERT-FILE
           END-IF
           END-IF
           CONTINUE.
      *
       FA-OPEN-ALERTHST SECTION.
           IF WS-ALERT-STATUS NOT = '00'
              DISPLAY 'MQRETPG  ALERT-FILE OPEN FAILED '
                      WS-ALERT-STATUS
              SET END-OF-FILE TO TRUE
              SET HAD-IO-ERROR TO TRUE
           ELSE
              MOVE LOW-VALUES             TO ALERT-KEY
              START ALERT-FILE KEY NOT < ALERT-KEY
                 INVALID KEY
                    SET END-OF-FILE TO TRUE
              END-START
           END-IF

           IF TB-DS-ARCHIVE (WS-DS-IX)
              OPEN OUTPUT AARC-FILE
              IF WS-AARC-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  AARC-FILE OPEN FAILED '
                         WS-AARC-STATUS
                 SET END-OF-FILE TO TRUE
                 SET HAD-IO-ERROR TO TRUE
              END-IF
           END-IF

           IF NOT END-OF-FILE
              PERFORM FB-READ-ALERTHST
           END-IF
           CONTINUE.
      *
       FB-READ-ALERTHST SECTION.
           READ ALERT-FILE NEXT
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO TB-DS-READ (WS-DS-IX)
           END-READ
           CONTINUE.
      *
       FC-SELECT-ALERTHST SECTION.
           IF ALERT-IS-ACKED
              MOVE ALERT-ACK-DATE         TO WS-REC-DATE
              PERFORM BC-AGE-TEST
           ELSE
              MOVE 'N'                    TO SW-AGED
              ADD 1 TO TB-DS-OPEN (WS-DS-IX)
           END-IF

           IF RECORD-IS-AGED
              ADD 1 TO TB-DS-AGED (WS-DS-IX)
              IF TB-DS-ARCHIVE (WS-DS-IX)
                 WRITE AARC-RECORD        FROM ALERT-RECORD
                 IF WS-AARC-STATUS NOT = '00'
                    DISPLAY 'MQRETPG  AARC WRITE FAILED '
                            WS-AARC-STATUS
                    SET END-OF-FILE TO TRUE
                    SET HAD-IO-ERROR TO TRUE
                 END-IF
              ELSE
                 DELETE ALERT-FILE
                 IF WS-ALERT-STATUS = '00'
                    ADD 1 TO TB-DS-REMOVED (WS-DS-IX)
                 ELSE
                    DISPLAY 'MQRETPG  ALERTHST DELETE FAILED '
                            WS-ALERT-STATUS
                    SET END-OF-FILE TO TRUE
                    SET HAD-IO-ERROR TO TRUE
                 END-IF
              END-IF
           ELSE
              ADD 1 TO TB-DS-KEPT (WS-DS-IX)
           END-IF

           IF NOT END-OF-FILE
              PERFORM FB-READ-ALERTHST
           END-IF
           CONTINUE.
      *
       FD-RECONCILE-ALERTHST SECTION.
           IF TB-DS-ARCHIVE (WS-DS-IX)
              CLOSE AARC-FILE
              OPEN INPUT AARC-FILE
              IF WS-AARC-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  AARC REOPEN FAILED ' WS-AARC-STATUS
                 SET HAD-IO-ERROR TO TRUE
              ELSE
                 MOVE '0'                 TO SW-INDICATOR
                 PERFORM FE-COUNT-ALRTARC UNTIL END-OF-FILE
                 CLOSE AARC-FILE
              END-IF
           END-IF

           PERFORM BD-JUDGE-RECONCILE
           IF RECONCILE-OK
           AND TB-DS-ARCHIVE (WS-DS-IX)
           AND TB-DS-AGED (WS-DS-IX) > ZERO
              PERFORM FF-DELETE-ARCHIVED-ALERTS
           END-IF
           CONTINUE.
      *
       FE-COUNT-ALRTARC SECTION.
           READ AARC-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO TB-DS-VERIFY (WS-DS-IX)
           END-READ
           CONTINUE.
      *
       FF-DELETE-ARCHIVED-ALERTS SECTION.
      *    THE DELETES ARE DRIVEN FROM THE RECONCILED ARCHIVE, SO
      *    ONLY A RECORD SAFELY ARCHIVED IS EVER REMOVED
           MOVE '0'                       TO SW-INDICATOR
           OPEN INPUT AARC-FILE
           IF WS-AARC-STATUS NOT = '00'
              DISPLAY 'MQRETPG  AARC REOPEN FAILED ' WS-AARC-STATUS
              SET HAD-IO-ERROR TO TRUE
           ELSE
              PERFORM FG-DELETE-ONE-ALERT UNTIL END-OF-FILE
              CLOSE AARC-FILE
           END-IF

           IF TB-DS-REMOVED (WS-DS-IX) NOT = TB-DS-AGED (WS-DS-IX)
           OR HAD-IO-ERROR
              SET DATASET-FAILED TO TRUE
              MOVE 'INCOMPLETE'           TO TB-DS-RESULT (WS-DS-IX)
              DISPLAY '*** ALERTHST DELETES INCOMPLETE - RERUN '
                      'AFTER CHECKING ALRTARC ***'
           END-IF
           CONTINUE.
      *
       FG-DELETE-ONE-ALERT SECTION.
           READ AARC-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  MOVE AARC-RECORD        TO ALERT-RECORD
                  DELETE ALERT-FILE
                     INVALID KEY
                        DISPLAY 'MQRETPG  ALERTHST DELETE FAILED '
                                WS-ALERT-STATUS ' ' ALERT-KEY
                        SET END-OF-FILE TO TRUE
                        SET HAD-IO-ERROR TO TRUE
                     NOT INVALID KEY
                        ADD 1 TO TB-DS-REMOVED (WS-DS-IX)
                  END-DELETE
           END-READ
           CONTINUE.
      ******************************************************************
      *
      *    G   TRIM PENDCHG - ONLY APPROVED OR REJECTED CHANGES AGE,
      *        BY THE DATE THEY WERE DECIDED
      *
      ******************************************************************
       G-TRIM-PENDCHG SECTION.
           MOVE 5                         TO WS-DS-IX
           IF NOT TB-DS-HAS-POLICY (WS-DS-IX)
              CONTINUE
           ELSE
           MOVE '0'                       TO SW-INDICATOR
           MOVE 'N'                       TO SW-IO-ERROR

           OPEN I-O PEND-FILE
           IF WS-PEND-STATUS = '35'
              MOVE 'NO FILE'              TO TB-DS-RESULT (WS-DS-IX)
                                             TB-DS-RESULT (8)
           ELSE
              PERFORM GA-OPEN-PENDCHG
              PERFORM GC-SELECT-PENDCHG UNTIL END-OF-FILE
              PERFORM GD-RECONCILE-PENDCHG
              CLOSE PEND-FILE
              IF CFGP-AVAILABLE
                 CLOSE CFGP-FILE
              END-IF
           END-IF
           END-IF
           CONTINUE.
      *
       GA-OPEN-PENDCHG SECTION.
           IF WS-PEND-STATUS NOT = '00'
              DISPLAY 'MQRETPG  PEND-FILE OPEN FAILED ' WS-PEND-STATUS
              SET END-OF-FILE TO TRUE
              SET HAD-IO-ERROR TO TRUE
           ELSE
              MOVE LOW-VALUES             TO PEND-KEY
              START PEND-FILE KEY NOT < PEND-KEY
                 INVALID KEY
                    SET END-OF-FILE TO TRUE
              END-START
           END-IF

           IF TB-DS-ARCHIVE (WS-DS-IX)
              OPEN OUTPUT PARC-FILE
              IF WS-PARC-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  PARC-FILE OPEN FAILED '
                         WS-PARC-STATUS
                 SET END-OF-FILE TO TRUE
                 SET HAD-IO-ERROR TO TRUE
              END-IF
           END-IF

      *    THE RECORD IMAGES OF A CONFIGURATION CHANGE GO WITH ITS
      *    PENDCHG RECORD. A CFGPEND NEVER LOADED (STATUS 35) HOLDS
      *    NO IMAGES AND IS NOT AN ERROR
           MOVE 'N'                       TO SW-CFGP
           OPEN I-O CFGP-FILE
           EVALUATE WS-CFGP-STATUS
              WHEN '00'
                 SET CFGP-AVAILABLE TO TRUE
              WHEN '35'
                 MOVE 'NO FILE'           TO TB-DS-RESULT (8)
              WHEN OTHER
                 DISPLAY 'MQRETPG  CFGP-FILE OPEN FAILED '
                         WS-CFGP-STATUS
                 SET END-OF-FILE TO TRUE
                 SET HAD-IO-ERROR TO TRUE
           END-EVALUATE

           IF CFGP-AVAILABLE
           AND TB-DS-ARCHIVE (WS-DS-IX)
              OPEN OUTPUT CARC-FILE
              IF WS-CARC-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  CARC-FILE OPEN FAILED '
                         WS-CARC-STATUS
                 SET END-OF-FILE TO TRUE
                 SET HAD-IO-ERROR TO TRUE
              END-IF
           END-IF

           IF NOT END-OF-FILE
              PERFORM GB-READ-PENDCHG
           END-IF
           CONTINUE.
      *
       GB-READ-PENDCHG SECTION.
           READ PEND-FILE NEXT
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO TB-DS-READ (WS-DS-IX)
           END-READ
           CONTINUE.
      *
       GC-SELECT-PENDCHG SECTION.
           IF PEND-IS-APPROVED
           OR PEND-IS-REJECTED
              MOVE PEND-APP-DATE          TO WS-REC-DATE
              PERFORM BC-AGE-TEST
           ELSE
              MOVE 'N'                    TO SW-AGED
              ADD 1 TO TB-DS-OPEN (WS-DS-IX)
           END-IF

           IF RECORD-IS-AGED
              ADD 1 TO TB-DS-AGED (WS-DS-IX)
              IF TB-DS-ARCHIVE (WS-DS-IX)
                 WRITE PARC-RECORD        FROM PEND-RECORD
                 IF WS-PARC-STATUS NOT = '00'
                    DISPLAY 'MQRETPG  PARC WRITE FAILED '
                            WS-PARC-STATUS
                    SET END-OF-FILE TO TRUE
                    SET HAD-IO-ERROR TO TRUE
                 END-IF
              ELSE
                 DELETE PEND-FILE
                 IF WS-PEND-STATUS = '00'
                    ADD 1 TO TB-DS-REMOVED (WS-DS-IX)
                 ELSE
                    DISPLAY 'MQRETPG  PENDCHG DELETE FAILED '
                            WS-PEND-STATUS
                    SET END-OF-FILE TO TRUE
                    SET HAD-IO-ERROR TO TRUE
                 END-IF
              END-IF
              IF PEND-TARGET-CONFIG
              AND CFGP-AVAILABLE
              AND NOT END-OF-FILE
                 PERFORM GH-SELECT-CFGPEND
              END-IF
           ELSE
              ADD 1 TO TB-DS-KEPT (WS-DS-IX)
           END-IF

           IF NOT END-OF-FILE
              PERFORM GB-READ-PENDCHG
           END-IF
           CONTINUE.
      *
       GD-RECONCILE-PENDCHG SECTION.
           IF TB-DS-ARCHIVE (WS-DS-IX)
              CLOSE PARC-FILE
              OPEN INPUT PARC-FILE
              IF WS-PARC-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  PARC REOPEN FAILED ' WS-PARC-STATUS
                 SET HAD-IO-ERROR TO TRUE
              ELSE
                 MOVE '0'                 TO SW-INDICATOR
                 PERFORM GE-COUNT-PENDARC UNTIL END-OF-FILE
                 CLOSE PARC-FILE
              END-IF
           END-IF

           IF CFGP-AVAILABLE
           AND TB-DS-ARCHIVE (WS-DS-IX)
              CLOSE CARC-FILE
              OPEN INPUT CARC-FILE
              IF WS-CARC-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  CARC REOPEN FAILED ' WS-CARC-STATUS
                 SET HAD-IO-ERROR TO TRUE
              ELSE
                 MOVE '0'                 TO SW-INDICATOR
                 PERFORM GI-COUNT-CFGPARC UNTIL END-OF-FILE
                 CLOSE CARC-FILE
              END-IF
           END-IF

      *    THE CHANGES AND THEIR IMAGES ARE JUDGED TOGETHER - WHEN
      *    EITHER DOES NOT RECONCILE NEITHER FILE IS TOUCHED
           PERFORM BD-JUDGE-RECONCILE
           IF CFGP-AVAILABLE
              MOVE SW-RECONCILE           TO SW-PEND-RECONCILE
              MOVE 8                      TO WS-DS-IX
              PERFORM BD-JUDGE-RECONCILE
              MOVE 5                      TO WS-DS-IX
              IF RECONCILE-OK
              AND NOT PENDCHG-RECONCILED
                 SET RECONCILE-FAILED TO TRUE
                 MOVE 'FAILED'            TO TB-DS-RESULT (8)
              END-IF
              IF RECONCILE-FAILED
                 MOVE 'FAILED'            TO TB-DS-RESULT (5)
              END-IF
           END-IF
           IF RECONCILE-OK
           AND TB-DS-ARCHIVE (WS-DS-IX)
           AND TB-DS-AGED (WS-DS-IX) > ZERO
              PERFORM GF-DELETE-ARCHIVED-CHANGES
           END-IF
           CONTINUE.
      *
       GE-COUNT-PENDARC SECTION.
           READ PARC-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO TB-DS-VERIFY (WS-DS-IX)
           END-READ
           CONTINUE.
      *
       GF-DELETE-ARCHIVED-CHANGES SECTION.
           MOVE '0'                       TO SW-INDICATOR
           OPEN INPUT PARC-FILE
           IF WS-PARC-STATUS NOT = '00'
              DISPLAY 'MQRETPG  PARC REOPEN FAILED ' WS-PARC-STATUS
              SET HAD-IO-ERROR TO TRUE
           ELSE
              PERFORM GG-DELETE-ONE-CHANGE UNTIL END-OF-FILE
              CLOSE PARC-FILE
           END-IF

           IF TB-DS-REMOVED (WS-DS-IX) NOT = TB-DS-AGED (WS-DS-IX)
           OR HAD-IO-ERROR
              SET DATASET-FAILED TO TRUE
              MOVE 'INCOMPLETE'           TO TB-DS-RESULT (WS-DS-IX)
              DISPLAY '*** PENDCHG DELETES INCOMPLETE - RERUN '
                      'AFTER CHECKING PENDARC ***'
           END-IF
           IF CFGP-AVAILABLE
              IF TB-DS-REMOVED (8) NOT = TB-DS-AGED (8)
              OR HAD-IO-ERROR
                 SET DATASET-FAILED TO TRUE
                 MOVE 'INCOMPLETE'        TO TB-DS-RESULT (8)
                 DISPLAY '*** CFGPEND DELETES INCOMPLETE - RERUN '
                         'AFTER CHECKING CFGPARC ***'
              END-IF
           END-IF
           CONTINUE.
      *
       GG-DELETE-ONE-CHANGE SECTION.
           READ PARC-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  MOVE PARC-RECORD        TO PEND-RECORD
                  DELETE PEND-FILE
                     INVALID KEY
                        DISPLAY 'MQRETPG  PENDCHG DELETE FAILED '
                                WS-PEND-STATUS ' ' PEND-KEY
                        SET END-OF-FILE TO TRUE
                        SET HAD-IO-ERROR TO TRUE
                     NOT INVALID KEY
                        ADD 1 TO TB-DS-REMOVED (WS-DS-IX)
                        IF PEND-TARGET-CONFIG
                        AND CFGP-AVAILABLE
                           PERFORM GJ-DELETE-ONE-IMAGE
                        END-IF
                  END-DELETE
           END-READ
           CONTINUE.
      *
       GH-SELECT-CFGPEND SECTION.
      *    THE IMAGES OF AN AGED CONFIGURATION CHANGE, UNDER ITS
      *    CHANGE ID - ARCHIVED BESIDE THE CHANGE, OR REMOVED WITH
      *    IT WHEN THE POLICY IS DELETE. A CHANGE WITHOUT IMAGES
      *    HAS NOTHING TO TAKE
           MOVE PEND-ID                   TO CFGP-ID
           READ CFGP-FILE
           EVALUATE WS-CFGP-STATUS
              WHEN '00'
                 ADD 1 TO TB-DS-READ (8)
                 ADD 1 TO TB-DS-AGED (8)
                 IF TB-DS-ARCHIVE (8)
                    WRITE CARC-RECORD     FROM CFGP-RECORD
                    IF WS-CARC-STATUS NOT = '00'
                       DISPLAY 'MQRETPG  CARC WRITE FAILED '
                               WS-CARC-STATUS
                       SET END-OF-FILE TO TRUE
                       SET HAD-IO-ERROR TO TRUE
                    END-IF
                 ELSE
                    DELETE CFGP-FILE
                    IF WS-CFGP-STATUS = '00'
                       ADD 1 TO TB-DS-REMOVED (8)
                    ELSE
                       DISPLAY 'MQRETPG  CFGPEND DELETE FAILED '
                               WS-CFGP-STATUS ' ' CFGP-ID
                       SET END-OF-FILE TO TRUE
                       SET HAD-IO-ERROR TO TRUE
                    END-IF
                 END-IF
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'MQRETPG  CFGPEND READ FAILED '
                         WS-CFGP-STATUS ' ' CFGP-ID
                 SET END-OF-FILE TO TRUE
                 SET HAD-IO-ERROR TO TRUE
           END-EVALUATE
           CONTINUE.
      *
       GI-COUNT-CFGPARC SECTION.
           READ CARC-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO TB-DS-VERIFY (8)
           END-READ
           CONTINUE.
      *
       GJ-DELETE-ONE-IMAGE SECTION.
      *    THE IMAGES GO TOGETHER WITH THEIR ARCHIVED CHANGE. NONE
      *    ON FILE (23) MEANS THE CHANGE HAD NONE TO ARCHIVE EITHER
           MOVE PEND-ID                   TO CFGP-ID
           DELETE CFGP-FILE
           EVALUATE WS-CFGP-STATUS
              WHEN '00'
                 ADD 1 TO TB-DS-REMOVED (8)
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'MQRETPG  CFGPEND DELETE FAILED '
                         WS-CFGP-STATUS ' ' CFGP-ID
                 SET END-OF-FILE TO TRUE
                 SET HAD-IO-ERROR TO TRUE
           END-EVALUATE
           CONTINUE.
      ******************************************************************
      *
      *    H   TRIM SCHEDF - ONLY DELIVERED MESSAGES AGE, BY THEIR
      *        RELEASE DATE
      *
      ******************************************************************
       H-TRIM-SCHEDF SECTION.
           MOVE 6                         TO WS-DS-IX
           IF NOT TB-DS-HAS-POLICY (WS-DS-IX)
              CONTINUE
           ELSE
           MOVE '0'                       TO SW-INDICATOR
           MOVE 'N'                       TO SW-IO-ERROR

           OPEN I-O SCHED-FILE
           IF WS-SCHED-STATUS = '35'
              MOVE 'NO FILE'              TO TB-DS-RESULT (WS-DS-IX)
           ELSE
              PERFORM HA-OPEN-SCHEDF
              PERFORM HC-SELECT-SCHEDF UNTIL END-OF-FILE
              PERFORM HD-RECONCILE-SCHEDF
              CLOSE SCHED-FILE
           END-IF
           END-IF
           CONTINUE.
      *
       HA-OPEN-SCHEDF SECTION.
           IF WS-SCHED-STATUS NOT = '00'
              DISPLAY 'MQRETPG  SCHED-FILE OPEN FAILED '
                      WS-SCHED-STATUS
              SET END-OF-FILE TO TRUE
              SET HAD-IO-ERROR TO TRUE
           ELSE
              MOVE LOW-VALUES             TO SCHED-KEY
              START SCHED-FILE KEY NOT < SCHED-KEY
                 INVALID KEY
                    SET END-OF-FILE TO TRUE
              END-START
           END-IF

           IF TB-DS-ARCHIVE (WS-DS-IX)
              OPEN OUTPUT SARC-FILE
              IF WS-SARC-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  SARC-FILE OPEN FAILED '
                         WS-SARC-STATUS
                 SET END-OF-FILE TO TRUE
                 SET HAD-IO-ERROR TO TRUE
              END-IF
           END-IF

           IF NOT END-OF-FILE
              PERFORM HB-READ-SCHEDF
           END-IF
           CONTINUE.
      *
       HB-READ-SCHEDF SECTION.
           READ SCHED-FILE NEXT
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO TB-DS-READ (WS-DS-IX)
           END-READ
           CONTINUE.
      *
       HC-SELECT-SCHEDF SECTION.
           IF SCHED-IS-DONE
              MOVE SCHED-RELEASE-DATE     TO WS-REC-DATE
              PERFORM BC-AGE-TEST
           ELSE
              MOVE 'N'                    TO SW-AGED
              ADD 1 TO TB-DS-OPEN (WS-DS-IX)
           END-IF

           IF RECORD-IS-AGED
              ADD 1 TO TB-DS-AGED (WS-DS-IX)
              IF TB-DS-ARCHIVE (WS-DS-IX)
                 WRITE SARC-RECORD        FROM SCHED-RECORD
                 IF WS-SARC-STATUS NOT = '00'
                    DISPLAY 'MQRETPG  SARC WRITE FAILED '
                            WS-SARC-STATUS
                    SET END-OF-FILE TO TRUE
                    SET HAD-IO-ERROR TO TRUE
                 END-IF
              ELSE
                 DELETE SCHED-FILE
                 IF WS-SCHED-STATUS = '00'
                    ADD 1 TO TB-DS-REMOVED (WS-DS-IX)
                 ELSE
                    DISPLAY 'MQRETPG  SCHEDF DELETE FAILED '
                            WS-SCHED-STATUS
                    SET END-OF-FILE TO TRUE
                    SET HAD-IO-ERROR TO TRUE
                 END-IF
              END-IF
           ELSE
              ADD 1 TO TB-DS-KEPT (WS-DS-IX)
           END-IF

           IF NOT END-OF-FILE
              PERFORM HB-READ-SCHEDF
           END-IF
           CONTINUE.
      *
       HD-RECONCILE-SCHEDF SECTION.
           IF TB-DS-ARCHIVE (WS-DS-IX)
              CLOSE SARC-FILE
              OPEN INPUT SARC-FILE
              IF WS-SARC-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  SARC REOPEN FAILED ' WS-SARC-STATUS
                 SET HAD-IO-ERROR TO TRUE
              ELSE
                 MOVE '0'                 TO SW-INDICATOR
                 PERFORM HE-COUNT-SCHDARC UNTIL END-OF-FILE
                 CLOSE SARC-FILE
              END-IF
           END-IF

           PERFORM BD-JUDGE-RECONCILE
           IF RECONCILE-OK
           AND TB-DS-ARCHIVE (WS-DS-IX)
           AND TB-DS-AGED (WS-DS-IX) > ZERO
              PERFORM HF-DELETE-ARCHIVED-MESSAGES
           END-IF
           CONTINUE.
      *
       HE-COUNT-SCHDARC SECTION.
           READ SARC-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO TB-DS-VERIFY (WS-DS-IX)
           END-READ
           CONTINUE.
      *
       HF-DELETE-ARCHIVED-MESSAGES SECTION.
           MOVE '0'                       TO SW-INDICATOR
           OPEN INPUT SARC-FILE
           IF WS-SARC-STATUS NOT = '00'
              DISPLAY 'MQRETPG  SARC REOPEN FAILED ' WS-SARC-STATUS
              SET HAD-IO-ERROR TO TRUE
           ELSE
              PERFORM HG-DELETE-ONE-MESSAGE UNTIL END-OF-FILE
              CLOSE SARC-FILE
           END-IF

           IF TB-DS-REMOVED (WS-DS-IX) NOT = TB-DS-AGED (WS-DS-IX)
           OR HAD-IO-ERROR
              SET DATASET-FAILED TO TRUE
              MOVE 'INCOMPLETE'           TO TB-DS-RESULT (WS-DS-IX)
              DISPLAY '*** SCHEDF DELETES INCOMPLETE - RERUN '
                      'AFTER CHECKING SCHDARC ***'
           END-IF
           CONTINUE.
      *
       HG-DELETE-ONE-MESSAGE SECTION.
           READ SARC-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  MOVE SARC-RECORD        TO SCHED-RECORD
                  DELETE SCHED-FILE
                     INVALID KEY
                        DISPLAY 'MQRETPG  SCHEDF DELETE FAILED '
                                WS-SCHED-STATUS ' ' SCHED-KEY
                        SET END-OF-FILE TO TRUE
                        SET HAD-IO-ERROR TO TRUE
                     NOT INVALID KEY
                        ADD 1 TO TB-DS-REMOVED (WS-DS-IX)
                  END-DELETE
           END-READ
           CONTINUE.
      ******************************************************************
      *
      *    I   PRINT HOUSEKEEPING REPORT
      *
      ******************************************************************
       I-PRINT-REPORT SECTION.
      *    RPTREPO IS TRIMMED AND CLOSED BY NOW - THE WRITER MAY
      *    OPEN IT FOR THIS REPORT
           MOVE SPACES                     TO RPTW-PARM
           MOVE 'OPEN'                     TO RPTW-FUNCTION
           MOVE 'MQRETPG'                  TO RPTW-REPORT
           MOVE WS-BUSINESS-DATE           TO RPTW-DATE
           MOVE 'RETENTION HOUSEKEEPING REPORT'
                                           TO RPTW-TITLE
           MOVE RETURN-CODE                TO WS-SAVE-RETURN-CODE
           CALL 'MQRPTWR' USING RPTW-PARM
           END-CALL
           MOVE WS-SAVE-RETURN-CODE        TO RETURN-CODE
           MOVE SPACES                     TO RPTW-TEXT

           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '     RETENTION HOUSEKEEPING REPORT'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'BUSINESS DATE                : ' WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           IF POLICY-UNAVAILABLE
              STRING 'RETENTION POLICY FILE UNAVAILABLE - NOTHING '
                     'TRIMMED'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              SET DATASET-FAILED TO TRUE
           ELSE
              PERFORM IA-PRINT-DATASET
                 VARYING WS-DS-IX FROM 1 BY 1 UNTIL WS-DS-IX > 8
           END-IF
           STRING '--------------------------------------------'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'TOTAL RECORDS READ           : ' WS-TOTAL-READ
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'TOTAL RECORDS REMOVED        : ' WS-TOTAL-REMOVED
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           IF DATASET-FAILED
              STRING '*** ONE OR MORE DATASETS NOT TRIMMED - SEE '
                     'ABOVE ***'
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF
           STRING '============================================'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           CONTINUE.
      *
       IA-PRINT-DATASET SECTION.
           STRING '--------------------------------------------'
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           STRING 'DATASET                      : '
                  TB-DS-NAME (WS-DS-IX)
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           IF TB-DS-HAS-POLICY (WS-DS-IX)
              IF TB-DS-ARCHIVE (WS-DS-IX)
                 STRING 'POLICY                       : ARCHIVE AFTER '
                        TB-DS-DAYS (WS-DS-IX) ' DAYS'
                        DELIMITED BY SIZE INTO RPTW-TEXT
                 PERFORM Y-PUT-REPORT-LINE
              ELSE
                 STRING 'POLICY                       : DELETE AFTER '
                        TB-DS-DAYS (WS-DS-IX) ' DAYS'
                        DELIMITED BY SIZE INTO RPTW-TEXT
                 PERFORM Y-PUT-REPORT-LINE
              END-IF
              STRING 'RECORDS READ                 : '
                     TB-DS-READ (WS-DS-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'RECORDS AGED                 : '
                     TB-DS-AGED (WS-DS-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              IF TB-DS-ARCHIVE (WS-DS-IX)
                 STRING 'RECORDS VERIFIED IN ARCHIVE  : '
                        TB-DS-VERIFY (WS-DS-IX)
                        DELIMITED BY SIZE INTO RPTW-TEXT
                 PERFORM Y-PUT-REPORT-LINE
              END-IF
              STRING 'RECORDS REMOVED              : '
                     TB-DS-REMOVED (WS-DS-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'RECORDS KEPT                 : '
                     TB-DS-KEPT (WS-DS-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'KEPT - NOT YET CLOSED        : '
                     TB-DS-OPEN (WS-DS-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              STRING 'KEPT - UNREADABLE DATE       : '
                     TB-DS-BAD-DATE (WS-DS-IX)
                     DELIMITED BY SIZE INTO RPTW-TEXT
              PERFORM Y-PUT-REPORT-LINE
              ADD TB-DS-READ (WS-DS-IX)    TO WS-TOTAL-READ
              ADD TB-DS-REMOVED (WS-DS-IX) TO WS-TOTAL-REMOVED
           END-IF
           STRING 'RESULT                       : '
                  TB-DS-RESULT (WS-DS-IX)
                  DELIMITED BY SIZE INTO RPTW-TEXT
           PERFORM Y-PUT-REPORT-LINE
           CONTINUE.
      ******************************************************************
      *
      *    J   TRIM RPTREPO - EVERY LINE OF A REPORT AGES BY THE
      *        BUSINESS DATE IT WAS KEPT UNDER, HEADER INCLUDED,
      *        SO A REPORT GOES AS A WHOLE
      *
      ******************************************************************
       J-TRIM-RPTREPO SECTION.
           MOVE 7                         TO WS-DS-IX
           IF NOT TB-DS-HAS-POLICY (WS-DS-IX)
              CONTINUE
           ELSE
           MOVE '0'                       TO SW-INDICATOR
           MOVE 'N'                       TO SW-IO-ERROR

      *    A KSDS NEVER LOADED GIVES STATUS 35 - NOTHING TO TRIM
           OPEN I-O RPTR-FILE
           IF WS-RPTR-STATUS = '35'
              MOVE 'NO FILE'              TO TB-DS-RESULT (WS-DS-IX)
           ELSE
              PERFORM JA-OPEN-RPTREPO
              PERFORM JC-SELECT-RPTREPO UNTIL END-OF-FILE
              PERFORM JD-RECONCILE-RPTREPO
              CLOSE RPTR-FILE
           END-IF
           END-IF
           CONTINUE.
      *
       JA-OPEN-RPTREPO SECTION.
           IF WS-RPTR-STATUS NOT = '00'
              DISPLAY 'MQRETPG  RPTR-FILE OPEN FAILED '
                      WS-RPTR-STATUS
              SET END-OF-FILE TO TRUE
              SET HAD-IO-ERROR TO TRUE
           ELSE
              MOVE LOW-VALUES             TO RPTR-KEY
              START RPTR-FILE KEY NOT < RPTR-KEY
                 INVALID KEY
                    SET END-OF-FILE TO TRUE
              END-START
           END-IF

           IF TB-DS-ARCHIVE (WS-DS-IX)
              OPEN OUTPUT RARC-FILE
              IF WS-RARC-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  RARC-FILE OPEN FAILED '
                         WS-RARC-STATUS
                 SET END-OF-FILE TO TRUE
                 SET HAD-IO-ERROR TO TRUE
              END-IF
           END-IF

           IF NOT END-OF-FILE
              PERFORM JB-READ-RPTREPO
           END-IF
           CONTINUE.
      *
       JB-READ-RPTREPO SECTION.
           READ RPTR-FILE NEXT
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO TB-DS-READ (WS-DS-IX)
           END-READ
           CONTINUE.
      *
       JC-SELECT-RPTREPO SECTION.
           MOVE RPTR-DATE                 TO WS-REC-DATE
           PERFORM BC-AGE-TEST

           IF RECORD-IS-AGED
              ADD 1 TO TB-DS-AGED (WS-DS-IX)
              IF TB-DS-ARCHIVE (WS-DS-IX)
                 WRITE RARC-RECORD        FROM RPTR-RECORD
                 IF WS-RARC-STATUS NOT = '00'
                    DISPLAY 'MQRETPG  RARC WRITE FAILED '
                            WS-RARC-STATUS
                    SET END-OF-FILE TO TRUE
                    SET HAD-IO-ERROR TO TRUE
                 END-IF
              ELSE
                 DELETE RPTR-FILE
                 IF WS-RPTR-STATUS = '00'
                    ADD 1 TO TB-DS-REMOVED (WS-DS-IX)
                 ELSE
                    DISPLAY 'MQRETPG  RPTREPO DELETE FAILED '
                            WS-RPTR-STATUS
                    SET END-OF-FILE TO TRUE
                    SET HAD-IO-ERROR TO TRUE
                 END-IF
              END-IF
           ELSE
              ADD 1 TO TB-DS-KEPT (WS-DS-IX)
           END-IF

           IF NOT END-OF-FILE
              PERFORM JB-READ-RPTREPO
           END-IF
           CONTINUE.
      *
       JD-RECONCILE-RPTREPO SECTION.
           IF TB-DS-ARCHIVE (WS-DS-IX)
              CLOSE RARC-FILE
              OPEN INPUT RARC-FILE
              IF WS-RARC-STATUS NOT = '00'
                 DISPLAY 'MQRETPG  RARC REOPEN FAILED ' WS-RARC-STATUS
                 SET HAD-IO-ERROR TO TRUE
              ELSE
                 MOVE '0'                 TO SW-INDICATOR
                 PERFORM JE-COUNT-RPTRARC UNTIL END-OF-FILE
                 CLOSE RARC-FILE
              END-IF
           END-IF

           PERFORM BD-JUDGE-RECONCILE
           IF RECONCILE-OK
           AND TB-DS-ARCHIVE (WS-DS-IX)
           AND TB-DS-AGED (WS-DS-IX) > ZERO
              PERFORM JF-DELETE-ARCHIVED-LINES
           END-IF
           CONTINUE.
      *
       JE-COUNT-RPTRARC SECTION.
           READ RARC-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  ADD 1 TO TB-DS-VERIFY (WS-DS-IX)
           END-READ
           CONTINUE.
      *
       JF-DELETE-ARCHIVED-LINES SECTION.
      *    THE DELETES ARE DRIVEN FROM THE RECONCILED ARCHIVE, SO
      *    ONLY A LINE SAFELY ARCHIVED IS EVER REMOVED
           MOVE '0'                       TO SW-INDICATOR
           OPEN INPUT RARC-FILE
           IF WS-RARC-STATUS NOT = '00'
              DISPLAY 'MQRETPG  RARC REOPEN FAILED ' WS-RARC-STATUS
              SET HAD-IO-ERROR TO TRUE
           ELSE
              PERFORM JG-DELETE-ONE-LINE UNTIL END-OF-FILE
              CLOSE RARC-FILE
           END-IF

           IF TB-DS-REMOVED (WS-DS-IX) NOT = TB-DS-AGED (WS-DS-IX)
           OR HAD-IO-ERROR
              SET DATASET-FAILED TO TRUE
              MOVE 'INCOMPLETE'           TO TB-DS-RESULT (WS-DS-IX)
              DISPLAY '*** RPTREPO DELETES INCOMPLETE - RERUN '
                      'AFTER CHECKING RPTRARC ***'
           END-IF
           CONTINUE.
      *
       JG-DELETE-ONE-LINE SECTION.
           READ RARC-FILE
               AT END
                  SET END-OF-FILE TO TRUE
               NOT AT END
                  MOVE RARC-RECORD        TO RPTR-RECORD
                  DELETE RPTR-FILE
                     INVALID KEY
                        DISPLAY 'MQRETPG  RPTREPO DELETE FAILED '
                                WS-RPTR-STATUS ' ' RPTR-KEY
                        SET END-OF-FILE TO TRUE
                        SET HAD-IO-ERROR TO TRUE
                     NOT INVALID KEY
                        ADD 1 TO TB-DS-REMOVED (WS-DS-IX)
                  END-DELETE
           END-READ
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

           IF SEQUENCE-BROKEN
              CONTINUE
           ELSE
      *    RECORD THE OUTCOME - THE CALLS WIPE THE RETURN-CODE
      *    REGISTER, AND A DATASET LEFT UNTRIMMED MUST STILL END
      *    THE JOB WITH RC 8
           MOVE RETURN-CODE                TO WS-SAVE-RETURN-CODE

           IF QUIESCE-HELD
              PERFORM BF-RELEASE-QUIESCE
           END-IF

           MOVE 'END '                     TO RUNP-FUNCTION
           MOVE WS-TOTAL-READ              TO RUNP-RECORDS-IN
           MOVE WS-TOTAL-REMOVED           TO RUNP-RECORDS-OUT
           IF DATASET-FAILED
              MOVE 'NOK '                  TO RUNP-OUTCOME
           ELSE
              MOVE 'OK  '                  TO RUNP-OUTCOME
           END-IF
           CALL 'MQRUNCT' USING RUNP-PARM
           END-CALL

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
